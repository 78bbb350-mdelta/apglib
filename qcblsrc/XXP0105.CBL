       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0105.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * SKILLS DER AZUBIS AUS DER AUSBILDUNG ABLEITEN (PSKILLUS)      *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LAEUFT TAEGLICH PER JOBPLANUNG. JEDE VOM     *
      *                  AUSBILDER ABGENOMMENE UEBUNG (PAZUSTA STSTAT *
      *                  = "4", AZP0307) UND JEDE ABGEDECKTE POSITION *
      *                  DES RAHMENPLANS (PAZURPM, AZP0318: BERICHTS- *
      *                  HEFTWOCHE DES AZUBIS ODER ABGENOMMENE        *
      *                  UEBUNG) VERLEIHT DIE IN PCONFIG HINTERLEGTEN *
      *                  SKILLS:                                      *
      *                    SKILLUEB/<UEBUNG 9-STELLIG>/<SKILL>        *
      *                    SKILLRPL/<BERUF>/<POSITION>/<SKILL>        *
      *                  MIT DER STUFE IN CFIN01 (1-4). DIE STUFE WIRD*
      *                  IN PSKILLUS ALS BESTAETIGT EINGETRAGEN       *
      *                  (SUSTAT "A"), WENN SIE HOEHER IST ALS DIE    *
      *                  BISHER BESTAETIGTE; NIEDRIGERE STUFEN AUS    *
      *                  DER AUSBILDUNG AENDERN NICHTS.               *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      *                                                               *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER.         IBM-AS400.
         OBJECT-COMPUTER.         IBM-AS400.
        SPECIAL-NAMES. , DECIMAL-POINT IS COMMA.
      /
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      *-------------------------------------------------------------
      * PAZUSTA: STLFDN, STUSER (BEARBEITUNGSSTAND JE UEBUNG/AZUBI)
      *-------------------------------------------------------------
           SELECT PAZUSTA-DP
                  ASSIGN       TO  DATABASE-PAZUSTA
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAZURPM: RMBERUF, RMPOS, RMART, RMUEB, RMUSER, RMJAHR, RMKW
      *-------------------------------------------------------------
           SELECT PAZURPM-DP
                  ASSIGN       TO  DATABASE-PAZURPM
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCONFIG: CFID, CFKEY, CFKEY2, CFKEY3 (SKILLUEB/SKILLRPL)
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PSKILL: SKID (SKILL-KATALOG)
      *-------------------------------------------------------------
           SELECT PSKILL-DP
                  ASSIGN       TO  DATABASE-PSKILL
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PSKILLUS: SUUSER, SUSKILL (SKILL-BEWERTUNGEN JE USER)
      *-------------------------------------------------------------
           SELECT PSKILLUS-DP
                  ASSIGN       TO  DATABASE-PSKILLUS
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PAZUSTA: STLFDN, STUSER
       FD  PAZUSTA-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUSTA-P.
           COPY DDS-ALL-FORMATS OF PAZUSTA.
      /
      *--- PAZURPM: RMBERUF, RMPOS, RMART, RMUEB, RMUSER, RMJAHR, RMKW
       FD  PAZURPM-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZURPM-P.
           COPY DDS-ALL-FORMATS OF PAZURPM.
      /
      *--- PCONFIG: CFID, CFKEY
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
      *--- PSKILL: SKID
       FD  PSKILL-DP
           LABEL RECORDS ARE STANDARD.
       01  PSKILL-P.
           COPY DDS-ALL-FORMATS OF PSKILL.
      /
      *--- PSKILLUS: SUUSER, SUSKILL
       FD  PSKILLUS-DP
           LABEL RECORDS ARE STANDARD.
       01  PSKILLUS-P.
           COPY DDS-ALL-FORMATS OF PSKILLUS.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0105".
       01  PGM-TYP                       PIC X(8)  VALUE "BATCH".

      * SCHLUESSEL DER ZUORDNUNG IN PCONFIG
       01  ZUO-ID                        PIC X(10).
       01  ZUO-KEY                       PIC X(10).
       01  ZUO-KEY2                      PIC X(10).
       01  ZUO-UEB                       PIC 9(9).

      * AZUBI UND VERLIEHENE STUFE
       01  VER-USER                      PIC X(10).
       01  VER-SKILL                     PIC X(10).
       01  VER-STUFE                     PIC 9(1).

      * RAHMENPLANPOSITION UND UEBUNG DER AKTUELLEN ZUORDNUNG
       01  RPM-BERUF                     PIC X(10).
       01  RPM-POS                       PIC X(10).
       01  RPM-UEB                       PIC 9(9).

      * ZAEHLER
       01  ANZ-NEU                       PIC 9(5)  VALUE ZEROES.
       01  ANZ-ERH                       PIC 9(5)  VALUE ZEROES.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0105" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

           OPEN     I-O   PSKILLUS-DP.
           OPEN     INPUT PAZUSTA-DP
                          PAZURPM-DP
                          PCONFIG-DP
                          PSKILL-DP.

      * SKILLS AUS ABGENOMMENEN UEBUNGEN
           PERFORM  VERARBEITE-UEBUNGEN.

      * SKILLS AUS ABGEDECKTEN RAHMENPLANPOSITIONEN
           PERFORM  VERARBEITE-RAHMENPLAN.

           CLOSE    PSKILLUS-DP
                    PAZUSTA-DP
                    PAZURPM-DP
                    PCONFIG-DP
                    PSKILL-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE ABGENOMMENEN UEBUNGEN (STSTAT "4") AUSWERTEN
      *--------------------------------------------------------------
       VERARBEITE-UEBUNGEN SECTION.
       VER-UEB-00.

           INITIALIZE PAZUSTAF OF PAZUSTA-P.
           MOVE     ZEROES TO STLFDN OF PAZUSTA-P.
           MOVE     SPACES TO STUSER OF PAZUSTA-P.
           START    PAZUSTA-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-UEB-90
           END-IF.

       VER-UEB-20.
           READ     PAZUSTA-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-UEB-90
           END-IF.

           IF       STSTAT OF PAZUSTA-P NOT = "4"
                    GO TO VER-UEB-20
           END-IF.

           MOVE     STUSER OF PAZUSTA-P TO VER-USER.
           MOVE     STLFDN OF PAZUSTA-P TO ZUO-UEB.
           MOVE     "SKILLUEB" TO ZUO-ID.
           MOVE     ZUO-UEB    TO ZUO-KEY.
           MOVE     SPACES     TO ZUO-KEY2.
           PERFORM  VERLEIHE-ZUORDNUNG.

           GO TO    VER-UEB-20.

       VER-UEB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE RAHMENPLAN-ZUORDNUNGEN AUSWERTEN: BERICHTSHEFTWOCHE GILT
      * FUER DEN AZUBI DER WOCHE, EINE UEBUNG FUER JEDEN AZUBI, DER
      * SIE ABGENOMMEN BEKOMMEN HAT
      *--------------------------------------------------------------
       VERARBEITE-RAHMENPLAN SECTION.
       VER-RPL-00.

           INITIALIZE PAZURPMF OF PAZURPM-P.
           MOVE     SPACES TO RMBERUF OF PAZURPM-P.
           MOVE     SPACES TO RMPOS   OF PAZURPM-P.
           MOVE     SPACES TO RMART   OF PAZURPM-P.
           MOVE     ZEROES TO RMUEB   OF PAZURPM-P.
           MOVE     SPACES TO RMUSER  OF PAZURPM-P.
           MOVE     ZEROES TO RMJAHR  OF PAZURPM-P.
           MOVE     ZEROES TO RMKW    OF PAZURPM-P.
           START    PAZURPM-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-RPL-90
           END-IF.

       VER-RPL-20.
           READ     PAZURPM-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-RPL-90
           END-IF.

           MOVE     RMBERUF OF PAZURPM-P TO RPM-BERUF.
           MOVE     RMPOS   OF PAZURPM-P TO RPM-POS.
           MOVE     "SKILLRPL" TO ZUO-ID.
           MOVE     RPM-BERUF  TO ZUO-KEY.
           MOVE     RPM-POS    TO ZUO-KEY2.

      * BERICHTSHEFTWOCHE DES AZUBIS
           IF       RMART OF PAZURPM-P = "BER"
                    MOVE RMUSER OF PAZURPM-P TO VER-USER
                    PERFORM VERLEIHE-ZUORDNUNG
           END-IF.

      * UEBUNG: ALLE AZUBIS MIT ABGENOMMENER UEBUNG
           IF       RMART OF PAZURPM-P = "UEB"
                    MOVE RMUEB OF PAZURPM-P TO RPM-UEB
                    PERFORM VERARBEITE-RPL-UEBUNG
           END-IF.

           GO TO    VER-RPL-20.

       VER-RPL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE AZUBIS, DIE DIE UEBUNG RPM-UEB ABGENOMMEN BEKOMMEN HABEN
      *--------------------------------------------------------------
       VERARBEITE-RPL-UEBUNG SECTION.
       VER-RUE-00.

           INITIALIZE PAZUSTAF OF PAZUSTA-P.
           MOVE     RPM-UEB TO STLFDN OF PAZUSTA-P.
           MOVE     SPACES  TO STUSER OF PAZUSTA-P.
           START    PAZUSTA-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-RUE-90
           END-IF.

       VER-RUE-20.
           READ     PAZUSTA-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      STLFDN OF PAZUSTA-P NOT = RPM-UEB
                    GO TO VER-RUE-90
           END-IF.

           IF       STSTAT OF PAZUSTA-P = "4"
                    MOVE STUSER OF PAZUSTA-P TO VER-USER
                    MOVE "SKILLRPL" TO ZUO-ID
                    MOVE RPM-BERUF  TO ZUO-KEY
                    MOVE RPM-POS    TO ZUO-KEY2
                    PERFORM VERLEIHE-ZUORDNUNG
           END-IF.

           GO TO    VER-RUE-20.

       VER-RUE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE SKILLS DER ZUORDNUNG ZUO-ID/ZUO-KEY(/ZUO-KEY2) AN
      * VER-USER VERLEIHEN. BEI SKILLRPL STEHT DER SKILL IN CFKEY3,
      * BEI SKILLUEB IN CFKEY2.
      *--------------------------------------------------------------
       VERLEIHE-ZUORDNUNG SECTION.
       VER-ZUO-00.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     ZUO-ID   TO CFID   OF PCONFIG-P.
           MOVE     ZUO-KEY  TO CFKEY  OF PCONFIG-P.
           MOVE     ZUO-KEY2 TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES   TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES   TO CFKEY4 OF PCONFIG-P.
           START    PCONFIG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-ZUO-90
           END-IF.

       VER-ZUO-20.
           READ     PCONFIG-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      CFID  OF PCONFIG-P NOT = ZUO-ID
            OR      CFKEY OF PCONFIG-P NOT = ZUO-KEY
                    GO TO VER-ZUO-90
           END-IF.

           IF       ZUO-ID = "SKILLRPL"
                    IF   CFKEY2 OF PCONFIG-P NOT = ZUO-KEY2
                         GO TO VER-ZUO-90
                    END-IF
                    MOVE CFKEY3 OF PCONFIG-P TO VER-SKILL
           ELSE
                    MOVE CFKEY2 OF PCONFIG-P TO VER-SKILL
           END-IF.

           IF       CFIN01 OF PCONFIG-P > 4
                    MOVE 4 TO VER-STUFE
           ELSE
                    MOVE CFIN01 OF PCONFIG-P TO VER-STUFE
           END-IF.

           IF       VER-SKILL NOT = SPACES
            AND     VER-STUFE NOT = ZEROES
                    PERFORM VERLEIHE-SKILL
           END-IF.

           GO TO    VER-ZUO-20.

       VER-ZUO-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VER-USER ERHAELT VER-SKILL MIND. MIT DER STUFE VER-STUFE
      *--------------------------------------------------------------
       VERLEIHE-SKILL SECTION.
       VER-SKL-00.

      * NUR SKILLS AUS DEM KATALOG
           INITIALIZE PSKILLF OF PSKILL-P.
           MOVE     VER-SKILL TO SKID OF PSKILL-P.
           READ     PSKILL-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-SKL-90
           END-IF.

           INITIALIZE PSKILLUSF OF PSKILLUS-P.
           MOVE     VER-USER  TO SUUSER  OF PSKILLUS-P.
           MOVE     VER-SKILL TO SUSKILL OF PSKILLUS-P.
           READ     PSKILLUS-DP.
           IF       FILE-STATUS NOT = ZEROES
                    INITIALIZE PSKILLUSF OF PSKILLUS-P
                    MOVE VER-USER  TO SUUSER  OF PSKILLUS-P
                    MOVE VER-SKILL TO SUSKILL OF PSKILLUS-P
                    MOVE VER-STUFE TO SUSTUFE OF PSKILLUS-P
                    MOVE VER-STUFE TO SUBEST  OF PSKILLUS-P
                    MOVE "A"       TO SUSTAT  OF PSKILLUS-P
                    MOVE PGM-WRK   TO SUBUSR  OF PSKILLUS-P
                    MOVE DATE-8    TO SUBDTA  OF PSKILLUS-P
                    MOVE T-USER    TO SUAUSR  OF PSKILLUS-P
                    MOVE T-TERM    TO SUABS   OF PSKILLUS-P
                    MOVE PGM-WRK   TO SUAPGM  OF PSKILLUS-P
                    MOVE DATE-8    TO SUADTA  OF PSKILLUS-P
                    MOVE TIME-6    TO SUATIA  OF PSKILLUS-P
                    WRITE PSKILLUS-P
                    ADD  1 TO ANZ-NEU
                    GO TO VER-SKL-90
           END-IF.

      * NUR HOEHERE STUFEN AENDERN ETWAS
           IF       SUBEST OF PSKILLUS-P NOT < VER-STUFE
                    GO TO VER-SKL-90
           END-IF.

           MOVE     VER-STUFE TO SUBEST OF PSKILLUS-P.
           IF       SUSTUFE OF PSKILLUS-P < VER-STUFE
                    MOVE VER-STUFE TO SUSTUFE OF PSKILLUS-P
           END-IF.
      * EIGENE STUFE DAMIT VOLL BESTAETIGT
           IF       SUSTUFE OF PSKILLUS-P = SUBEST OF PSKILLUS-P
                    MOVE "A" TO SUSTAT OF PSKILLUS-P
           END-IF.
           MOVE     PGM-WRK TO SUBUSR OF PSKILLUS-P.
           MOVE     DATE-8  TO SUBDTA OF PSKILLUS-P.
           MOVE     T-USER  TO SUMSER OF PSKILLUS-P.
           MOVE     T-TERM  TO SUMBS  OF PSKILLUS-P.
           MOVE     PGM-WRK TO SUMPGM OF PSKILLUS-P.
           MOVE     DATE-8  TO SUMDTA OF PSKILLUS-P.
           MOVE     TIME-6  TO SUMTIA OF PSKILLUS-P.
           REWRITE  PSKILLUS-P.
           ADD      1 TO ANZ-ERH.

       VER-SKL-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------

           COPY     GETTIME    OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-PERMISSION: BERECHTIGUNGSPRUEFUNG
      *---------------------------------------------------------------

           COPY     PERMISSION OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-PGM-INIT/COPY-PGM-EXIT: STANDARDROUTINEN START UND ENDE
      *---------------------------------------------------------------

           COPY     PGMWRK     OF APG-QCPYSRC.
      /
