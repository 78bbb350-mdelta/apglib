       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0106.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * SKILL-MATRIX EINES TEAMS MIT LUECKENBERICHT DRUCKEN           *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  DRUCKT FUER DAS TEAM X-TEAM (PTEAMM) JE      *
      *                  SKILL DES KATALOGS PSKILL, WIE VIELE         *
      *                  TEAMMITGLIEDER AUF JEDER STUFE 0-4 STEHEN.   *
      *                  GEZAEHLT WIRD DIE BESTAETIGTE STUFE (SUBEST  *
      *                  AUS PSKILLUS, XXP0104/XXP0105), MITGLIEDER   *
      *                  OHNE BEWERTUNG ZAEHLEN ALS STUFE 0; NOCH     *
      *                  NICHT BESTAETIGTE BEWERTUNGEN WERDEN IN      *
      *                  EINER EIGENEN SPALTE GEZAEHLT. HAT NUR EINE  *
      *                  PERSON DEN SKILL (STUFE 1 ODER HOEHER),      *
      *                  WIRD ER ALS RISIKO "BUS" MARKIERT, HAT IHN   *
      *                  NIEMAND, ALS "LUECKE". SPOOL XXF0106 UEBER   *
      *                  DIE DREHSCHEIBE XXP2030 AN DEN AUFRUFER.     *
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

      *-------------------------------------------------------------
      * PTEAMM: TMTEAM, TMUSER (TEAMMITGLIEDER)
      *-------------------------------------------------------------
           SELECT PTEAMM-DP
                  ASSIGN       TO  DATABASE-PTEAMM
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *    PRINTERFILE FUER DIE SKILL-MATRIX
      *-------------------------------------------------------------
           SELECT XXDRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0106
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
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
      *--- PTEAMM: TMTEAM, TMUSER
       FD  PTEAMM-DP
           LABEL RECORDS ARE STANDARD.
       01  PTEAMM-P.
           COPY DDS-ALL-FORMATS OF PTEAMM.
      /
      *------DRUCKAUSGABE----
       FD  XXDRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  XXDRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0106.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0106".
       01  PGM-TYP                       PIC X(8)  VALUE "ZEIT  ".

      * PARAMETER FUER DIE AUSGABEDREHSCHEIBE XXP2030
       01  HUB-AKTION                    PIC X(1).
       01  HUB-PRTF                      PIC X(10).
       01  HUB-USER                      PIC X(10).
       01  HUB-OUTQ                      PIC X(10).

      * ANZAHL MITGLIEDER JE STUFE 0-4 (INDEX = STUFE + 1)
       01  STUFEN-ANZ.
        05 ANZ-STUFE                     PIC 9(3)   OCCURS 5.
       01  STF-IDX                       PIC 9(2)   BINARY.
       01  ANZ-OFFEN                     PIC 9(3).
       01  ANZ-KOENNER                   PIC 9(3).
       01  ANZ-MITGL                     PIC 9(3).

      * ZAEHLER FUER DIE SUMMENZEILE
       01  ANZ-SKILLS                    PIC 9(4)   VALUE ZEROES.
       01  ANZ-BUS                       PIC 9(4)   VALUE ZEROES.
       01  ANZ-LUECKE                    PIC 9(4)   VALUE ZEROES.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * AUSZUWERTENDES TEAM
       01  X-TEAM                        PIC X(10).
      * AUSGABEWARTESCHLANGE, SPACES = PRT01
       01  X-OUTQ                        PIC X(10).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-TEAM
                                X-OUTQ.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0106" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

      * OHNE TEAM KEIN BERICHT
           IF       X-TEAM = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

           OPEN     INPUT  PSKILL-DP
                           PSKILLUS-DP
                           PTEAMM-DP.

      * AUSGABEWEG UEBER DIE DREHSCHEIBE XXP2030 BESTIMMEN
           INITIALIZE RET-CODE.
           MOVE     "V"       TO HUB-AKTION.
           MOVE     "XXF0106" TO HUB-PRTF.
           MOVE     T-USER    TO HUB-USER.
           MOVE     X-OUTQ    TO HUB-OUTQ.
           CALL     "XXP2030" USING HUB-AKTION
                                    HUB-PRTF
                                    HUB-USER
                                    HUB-OUTQ
                                    RET-CODE
           END-CALL.

           OPEN     OUTPUT XXDRUCK-DAT.

      * KOPFZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "KOPF"      TO DRART   OF XXDRUCK-REC.
           MOVE     X-TEAM      TO DRTEAM  OF XXDRUCK-REC.
           MOVE     DATE-8      TO DRDATUM OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           PERFORM  DRUCKE-SKILLS.

      * SUMMENZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "SUMME"     TO DRART    OF XXDRUCK-REC.
           MOVE     ANZ-MITGL   TO DRMITGL  OF XXDRUCK-REC.
           MOVE     ANZ-SKILLS  TO DRSKILLS OF XXDRUCK-REC.
           MOVE     ANZ-BUS     TO DRANZBUS OF XXDRUCK-REC.
           MOVE     ANZ-LUECKE  TO DRANZLUE OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           CLOSE    XXDRUCK-DAT.

      * ZUSTELLUNG UND JOURNAL UEBER DIE DREHSCHEIBE ABSCHLIESSEN
           INITIALIZE RET-CODE.
           MOVE     "N" TO HUB-AKTION.
           CALL     "XXP2030" USING HUB-AKTION
                                    HUB-PRTF
                                    HUB-USER
                                    HUB-OUTQ
                                    RET-CODE
           END-CALL.

           CLOSE    PSKILL-DP
                    PSKILLUS-DP
                    PTEAMM-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * JE SKILL DES KATALOGS EINE ZEILE DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-SKILLS SECTION.
       DRK-SKL-00.

           INITIALIZE PSKILLF OF PSKILL-P.
           MOVE     SPACES TO SKID OF PSKILL-P.
           START    PSKILL-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRK-SKL-90
           END-IF.

       DRK-SKL-20.
           READ     PSKILL-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRK-SKL-90
           END-IF.

           ADD      1 TO ANZ-SKILLS.
           PERFORM  ZAEHLE-TEAM.
           PERFORM  DRUCKE-ZEILE.

           GO TO    DRK-SKL-20.

       DRK-SKL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STUFEN ALLER TEAMMITGLIEDER FUER DEN AKTUELLEN SKILL ZAEHLEN
      *--------------------------------------------------------------
       ZAEHLE-TEAM SECTION.
       ZAE-TEA-00.

           INITIALIZE STUFEN-ANZ, ANZ-OFFEN, ANZ-KOENNER, ANZ-MITGL.

           INITIALIZE PTEAMMF OF PTEAMM-P.
           MOVE     X-TEAM TO TMTEAM OF PTEAMM-P.
           MOVE     SPACES TO TMUSER OF PTEAMM-P.
           START    PTEAMM-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-TEA-90
           END-IF.

       ZAE-TEA-20.
           READ     PTEAMM-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      TMTEAM OF PTEAMM-P NOT = X-TEAM
                    GO TO ZAE-TEA-90
           END-IF.

           ADD      1 TO ANZ-MITGL.

      * BEWERTUNG DES MITGLIEDS, OHNE BEWERTUNG STUFE 0
           INITIALIZE PSKILLUSF OF PSKILLUS-P.
           MOVE     TMUSER OF PTEAMM-P TO SUUSER  OF PSKILLUS-P.
           MOVE     SKID   OF PSKILL-P TO SUSKILL OF PSKILLUS-P.
           READ     PSKILLUS-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    ADD  1 TO ANZ-STUFE(1)
                    GO TO ZAE-TEA-20
           END-IF.

           IF       SUSTAT OF PSKILLUS-P = "O"
                    ADD 1 TO ANZ-OFFEN
           END-IF.

           IF       SUBEST OF PSKILLUS-P > 4
                    MOVE 5 TO STF-IDX
           ELSE
                    COMPUTE STF-IDX = SUBEST OF PSKILLUS-P + 1
           END-IF.
           ADD      1 TO ANZ-STUFE(STF-IDX).
           IF       STF-IDX > 1
                    ADD 1 TO ANZ-KOENNER
           END-IF.

           GO TO    ZAE-TEA-20.

       ZAE-TEA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZEILE EINES SKILLS MIT VERTEILUNG UND RISIKOKENNZEICHEN
      *--------------------------------------------------------------
       DRUCKE-ZEILE SECTION.
       DRK-ZEI-00.

           INITIALIZE XXDRUCK-REC.
           MOVE     "ZEILE"            TO DRART   OF XXDRUCK-REC.
           MOVE     SKID  OF PSKILL-P  TO DRSKILL OF XXDRUCK-REC.
           MOVE     SKBEZ OF PSKILL-P  TO DRBEZ   OF XXDRUCK-REC.
           MOVE     ANZ-STUFE(1)       TO DRST0   OF XXDRUCK-REC.
           MOVE     ANZ-STUFE(2)       TO DRST1   OF XXDRUCK-REC.
           MOVE     ANZ-STUFE(3)       TO DRST2   OF XXDRUCK-REC.
           MOVE     ANZ-STUFE(4)       TO DRST3   OF XXDRUCK-REC.
           MOVE     ANZ-STUFE(5)       TO DRST4   OF XXDRUCK-REC.
           MOVE     ANZ-OFFEN          TO DROFFEN OF XXDRUCK-REC.

      * NUR EINE PERSON BZW. NIEMAND HAT DEN SKILL
           EVALUATE ANZ-KOENNER
                    WHEN 0
                         MOVE "LUECKE" TO DRKZ OF XXDRUCK-REC
                         ADD  1 TO ANZ-LUECKE
                    WHEN 1
                         MOVE "BUS"    TO DRKZ OF XXDRUCK-REC
                         ADD  1 TO ANZ-BUS
                    WHEN OTHER
                         MOVE SPACES   TO DRKZ OF XXDRUCK-REC
           END-EVALUATE.

           WRITE    XXDRUCK-REC.

       DRK-ZEI-90.
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
