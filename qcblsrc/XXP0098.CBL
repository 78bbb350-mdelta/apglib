       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0098.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * SCHULUNGEN BUCHEN UND TEILNAHMEN VERWALTEN (PKURSTN)          *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT DIE SCHULUNGSTEILNAHMEN AUS PKURSTN    *
      *                  (USER, LFD. NR., KURS, ZEITRAUM, KOSTEN,     *
      *                  TEAM, ZERTIFIKAT GUELTIG BIS, STATUS         *
      *                  B=GEBUCHT/T=TEILGENOMMEN/S=STORNIERT). DER   *
      *                  USER SIEHT SEINE EIGENEN TEILNAHMEN, EIN     *
      *                  TEAMLEITER (PTEAMM TMLEAD = "J") ZUSAETZLICH *
      *                  DIE SEINER TEAMS.                            *
      *                  MIT F6 WIRD EIN KURS AUS DEM KATALOG PKURS   *
      *                  (XXP0097) GEBUCHT (FMT01). DAS TEAM MUSS     *
      *                  EIN TEAM DES TEILNEHMERS SEIN (XXP0086), FUER*
      *                  ANDERE BUCHT NUR DER TEAMLEITER DES TEAMS.   *
      *                  DAS JAHRESBUDGET DES TEAMS STEHT IN PCONFIG  *
      *                  KURS/<TEAM>/<JAHR> (CFIN01, EUR; OHNE        *
      *                  EINTRAG KEINE GRENZE); WUERDE ES MIT DER     *
      *                  BUCHUNG UEBERSCHRITTEN, WIRD ABGEWIESEN UND  *
      *                  DAS RESTBUDGET ANGEZEIGT. DIE KURSTAGE       *
      *                  (MO-FR LT. PCFGDAT) WERDEN ALS ABWESENHEIT   *
      *                  "W" IN PZEITABW ANGELEGT UND UEBER AWKSLFDN  *
      *                  MIT DER TEILNAHME VERKNUEPFT. DAS ENDE DER   *
      *                  ZERTIFIKATSGUELTIGKEIT ERRECHNET SICH AUS    *
      *                  KURSENDE + KSGUELT MONATE, WENN NICHT        *
      *                  ANGEGEBEN. OPTION "5" MELDET DIE TEILNAHME,  *
      *                  OPTION "4" STORNIERT EINE GEBUCHTE TEILNAHME *
      *                  UND ENTFERNT DIE ABWESENHEITEN. AN ABLAU-    *
      *                  FENDE ZERTIFIKATE ERINNERT XXP0099.          *
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
        SPECIAL-NAMES. , DECIMAL-POINT IS COMMA,
                         ATTRIBUTE-DATA IS BS-ATRIBUTE,
                         I-O-FEEDBACK   IS FILE-IO-FEEDBACK.
      /
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.

      *-------------------------------------------------------------
      *-   BILDSCHIRM-DATEI
      *-------------------------------------------------------------
           SELECT WS-DISPLAY
                  ASSIGN       TO  WORKSTATION-XXD0098DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PKURSTN: TNUSER, TNLFDN (SCHULUNGSTEILNAHMEN)
      *-------------------------------------------------------------
           SELECT PKURSTN-DP
                  ASSIGN       TO  DATABASE-PKURSTN
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKURS: KSID (SCHULUNGSKATALOG)
      *-------------------------------------------------------------
           SELECT PKURS-DP
                  ASSIGN       TO  DATABASE-PKURS
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PZEITABW: AWUSER, AWDATUM (ABWESENHEITEN)
      *-------------------------------------------------------------
           SELECT PZEITABW-DP
                  ASSIGN       TO  DATABASE-PZEITABW
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
      * PCONFIG: CFID, CFKEY, CFKEY2 (KURS = BUDGET JE TEAM/JAHR)
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCFGDAT: DTLFDN (KALENDER MIT KW UND WOCHENTAG)
      *-------------------------------------------------------------
           SELECT PCFGDAT-DP
                  ASSIGN       TO  DATABASE-PCFGDAT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *----DISPLAY
       FD  WS-DISPLAY
           LABEL RECORDS ARE OMITTED.
       01  WS-REC.
           COPY DDS-ALL-FORMATS OF XXD0098DE.
      /
      *--- PKURSTN: TNUSER, TNLFDN
       FD  PKURSTN-DP
           LABEL RECORDS ARE STANDARD.
       01  PKURSTN-P.
           COPY DDS-ALL-FORMATS OF PKURSTN.
      /
      *--- PKURS: KSID
       FD  PKURS-DP
           LABEL RECORDS ARE STANDARD.
       01  PKURS-P.
           COPY DDS-ALL-FORMATS OF PKURS.
      /
      *--- PZEITABW: AWUSER, AWDATUM
       FD  PZEITABW-DP
           LABEL RECORDS ARE STANDARD.
       01  PZEITABW-P.
           COPY DDS-ALL-FORMATS OF PZEITABW.
      /
      *--- PTEAMM: TMTEAM, TMUSER
       FD  PTEAMM-DP
           LABEL RECORDS ARE STANDARD.
       01  PTEAMM-P.
           COPY DDS-ALL-FORMATS OF PTEAMM.
      /
      *--- PCONFIG: CFID, CFKEY
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
      *--- PCFGDAT: DTLFDN
       FD  PCFGDAT-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGDAT-P.
           COPY DDS-ALL-FORMATS OF PCFGDAT.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.
        05 IN99                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  XXD0098DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  XXD0098DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD0098DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  XXD0098DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  XXD0098DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  XXD0098DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT4X.
           COPY  DDS-FMT04-O OF  XXD0098DE
           REPLACING FMT04-O BY FORMAT4
                     FMT04-O-INDIC BY FORMAT4-O-INDIC.

       01  FORMAT4Y.
           COPY  DDS-FMT04-I OF  XXD0098DE
           REPLACING FMT04-I BY FORMAT4-I
                     FMT04-I-INDIC BY FORMAT4-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * STANDARDFELDER FUER PROGRAMMTEXTE
           COPY WRKTXT     OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0098".
       01  PGM-TYP                       PIC X(8)  VALUE "ZEIT  ".

       01  AUSWAHL                       PIC X(2).

      * DATUMSPRUEFUNG
       01  PRF-DATUM                     PIC 9(8).

      * TEAMPRUEFUNG (PTEAMM/XXP0086)
       01  TM-TEAM                       PIC X(10).
       01  TM-USER                       PIC X(10).
       01  TM-RC                         PIC X(1).
      * T-USER IST TEAMLEITER DES TEAMS TM-TEAM (1)
       01  TM-LEITER                     PIC 9(1).

      * BUDGETPRUEFUNG JE TEAM UND JAHR
       01  BUD-JAHR                      PIC X(4).
       01  BUD-BUDGET                    PIC 9(7).
       01  BUD-VERBR                     PIC S9(9)V99.
       01  BUD-REST                      PIC S9(9)V99.
       01  BUD-OK                        PIC 9(1).

      * NAECHSTE LAUFENDE NUMMER JE USER
       01  NEU-LFDN                      PIC 9(5).

      * KURSTAGE FUER DIE ABWESENHEITEN
       01  TAG-WRK                       PIC 9(8).
       01  TAG-INT                       PIC 9(9).
       01  BIS-WRK                       PIC 9(8).
       01  ANZ-TAGE                      PIC 9(3).
       01  WOTA-WRK                      PIC 9(1).

      * ENDE DER ZERTIFIKATSGUELTIGKEIT (KURSENDE + MONATE)
       01  GUEL-DATUM.
        05 GUEL-JAHR                     PIC 9(4).
        05 GUEL-MONAT                    PIC 9(2).
        05 GUEL-TAG                      PIC 9(2).
       01  GUEL-MONATE                   PIC 9(7).
       01  GUEL-REST                     PIC 9(2).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0098" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD0098DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

      * ALLE DATEIEN OEFFNEN
           OPEN     I-O   PKURSTN-DP
                          PZEITABW-DP.
           OPEN     INPUT PKURS-DP
                          PTEAMM-DP
                          PCONFIG-DP
                          PCFGDAT-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

       ANF020.
      * LESE-DATEN: EIGENE TEILNAHMEN UND DIE DER GELEITETEN TEAMS
           PERFORM  LESE-DATEN.

      * ANZEIGEN SUBFILE
           PERFORM  ANZEIGE-SUBFILE.
           IF       F3 = "1"
                    GO TO ENDE
           END-IF.
           IF       F5 = "1"
                    INITIALIZE F5
                    GO TO ANF020
           END-IF.
           IF       F6 = "1"
                    INITIALIZE F6
                    PERFORM ERFASSEN-BUCHUNG
                    IF   F3 = "1"
                         GO TO ENDE
                    END-IF
                    INITIALIZE F12
                    GO TO ANF020
           END-IF.

      * WIEDERHOLEN BIS USER BEENDET ...
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE                 PKURSTN-DP
                                 PZEITABW-DP
                                 PKURS-DP
                                 PTEAMM-DP
                                 PCONFIG-DP
                                 PCFGDAT-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * TEILNAHMEN LESEN: EIGENE UND DIE DER GELEITETEN TEAMS
      *--------------------------------------------------------------
       LESE-DATEN SECTION.
       LES-DAT-00.

           INITIALIZE DATEN, ANZREC-WRK.

           INITIALIZE PKURSTNF OF PKURSTN-P.
           MOVE     SPACES TO TNUSER OF PKURSTN-P.
           MOVE     ZEROES TO TNLFDN OF PKURSTN-P.
           START    PKURSTN-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
                    GO TO LES-DAT-90
           END-IF.

       LES-DAT-20.
           READ     PKURSTN-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    IF   DATEN = ZEROES
                         PERFORM AUSGABE-SFL-CLEAR
                    END-IF
                    GO TO LES-DAT-90
           END-IF.

      * FREMDE TEILNAHMEN NUR FUER DEN TEAMLEITER DES TEAMS
           IF       TNUSER OF PKURSTN-P NOT = T-USER
                    MOVE TNTEAM OF PKURSTN-P TO TM-TEAM
                    PERFORM PRUEFE-TEAMLEITER
                    IF   TM-LEITER = ZEROES
                         GO TO LES-DAT-20
                    END-IF
           END-IF.

      * AUSGABE EINER SUBFILE-ZEILE
           PERFORM  AUSGABE-SFL.
           IF       SUBFILE-RECORD-NUMBER < 9999
                    GO TO LES-DAT-20
           END-IF.

       LES-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILE-CLEAR AUSGEBEN
      *--------------------------------------------------------------
       AUSGABE-SFL-CLEAR SECTION.
       AUS-CLR-00.

           MOVE     1 TO  DATEN.
           INITIALIZE FORMAT3.
           MOVE     AUS     TO FORMAT3-O-INDIC.
           MOVE     ZEROES  TO SUBFILE-RECORD-NUMBER.
           MOVE     ZEROES  TO ANZREC OF FORMAT3.
           MOVE     AN      TO IN95 OF INXX.
           MOVE     AUS     TO IN91 OF INXX.
           MOVE     AUS     TO IN96 OF INXX.
           MOVE     CORR INXX  TO FORMAT3-O-INDIC.
           MOVE     "FMT03" TO FMT-WRK.
           MOVE     FORMAT3 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.

       AUS-CLR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AUSGABE DER SFL-ZEILE
      *--------------------------------------------------------------
       AUSGABE-SFL SECTION.
       AUS-SFL-00.

      * SUBFILE-CLEAR
           IF       DATEN = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
           END-IF.

      * SUBFILE-ZEILE FUELLEN UND SCHREIBEN
           INITIALIZE FORMAT2.
           MOVE     CORR PKURSTNF OF PKURSTN-P TO FORMAT2.

      * KURSTITEL AUS DEM KATALOG
           INITIALIZE PKURSF OF PKURS-P.
           MOVE     TNKURS OF PKURSTN-P TO KSID OF PKURS-P.
           READ     PKURS-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE KSTITEL OF PKURS-P TO KSTITEL OF FORMAT2
           END-IF.

           MOVE     SPACES       TO AUSW OF FORMAT2.
           MOVE     CORR INXX    TO FORMAT2-O-INDIC.
           ADD      1            TO ANZREC-WRK.
           ADD      1            TO SUBFILE-RECORD-NUMBER.
           MOVE     "FMT02"      TO FMT-WRK.
           MOVE     FORMAT2      TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           MOVE     AUS TO INXX.

       AUS-SFL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ANZEIGEN DES SUBFILES
      *--------------------------------------------------------------
       ANZEIGE-SUBFILE SECTION.
       ANZ-SFL-00.

           INITIALIZE FORMAT3.
           MOVE     AUS    TO INXX.

       ANZ-SFL-20.
      * AUSGABE FUSSZEILE
           MOVE     SPACES  TO WSREC-WRK.
           MOVE     "FMT04" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-WRITE.

      * SFL-UEBERSCHRIFTEN FUELLEN
           PERFORM  SFL-HEADER.

      * ANZEIGE SUBFILE
           EVALUATE SFL-ZEILE
                    WHEN 1
                         MOVE SUBFILE-RECORD-NUMBER TO SFL-ZEILE
                         MOVE 1 TO SUBFILE-RECORD-NUMBER
                    WHEN OTHER
                         IF   SFL-ZEILE <= ANZREC-WRK
                              MOVE SFL-ZEILE  TO SUBFILE-RECORD-NUMBER
                         ELSE
                              MOVE ANZREC-WRK TO SUBFILE-RECORD-NUMBER
                         END-IF
           END-EVALUATE.

           MOVE     ANZREC-WRK            TO ANZREC  OF FORMAT3.
           MOVE     SUBFILE-RECORD-NUMBER TO SFRECNR OF FORMAT3.
           MOVE     AUS    TO IN95  IN  INXX.
           IF       ANZREC-WRK = ZEROES
                    MOVE AUS TO IN91 IN INXX
           ELSE
                    MOVE AN  TO IN91 IN INXX
           END-IF.
           MOVE     AN     TO IN96  IN  INXX.
           MOVE     CORR INXX TO FORMAT3-O-INDIC.
           MOVE     "FMT03" TO FMT-WRK.
           MOVE     FORMAT3 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK      TO FORMAT3-I.
           MOVE     CORR FORMAT3-I TO FORMAT3.
           MOVE     AUS  TO INXX.

      * F3 ENDE
           IF       IN03 IN FORMAT3-I-INDIC = AN
                    MOVE "1" TO F3
                    GO TO ANZ-SFL-90
           END-IF.

      * F5 AKTUALISIEREN
           IF       IN05 IN FORMAT3-I-INDIC = AN
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * F6 NEUE BUCHUNG ERFASSEN
           IF       IN06 IN FORMAT3-I-INDIC = AN
                    MOVE "1" TO F6
                    GO TO ANZ-SFL-90
           END-IF.

       ANZ-SFL-50.
      * LESEN VON SUBFILE NEXT MODIFIED RECORD
           MOVE     "FMT02" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-SFLREAD.
           IF       BS-STAT NOT = ZEROES
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

           MOVE     WSREC-WRK      TO FORMAT2-I.
           MOVE     CORR FORMAT2-I TO FORMAT2.

           IF       AUSW OF FORMAT2 = SPACES
                    GO TO ANZ-SFL-50
           END-IF.

      * RECORD-NUMMER SICHERN, DAMIT BEI FEHLERMELDUNG DER CURSOR
      * AN DER RICHTIGEN POSITION STEHT
           MOVE     SUBFILE-RECORD-NUMBER TO SFL-ZEILE.

      * BERECHTIGUNG FUER DIESE FUNKTION UEBERPRUEFEN
           IF       AUSW OF FORMAT2 NOT = SPACES
                    MOVE  SPACES          TO RET-CODE
                    MOVE  AUSW OF FORMAT2 TO AUSWAHL
                    CALL "CFP9002" USING T-USER
                                         AUSWAHL
                                         PGM-WRK
                                         RET-CODE
                    END-CALL
                    IF   RET-CODE NOT = SPACES
                         MOVE     SPACES TO AUSW OF FORMAT2
                         MOVE     "FMT02" TO FMT-WRK
                         MOVE     FORMAT2 TO WSREC-WRK
                         PERFORM  COPY-DISPLAY-SFLREWRITE
                         GO TO ANZ-SFL-50
                    END-IF
           END-IF.

      * TEILNAHME STORNIEREN
           IF       AUSW OF FORMAT2 = "4"
                    PERFORM STORNIEREN-TEILNAHME
           END-IF.

      * TEILNAHME MELDEN
           IF       AUSW OF FORMAT2 = "5"
                    PERFORM MELDEN-TEILNAHME
           END-IF.

           MOVE     SPACES TO AUSW OF FORMAT2.
           MOVE     SUBFILE-RECORD-NUMBER TO SFL-ZEILE.
           MOVE     "FMT02" TO FMT-WRK.
           MOVE     FORMAT2 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLREWRITE.

           GO TO    ANZ-SFL-50.

       ANZ-SFL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GEBUCHTE TEILNAHME STORNIEREN (TEILNEHMER ODER TEAMLEITER)
      * UND DIE VERKNUEPFTEN ABWESENHEITEN "W" ENTFERNEN
      *--------------------------------------------------------------
       STORNIEREN-TEILNAHME SECTION.
       STO-TLN-00.

           INITIALIZE PKURSTNF OF PKURSTN-P.
           MOVE     TNUSER OF FORMAT2 TO TNUSER OF PKURSTN-P.
           MOVE     TNLFDN OF FORMAT2 TO TNLFDN OF PKURSTN-P.
           READ     PKURSTN-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO STO-TLN-90
           END-IF.
           IF       TNSTAT OF PKURSTN-P NOT = "B"
                    GO TO STO-TLN-90
           END-IF.

           IF       TNUSER OF PKURSTN-P NOT = T-USER
                    MOVE TNTEAM OF PKURSTN-P TO TM-TEAM
                    PERFORM PRUEFE-TEAMLEITER
                    IF   TM-LEITER = ZEROES
                         GO TO STO-TLN-90
                    END-IF
           END-IF.

           PERFORM  COPY-GET-TIME.
           MOVE     "S"     TO TNSTAT OF PKURSTN-P.
           MOVE     T-USER  TO TNMSER OF PKURSTN-P.
           MOVE     T-TERM  TO TNMBS  OF PKURSTN-P.
           MOVE     PGM-WRK TO TNMPGM OF PKURSTN-P.
           MOVE     DATE-8  TO TNMDTA OF PKURSTN-P.
           MOVE     TIME-6  TO TNMTIA OF PKURSTN-P.
           REWRITE  PKURSTN-P.

           MOVE     "S" TO TNSTAT OF FORMAT2.

           PERFORM  ENTFERNEN-ABWESENHEIT.

       STO-TLN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TEILNAHME MELDEN: STATUS "T" (TEILNEHMER ODER TEAMLEITER)
      *--------------------------------------------------------------
       MELDEN-TEILNAHME SECTION.
       MEL-TLN-00.

           INITIALIZE PKURSTNF OF PKURSTN-P.
           MOVE     TNUSER OF FORMAT2 TO TNUSER OF PKURSTN-P.
           MOVE     TNLFDN OF FORMAT2 TO TNLFDN OF PKURSTN-P.
           READ     PKURSTN-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO MEL-TLN-90
           END-IF.
           IF       TNSTAT OF PKURSTN-P NOT = "B"
                    GO TO MEL-TLN-90
           END-IF.

           IF       TNUSER OF PKURSTN-P NOT = T-USER
                    MOVE TNTEAM OF PKURSTN-P TO TM-TEAM
                    PERFORM PRUEFE-TEAMLEITER
                    IF   TM-LEITER = ZEROES
                         GO TO MEL-TLN-90
                    END-IF
           END-IF.

           PERFORM  COPY-GET-TIME.
           MOVE     "T"     TO TNSTAT OF PKURSTN-P.
           MOVE     T-USER  TO TNMSER OF PKURSTN-P.
           MOVE     T-TERM  TO TNMBS  OF PKURSTN-P.
           MOVE     PGM-WRK TO TNMPGM OF PKURSTN-P.
           MOVE     DATE-8  TO TNMDTA OF PKURSTN-P.
           MOVE     TIME-6  TO TNMTIA OF PKURSTN-P.
           REWRITE  PKURSTN-P.

           MOVE     "T" TO TNSTAT OF FORMAT2.

       MEL-TLN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * IST T-USER TEAMLEITER DES TEAMS TM-TEAM? (TM-LEITER = 1)
      *--------------------------------------------------------------
       PRUEFE-TEAMLEITER SECTION.
       PRF-TLD-00.

           MOVE     ZEROES TO TM-LEITER.

           INITIALIZE PTEAMMF OF PTEAMM-P.
           MOVE     TM-TEAM TO TMTEAM OF PTEAMM-P.
           MOVE     T-USER  TO TMUSER OF PTEAMM-P.
           READ     PTEAMM-DP WITH NO LOCK.
           IF       FILE-STATUS         = ZEROES
            AND     TMLEAD OF PTEAMM-P  = "J"
                    MOVE 1 TO TM-LEITER
           END-IF.

       PRF-TLD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NEUE BUCHUNG ERFASSEN (FMT01)
      *--------------------------------------------------------------
       ERFASSEN-BUCHUNG SECTION.
       ERF-BUC-00.

           INITIALIZE FORMAT1.
           MOVE     T-USER TO TNUSER OF FORMAT1.
           MOVE     AUS TO INXX.

       ERF-BUC-10.
           MOVE     CORR INXX       TO  FORMAT1-O-INDIC.
           MOVE     "FMT01"         TO  FMT-WRK.
           MOVE     FORMAT1         TO  WSREC-WRK.
           PERFORM  COPY-DISPLAY-WRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK TO FORMAT1-I.
           MOVE     CORR FORMAT1-I TO FORMAT1.
           MOVE     AUS  TO INXX.

           IF       IN03 OF FORMAT1-I-INDIC = AN
                    MOVE "1" TO F3
                    GO TO ERF-BUC-90
           END-IF.
           IF       IN12 OF FORMAT1-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ERF-BUC-90
           END-IF.

      * NICHTS EINGEGEBEN, ENTSPRICHT ABBRUCH
           IF       TNKURS OF FORMAT1 = SPACES
                    MOVE "1" TO F12
                    GO TO ERF-BUC-90
           END-IF.

      * KURS MUSS IM KATALOG STEHEN
           INITIALIZE PKURSF OF PKURS-P.
           MOVE     TNKURS OF FORMAT1 TO KSID OF PKURS-P.
           READ     PKURS-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-BUC-10
           END-IF.
           MOVE     KSTITEL OF PKURS-P TO KSTITEL OF FORMAT1.

      * KURSBEGINN MUSS GUELTIG SEIN
           MOVE     TNVON OF FORMAT1 TO PRF-DATUM.
           MOVE     PRF-DATUM TO DATE-DB.
           PERFORM  COPY-CHECK-DATE.
           IF       DATUM-RETCODE NOT = SPACES
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-BUC-10
           END-IF.

      * OHNE KURSENDE GILT DIE ANZAHL KURSTAGE DES KATALOGS
           IF       TNBIS OF FORMAT1 = ZEROES
                    PERFORM ERMITTLE-KURSENDE
                    MOVE BIS-WRK TO TNBIS OF FORMAT1
           END-IF.
           MOVE     TNBIS OF FORMAT1 TO PRF-DATUM.
           MOVE     PRF-DATUM TO DATE-DB.
           PERFORM  COPY-CHECK-DATE.
           IF       DATUM-RETCODE NOT = SPACES
            OR      TNBIS OF FORMAT1 < TNVON OF FORMAT1
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-BUC-10
           END-IF.

      * OHNE KOSTEN GELTEN DIE KOSTEN DES KATALOGS
           IF       TNKOSTEN OF FORMAT1 = ZEROES
                    MOVE KSKOSTEN OF PKURS-P TO TNKOSTEN OF FORMAT1
           END-IF.

      * DER TEILNEHMER MUSS ZUM TEAM GEHOEREN
           MOVE     TNTEAM OF FORMAT1 TO TM-TEAM.
           MOVE     TNUSER OF FORMAT1 TO TM-USER.
           MOVE     SPACES            TO TM-RC.
           CALL     "XXP0086" USING TM-TEAM
                                    TM-USER
                                    TM-RC
           END-CALL.
           IF       TNTEAM OF FORMAT1 = SPACES
            OR      TM-RC NOT = "J"
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-BUC-10
           END-IF.

      * FUER ANDERE BUCHT NUR DER TEAMLEITER DES TEAMS
           IF       TNUSER OF FORMAT1 NOT = T-USER
                    PERFORM PRUEFE-TEAMLEITER
                    IF   TM-LEITER = ZEROES
                         MOVE AN TO IN99 OF INXX
                         GO TO ERF-BUC-10
                    END-IF
           END-IF.

      * JAHRESBUDGET DES TEAMS PRUEFEN
           PERFORM  PRUEFE-BUDGET.
           IF       BUD-OK = ZEROES
                    MOVE BUD-REST TO BUDREST OF FORMAT1
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-BUC-10
           END-IF.

      * ZERTIFIKATSGUELTIGKEIT ERRECHNEN, WENN NICHT ANGEGEBEN
           IF       TNGUEL OF FORMAT1 = ZEROES
            AND     KSGUELT OF PKURS-P NOT = ZEROES
                    PERFORM BERECHNE-GUELTIGKEIT
                    MOVE GUEL-DATUM TO TNGUEL OF FORMAT1
           END-IF.

           PERFORM  ANLEGEN-TEILNAHME.

      * KURSTAGE ALS ABWESENHEIT ANLEGEN
           PERFORM  ANLEGEN-ABWESENHEIT.

       ERF-BUC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KURSENDE AUS KURSBEGINN UND KSTAGE (NUR MO-FR) ERMITTELN
      *--------------------------------------------------------------
       ERMITTLE-KURSENDE SECTION.
       ERM-KEN-00.

           MOVE     TNVON OF FORMAT1 TO TAG-WRK.
           MOVE     TNVON OF FORMAT1 TO BIS-WRK.
           MOVE     ZEROES TO ANZ-TAGE.

       ERM-KEN-20.
           PERFORM  LESEN-WOCHENTAG.
           IF       WOTA-WRK < 6
                    ADD  1       TO ANZ-TAGE
                    MOVE TAG-WRK TO BIS-WRK
           END-IF.
           IF       ANZ-TAGE NOT < KSTAGE OF PKURS-P
                    GO TO ERM-KEN-90
           END-IF.

           COMPUTE  TAG-INT = FUNCTION INTEGER-OF-DATE(TAG-WRK) + 1.
           COMPUTE  TAG-WRK = FUNCTION DATE-OF-INTEGER(TAG-INT).
           GO TO    ERM-KEN-20.

       ERM-KEN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * WOCHENTAG ZU TAG-WRK AUS PCFGDAT LESEN (1 = MONTAG)
      *--------------------------------------------------------------
       LESEN-WOCHENTAG SECTION.
       LES-WOT-00.

           MOVE     ZEROES TO WOTA-WRK.
           INITIALIZE PCFGDATF OF PCFGDAT-P.
           MOVE     TAG-WRK TO DTLFDN OF PCFGDAT-P.
           READ     PCFGDAT-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE DTWOTA OF PCFGDAT-P TO WOTA-WRK
           END-IF.

       LES-WOT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * JAHRESBUDGET DES TEAMS (PCONFIG KURS/<TEAM>/<JAHR>) GEGEN DIE
      * BISHERIGEN, NICHT STORNIERTEN BUCHUNGEN DES JAHRES PRUEFEN
      *--------------------------------------------------------------
       PRUEFE-BUDGET SECTION.
       PRF-BUD-00.

           MOVE     1      TO BUD-OK.
           MOVE     ZEROES TO BUD-BUDGET, BUD-VERBR, BUD-REST.
           MOVE     TNVON OF FORMAT1(1:4) TO BUD-JAHR.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "KURS"            TO CFID   OF PCONFIG-P.
           MOVE     TNTEAM OF FORMAT1 TO CFKEY  OF PCONFIG-P.
           MOVE     BUD-JAHR          TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES            TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES            TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-BUD-90
           END-IF.
           MOVE     CFIN01 OF PCONFIG-P TO BUD-BUDGET.
      * OHNE BUDGET KEINE GRENZE
           IF       BUD-BUDGET = ZEROES
                    GO TO PRF-BUD-90
           END-IF.

      * BISHERIGE BUCHUNGEN DES TEAMS IM JAHR SUMMIEREN
           INITIALIZE PKURSTNF OF PKURSTN-P.
           MOVE     SPACES TO TNUSER OF PKURSTN-P.
           MOVE     ZEROES TO TNLFDN OF PKURSTN-P.
           START    PKURSTN-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-BUD-50
           END-IF.

       PRF-BUD-20.
           READ     PKURSTN-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-BUD-50
           END-IF.

           IF       TNTEAM OF PKURSTN-P     = TNTEAM OF FORMAT1
            AND     TNVON  OF PKURSTN-P(1:4) = BUD-JAHR
            AND     TNSTAT OF PKURSTN-P NOT = "S"
                    ADD TNKOSTEN OF PKURSTN-P TO BUD-VERBR
           END-IF.

           GO TO    PRF-BUD-20.

       PRF-BUD-50.
           COMPUTE  BUD-REST = BUD-BUDGET - BUD-VERBR.
           IF       TNKOSTEN OF FORMAT1 > BUD-REST
                    MOVE ZEROES TO BUD-OK
           END-IF.

       PRF-BUD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ENDE DER ZERTIFIKATSGUELTIGKEIT: KURSENDE + KSGUELT MONATE,
      * AM MONATSENDE AUF DEN LETZTEN GUELTIGEN TAG ZURUECK
      *--------------------------------------------------------------
       BERECHNE-GUELTIGKEIT SECTION.
       BER-GUE-00.

           MOVE     TNBIS OF FORMAT1 TO GUEL-DATUM.
           COMPUTE  GUEL-MONATE = GUEL-JAHR * 12 + GUEL-MONAT - 1
                                + KSGUELT OF PKURS-P.
           DIVIDE   GUEL-MONATE BY 12 GIVING GUEL-JAHR
                                      REMAINDER GUEL-REST.
           COMPUTE  GUEL-MONAT = GUEL-REST + 1.

       BER-GUE-20.
           MOVE     GUEL-DATUM TO PRF-DATUM.
           MOVE     PRF-DATUM  TO DATE-DB.
           PERFORM  COPY-CHECK-DATE.
           IF       DATUM-RETCODE NOT = SPACES
            AND     GUEL-TAG > 28
                    SUBTRACT 1 FROM GUEL-TAG
                    GO TO BER-GUE-20
           END-IF.

       BER-GUE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TEILNAHME MIT DER NAECHSTEN LFD. NUMMER DES USERS ANLEGEN
      *--------------------------------------------------------------
       ANLEGEN-TEILNAHME SECTION.
       ANL-TLN-00.

      * HOECHSTE VERGEBENE NUMMER DES USERS ERMITTELN
           MOVE     ZEROES TO NEU-LFDN.
           INITIALIZE PKURSTNF OF PKURSTN-P.
           MOVE     TNUSER OF FORMAT1 TO TNUSER OF PKURSTN-P.
           MOVE     ZEROES            TO TNLFDN OF PKURSTN-P.
           START    PKURSTN-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANL-TLN-50
           END-IF.

       ANL-TLN-20.
           READ     PKURSTN-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      TNUSER OF PKURSTN-P NOT = TNUSER OF FORMAT1
                    GO TO ANL-TLN-50
           END-IF.
           MOVE     TNLFDN OF PKURSTN-P TO NEU-LFDN.
           GO TO    ANL-TLN-20.

       ANL-TLN-50.
           ADD      1 TO NEU-LFDN.
           PERFORM  COPY-GET-TIME.

           INITIALIZE PKURSTNF OF PKURSTN-P.
           MOVE     TNUSER   OF FORMAT1 TO TNUSER   OF PKURSTN-P.
           MOVE     NEU-LFDN            TO TNLFDN   OF PKURSTN-P.
           MOVE     TNKURS   OF FORMAT1 TO TNKURS   OF PKURSTN-P.
           MOVE     TNVON    OF FORMAT1 TO TNVON    OF PKURSTN-P.
           MOVE     TNBIS    OF FORMAT1 TO TNBIS    OF PKURSTN-P.
           MOVE     TNKOSTEN OF FORMAT1 TO TNKOSTEN OF PKURSTN-P.
           MOVE     TNTEAM   OF FORMAT1 TO TNTEAM   OF PKURSTN-P.
           MOVE     TNGUEL   OF FORMAT1 TO TNGUEL   OF PKURSTN-P.
           MOVE     "B"                 TO TNSTAT   OF PKURSTN-P.
           MOVE     ZEROES              TO TNERIN   OF PKURSTN-P.
           MOVE     T-USER              TO TNAUSR   OF PKURSTN-P.
           MOVE     T-TERM              TO TNABS    OF PKURSTN-P.
           MOVE     PGM-WRK             TO TNAPGM   OF PKURSTN-P.
           MOVE     DATE-8              TO TNADTA   OF PKURSTN-P.
           MOVE     TIME-6              TO TNATIA   OF PKURSTN-P.
           WRITE    PKURSTN-P.

       ANL-TLN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * JEDEN KURSTAG (MO-FR) ALS ABWESENHEIT "W" IN PZEITABW ANLEGEN
      * UND MIT DER TEILNAHME VERKNUEPFEN (AWKSLFDN). VORHANDENE
      * TAGE (Z.B. URLAUB) BLEIBEN UNVERAENDERT.
      *--------------------------------------------------------------
       ANLEGEN-ABWESENHEIT SECTION.
       ANL-ABW-00.

           MOVE     TNVON OF PKURSTN-P TO TAG-WRK.
           MOVE     TNBIS OF PKURSTN-P TO BIS-WRK.

       ANL-ABW-20.
           IF       TAG-WRK > BIS-WRK
                    GO TO ANL-ABW-90
           END-IF.

      * WOCHENENDE UEBERSPRINGEN
           PERFORM  LESEN-WOCHENTAG.
           IF       WOTA-WRK > 5
                    GO TO ANL-ABW-50
           END-IF.

           INITIALIZE PZEITABWF OF PZEITABW-P.
           MOVE     TNUSER OF PKURSTN-P TO AWUSER  OF PZEITABW-P.
           MOVE     TAG-WRK             TO AWDATUM OF PZEITABW-P.
           READ     PZEITABW-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    GO TO ANL-ABW-50
           END-IF.

           INITIALIZE PZEITABWF OF PZEITABW-P.
           MOVE     TNUSER  OF PKURSTN-P TO AWUSER   OF PZEITABW-P.
           MOVE     TAG-WRK              TO AWDATUM  OF PZEITABW-P.
           MOVE     "W"                  TO AWART    OF PZEITABW-P.
           MOVE     "G"                  TO AWSTAT   OF PZEITABW-P.
           MOVE     KSTITEL OF PKURS-P   TO AWGRUND  OF PZEITABW-P.
           MOVE     TNLFDN  OF PKURSTN-P TO AWKSLFDN OF PZEITABW-P.
           MOVE     T-USER               TO AWAUSR   OF PZEITABW-P.
           MOVE     DATE-8               TO AWADTA   OF PZEITABW-P.
           MOVE     TIME-6               TO AWATIA   OF PZEITABW-P.
           WRITE    PZEITABW-P.

       ANL-ABW-50.
      * NAECHSTER KALENDERTAG
           COMPUTE  TAG-INT = FUNCTION INTEGER-OF-DATE(TAG-WRK) + 1.
           COMPUTE  TAG-WRK = FUNCTION DATE-OF-INTEGER(TAG-INT).
           GO TO    ANL-ABW-20.

       ANL-ABW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DIE MIT DER TEILNAHME VERKNUEPFTEN ABWESENHEITEN ENTFERNEN
      *--------------------------------------------------------------
       ENTFERNEN-ABWESENHEIT SECTION.
       ENT-ABW-00.

           MOVE     TNVON OF PKURSTN-P TO TAG-WRK.
           MOVE     TNBIS OF PKURSTN-P TO BIS-WRK.

       ENT-ABW-20.
           IF       TAG-WRK > BIS-WRK
                    GO TO ENT-ABW-90
           END-IF.

           INITIALIZE PZEITABWF OF PZEITABW-P.
           MOVE     TNUSER OF PKURSTN-P TO AWUSER  OF PZEITABW-P.
           MOVE     TAG-WRK             TO AWDATUM OF PZEITABW-P.
           READ     PZEITABW-DP.
           IF       FILE-STATUS = ZEROES
            AND     AWART    OF PZEITABW-P = "W"
            AND     AWKSLFDN OF PZEITABW-P = TNLFDN OF PKURSTN-P
                    DELETE PZEITABW-DP
           END-IF.

      * NAECHSTER KALENDERTAG
           COMPUTE  TAG-INT = FUNCTION INTEGER-OF-DATE(TAG-WRK) + 1.
           COMPUTE  TAG-WRK = FUNCTION DATE-OF-INTEGER(TAG-INT).
           GO TO    ENT-ABW-20.

       ENT-ABW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILEUEBERSCHRIFTEN FUELLEN
      *--------------------------------------------------------------
       SFL-HEADER SECTION.
       SFL-HEA-00.

      * UEBERSCHRIFT
           MOVE     "XXP0098"         TO MAINUEB OF FORMAT3.
           MOVE     "XXP0098*3"       TO SUBUEB  OF FORMAT3.

       SFL-HEA-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-CHECK-DATE: PRUEFEN EINES DATUMS
      *---------------------------------------------------------------

           COPY     CHKDATE    OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------

           COPY     GETTIME    OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-PGM-TXT: PROGRAMMTEXTE LESEN
      *---------------------------------------------------------------

           COPY     PGMTXT     OF APG-QCPYSRC.
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
      *---------------------------------------------------------------
      * COPY-DSP-*: ALLE DISPLAYROUTINEN
      *---------------------------------------------------------------

           COPY     DSPWORKING OF APG-QCPYSRC.
      /
