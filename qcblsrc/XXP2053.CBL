       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP2053.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * PRUEFLISTE DER NICHT ZUGEORDNETEN EINGANGSMAILS (PMAILEIN)    *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT ALLE MAILS DES MAILEINGANGS XXP2052,   *
      *                  DIE NICHT AUTOMATISCH ZUGEORDNET ODER        *
      *                  AUSGEFUEHRT WERDEN KONNTEN (MESTAT "O"),     *
      *                  MIT ABSENDER, BETREFF UND GRUND. OPTION "1"  *
      *                  ORDNET DIE MAIL EINEM TEAM ZU (XXP2054 LEGT  *
      *                  DEN GETEILTEN OPL-PUNKT AN), OPTION "4"      *
      *                  VERWIRFT SIE (MESTAT "X"), OPTION "5" ZEIGT  *
      *                  DEN MAILTEXT (CFP0023). JEDE ERLEDIGUNG      *
      *                  WIRD PROTOKOLLIERT.                          *
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
                  ASSIGN       TO  WORKSTATION-XXD2053DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PMAILEIN: MELFDN (EINGEGANGENE MAILS)
      *-------------------------------------------------------------
           SELECT PMAILEIN-DP
                  ASSIGN       TO  DATABASE-PMAILEIN
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
           COPY DDS-ALL-FORMATS OF XXD2053DE.
      /
      *--- PMAILEIN: MELFDN
       FD  PMAILEIN-DP
           LABEL RECORDS ARE STANDARD.
       01  PMAILEIN-P.
           COPY DDS-ALL-FORMATS OF PMAILEIN.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.
        05 IN99                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  XXD2053DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  XXD2053DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD2053DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  XXD2053DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  XXD2053DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  XXD2053DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT4X.
           COPY  DDS-FMT04-O OF  XXD2053DE
           REPLACING FMT04-O BY FORMAT4
                     FMT04-O-INDIC BY FORMAT4-O-INDIC.

       01  FORMAT4Y.
           COPY  DDS-FMT04-I OF  XXD2053DE
           REPLACING FMT04-I BY FORMAT4-I
                     FMT04-I-INDIC BY FORMAT4-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * STANDARDFELDER FUER PROGRAMMTEXTE
           COPY WRKTXT     OF APG-QCPYSRC.

      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP2053".
       01  PGM-TYP                       PIC X(8)  VALUE "FUN    ".

       01  AUSWAHL                       PIC X(2).

      * AKTION FUER DAS PROTOKOLL
       01  LOG-AKTION                    PIC X(10).

      * PARAMETER FUER CFP0023 (MAILTEXT ANZEIGEN)
       01  FTFILE-WRK                    PIC X(10) VALUE "PMAILEIN".
       01  FTKEY-WRK                     PIC X(20).

      * PARAMETER FUER XXP2054 (OPL-PUNKT FUER EIN TEAM)
       01  TEAM-WRK                      PIC X(10).
       01  TEAM-OPLFDN                   PIC 9(9).
       01  TEAM-RET                      PIC X(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP2053" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD2053DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

      * ALLE DATEIEN OEFFNEN
           OPEN     I-O   PMAILEIN-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

       ANF020.
      * LESE-DATEN: LESEN ALLER OFFENEN MAILS
           PERFORM  LESE-DATEN.

      * ANZEIGEN SUBFILE
           PERFORM  ANZEIGE-SUBFILE.
           IF       F3 = "1"
                    GO TO ENDE
           END-IF.
           IF       F12 = "1"
                    GO TO ENDE
           END-IF.
           IF       F5 = "1"
                    INITIALIZE F5
                    GO TO ANF020
           END-IF.

      * WIEDERHOLEN BIS USER BEENDET ...
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE                 PMAILEIN-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * LESEN ALLER MAILS MIT MESTAT "O"
      *--------------------------------------------------------------
       LESE-DATEN SECTION.
       LES-DAT-00.

           INITIALIZE DATEN, ANZREC-WRK.

           INITIALIZE PMAILEINF OF PMAILEIN-P.
           MOVE     ZEROES TO MELFDN OF PMAILEIN-P.
           START    PMAILEIN-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
                    GO TO LES-DAT-90
           END-IF.

       LES-DAT-20.
           READ     PMAILEIN-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    IF   DATEN = ZEROES
                         PERFORM AUSGABE-SFL-CLEAR
                    END-IF
                    GO TO LES-DAT-90
           END-IF.

           IF       MESTAT OF PMAILEIN-P NOT = "O"
                    GO TO LES-DAT-20
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
           MOVE     CORR PMAILEINF OF PMAILEIN-P TO FORMAT2.

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

      * F12 ZURUECK
           IF       IN12 IN FORMAT3-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ANZ-SFL-90
           END-IF.

      * F5 AKTUALISIEREN
           IF       IN05 IN FORMAT3-I-INDIC = AN
                    MOVE "1" TO F5
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

      * MAIL EINEM TEAM ZUORDNEN
           IF       AUSW OF FORMAT2 = "1"
                    PERFORM ZUORDNEN-TEAM
                    IF   F3 = "1"
                         GO TO ANZ-SFL-90
                    END-IF
                    INITIALIZE F12
           END-IF.

      * MAIL VERWERFEN
           IF       AUSW OF FORMAT2 = "4"
                    PERFORM VERWERFEN-MAIL
           END-IF.

      * MAILTEXT ANZEIGEN
           IF       AUSW OF FORMAT2 = "5"
                    MOVE MELFDN OF FORMAT2 TO FTKEY-WRK
                    MOVE "5" TO AUSWAHL
                    CALL "CFP0023" USING FTFILE-WRK
                                         FTKEY-WRK
                                         AUSWAHL
                                         PGM-WRK
                                         F3
                                         F12
                    END-CALL
                    INITIALIZE F12
                    IF   F3 = "1"
                         GO TO ANZ-SFL-90
                    END-IF
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
      * MAIL EINEM TEAM ZUORDNEN (FMT01): XXP2054 LEGT DEN
      * GETEILTEN OPL-PUNKT AN, DANACH IST DIE MAIL ERLEDIGT
      *--------------------------------------------------------------
       ZUORDNEN-TEAM SECTION.
       ZUO-TEA-00.

           INITIALIZE FORMAT1.
           INITIALIZE PMAILEINF OF PMAILEIN-P.
           MOVE     MELFDN OF FORMAT2 TO MELFDN OF PMAILEIN-P.
           READ     PMAILEIN-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      MESTAT OF PMAILEIN-P NOT = "O"
                    GO TO ZUO-TEA-90
           END-IF.
           MOVE     CORR PMAILEINF OF PMAILEIN-P TO FORMAT1.
           MOVE     AUS TO INXX.

       ZUO-TEA-10.
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
                    GO TO ZUO-TEA-90
           END-IF.
           IF       IN12 OF FORMAT1-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ZUO-TEA-90
           END-IF.

      * NICHTS EINGEGEBEN, ENTSPRICHT ABBRUCH
           IF       METEAM OF FORMAT1 = SPACES
                    MOVE "1" TO F12
                    GO TO ZUO-TEA-90
           END-IF.

      * OHNE MITGLIEDER IN PTEAMM WIRD KEIN PUNKT ANGELEGT
           MOVE     METEAM OF FORMAT1 TO TEAM-WRK.
           CALL     "XXP2054" USING MELFDN OF PMAILEIN-P
                                    TEAM-WRK
                                    TEAM-OPLFDN
                                    TEAM-RET
           END-CALL.
           IF       TEAM-RET NOT = SPACES
                    MOVE AN TO IN99 OF INXX
                    GO TO ZUO-TEA-10
           END-IF.

           READ     PMAILEIN-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZUO-TEA-90
           END-IF.
           PERFORM  COPY-GET-TIME.
           MOVE     TEAM-WRK    TO METEAM OF PMAILEIN-P.
           MOVE     TEAM-OPLFDN TO MEOPL  OF PMAILEIN-P.
           MOVE     "E"         TO MESTAT OF PMAILEIN-P.
           MOVE     T-USER      TO MEBUSR OF PMAILEIN-P.
           MOVE     DATE-8      TO MEBDTA OF PMAILEIN-P.
           MOVE     TIME-6      TO MEBTIA OF PMAILEIN-P.
           REWRITE  PMAILEIN-P.

           MOVE     "ZUGEORDNET" TO LOG-AKTION.
           PERFORM  SCHREIBE-MAIL-LOG.

       ZUO-TEA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MAIL VERWERFEN
      *--------------------------------------------------------------
       VERWERFEN-MAIL SECTION.
       VER-MAI-00.

           INITIALIZE PMAILEINF OF PMAILEIN-P.
           MOVE     MELFDN OF FORMAT2 TO MELFDN OF PMAILEIN-P.
           READ     PMAILEIN-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-MAI-90
           END-IF.
           IF       MESTAT OF PMAILEIN-P NOT = "O"
                    UNLOCK PMAILEIN-DP
                    GO TO VER-MAI-90
           END-IF.

           PERFORM  COPY-GET-TIME.
           MOVE     "X"         TO MESTAT OF PMAILEIN-P.
           MOVE     T-USER      TO MEBUSR OF PMAILEIN-P.
           MOVE     DATE-8      TO MEBDTA OF PMAILEIN-P.
           MOVE     TIME-6      TO MEBTIA OF PMAILEIN-P.
           REWRITE  PMAILEIN-P.

           MOVE     "VERWORFEN" TO LOG-AKTION.
           PERFORM  SCHREIBE-MAIL-LOG.

       VER-MAI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ERLEDIGUNG EINER MAIL PROTOKOLLIEREN
      *--------------------------------------------------------------
       SCHREIBE-MAIL-LOG SECTION.
       SCH-MAI-00.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PMAILEIN" TO STFILE OF LOG-CPY.
           MOVE     "INFO"     TO STKEY  OF LOG-CPY.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "MAIL "                         DELIMITED BY SIZE
                    MELFDN OF PMAILEIN-P            DELIMITED BY SIZE
                    " "                             DELIMITED BY SIZE
                    LOG-AKTION                      DELIMITED BY SPACE
                    " "                             DELIMITED BY SIZE
                    METEAM OF PMAILEIN-P            DELIMITED BY SPACE
                    " VON "                         DELIMITED BY SIZE
                    MEVON  OF PMAILEIN-P            DELIMITED BY SPACE
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       SCH-MAI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILEUEBERSCHRIFTEN FUELLEN
      *--------------------------------------------------------------
       SFL-HEADER SECTION.
       SFL-HEA-00.

      * UEBERSCHRIFT
           MOVE     "XXP2053"         TO MAINUEB OF FORMAT3.
           MOVE     "XXP2053*3"       TO SUBUEB  OF FORMAT3.

       SFL-HEA-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-WRITE-LOG-CPY: SCHREIBEN EINES LOG-SATZES
      *---------------------------------------------------------------

           COPY     LOGCPY     OF APG-QCPYSRC.
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
