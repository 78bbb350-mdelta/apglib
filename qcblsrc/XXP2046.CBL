       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP2046.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * KLASSIFIZIERUNG DER FELDER EINER DATEI NACH DSGVO (PDSFKL)    *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT ALLE FELDER DER DATEI X-DATEI AUS DEM  *
      *                  DATENKATALOG PCFGFFD (CONST-LIB) MIT IHRER   *
      *                  KLASSE AUS PDSFKL. DIE KLASSE WIRD DIREKT    *
      *                  IN DER LISTE UEBERSCHRIEBEN:                 *
      *                  "P" = PERSONENBEZOGENES DATUM,               *
      *                  "B" = BESONDERE KATEGORIE NACH ART. 9        *
      *                        DSGVO (Z.B. GESUNDHEIT, KRANKHEITS-    *
      *                        ABWESENHEITEN IN PZEITABW),            *
      *                  "N" = KEIN PERSONENBEZUG,                    *
      *                  LEER = NOCH NICHT KLASSIFIZIERT (DER         *
      *                  EINTRAG IN PDSFKL WIRD ENTFERNT).            *
      *                  DIE KLASSIFIZIERUNG LIEGT BEWUSST NICHT IN   *
      *                  PCFGFFD, WEIL CMP0005 DIE FELDER EINER       *
      *                  DATEI BEI JEDER UMWANDLUNG NEU SCHREIBT.     *
      *                  JEDE AENDERUNG WIRD PROTOKOLLIERT.           *
      *                  AUFRUF AUS XXP2045 (OPTION "5").             *
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
                  ASSIGN       TO  WORKSTATION-XXD2046DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PDSFKL: DKFILE, DKFELD (KLASSE JE FELD)
      *-------------------------------------------------------------
           SELECT PDSFKL-DP
                  ASSIGN       TO  DATABASE-PDSFKL
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PDSVVZ: VZFILE (VERARBEITUNGSVERZEICHNIS JE DATEI)
      *-------------------------------------------------------------
           SELECT PDSVVZ-DP
                  ASSIGN       TO  DATABASE-PDSVVZ
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCFGFFDL1: WHLIB, WHFILE, WHNAME, WHFLDE (FELDER JE DATEI)
      *-------------------------------------------------------------
           SELECT PCFGFFD-DL
                  ASSIGN       TO  DATABASE-PCFGFFDL1
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                                   WITH DUPLICATES
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *----DISPLAY
       FD  WS-DISPLAY
           LABEL RECORDS ARE OMITTED.
       01  WS-REC.
           COPY DDS-ALL-FORMATS OF XXD2046DE.
      /
      *--- PDSFKL: DKFILE, DKFELD
       FD  PDSFKL-DP
           LABEL RECORDS ARE STANDARD.
       01  PDSFKL-P.
           COPY DDS-ALL-FORMATS OF PDSFKL.
      /
      *--- PDSVVZ: VZFILE
       FD  PDSVVZ-DP
           LABEL RECORDS ARE STANDARD.
       01  PDSVVZ-P.
           COPY DDS-ALL-FORMATS OF PDSVVZ.
      /
      *--- PCFGFFDL1: WHLIB, WHFILE, WHNAME, WHFLDE
       FD  PCFGFFD-DL
           LABEL RECORDS ARE STANDARD.
       01  PCFGFFD-L.
           COPY DDS-ALL-FORMATS OF PCFGFFDL1.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.
        05 IN99                          PIC 1.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD2046DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  XXD2046DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  XXD2046DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  XXD2046DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT4X.
           COPY  DDS-FMT04-O OF  XXD2046DE
           REPLACING FMT04-O BY FORMAT4
                     FMT04-O-INDIC BY FORMAT4-O-INDIC.

       01  FORMAT4Y.
           COPY  DDS-FMT04-I OF  XXD2046DE
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

       01  PGM-WRK                       PIC X(10) VALUE "XXP2046".
       01  PGM-TYP                       PIC X(8)  VALUE "FUN    ".

       01  AUSWAHL                       PIC X(2).

      * AKTION FUER DAS PROTOKOLL
       01  LOG-AKTION                    PIC X(10).

      * "1" = AENDERN DER KLASSEN IST ERLAUBT (CFP9002, OPTION "2")
       01  AENDERN-OK                    PIC X(1).

      * "1" = MINDESTENS EINE ZEILE MIT UNGUELTIGER KLASSE
       01  FEHLER-WRK                    PIC X(1).

      * ANZAHL NOCH NICHT KLASSIFIZIERTER FELDER
       01  ANZ-OFFEN                     PIC 9(4).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-DATEI                       PIC X(10).
       01  X-F3                          PIC X(1).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-DATEI
                                X-F3.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP2046" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD2046DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

      * ALLE DATEIEN OEFFNEN
           OPEN     I-O   PDSFKL-DP.
           OPEN     INPUT PDSVVZ-DP
                          PCFGFFD-DL.

           MOVE     AUS TO INXX.
           INITIALIZE X-F3.
           INITIALIZE F3, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           IF       X-DATEI = SPACES
                    GO TO ENDE
           END-IF.

      * DARF DIE KLASSE GEAENDERT WERDEN?
           MOVE     SPACES TO AENDERN-OK.
           MOVE     SPACES TO RET-CODE.
           MOVE     "2"    TO AUSWAHL.
           CALL     "CFP9002" USING T-USER
                                    AUSWAHL
                                    PGM-WRK
                                    RET-CODE
           END-CALL.
           IF       RET-CODE = SPACES
                    MOVE "1" TO AENDERN-OK
           END-IF.

       ANF020.
      * LESE-DATEN: LESEN ALLER FELDER DER DATEI
           PERFORM  LESE-DATEN.

      * ANZEIGEN SUBFILE
           PERFORM  ANZEIGE-SUBFILE.
           IF       F3 = "1"
                    MOVE "1" TO X-F3
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

           CLOSE                 PDSFKL-DP
                                 PDSVVZ-DP
                                 PCFGFFD-DL.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * LESEN ALLER FELDER DER DATEI AUS PCFGFFD
      *--------------------------------------------------------------
       LESE-DATEN SECTION.
       LES-DAT-00.

           INITIALIZE DATEN, ANZREC-WRK, ANZ-OFFEN.

           INITIALIZE PCFGFFDF OF PCFGFFD-L.
           MOVE     CONST-LIB TO WHLIB  OF PCFGFFD-L.
           MOVE     X-DATEI   TO WHFILE OF PCFGFFD-L.
           MOVE     SPACES    TO WHNAME OF PCFGFFD-L.
           MOVE     SPACES    TO WHFLDE OF PCFGFFD-L.
           START    PCFGFFD-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
                    GO TO LES-DAT-90
           END-IF.

       LES-DAT-20.
           READ     PCFGFFD-DL NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      WHLIB  OF PCFGFFD-L NOT = CONST-LIB
            OR      WHFILE OF PCFGFFD-L NOT = X-DATEI
                    IF   DATEN = ZEROES
                         PERFORM AUSGABE-SFL-CLEAR
                    END-IF
                    GO TO LES-DAT-90
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
      * AUSGABE DER SFL-ZEILE MIT DER AKTUELLEN KLASSE
      *--------------------------------------------------------------
       AUSGABE-SFL SECTION.
       AUS-SFL-00.

      * SUBFILE-CLEAR
           IF       DATEN = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
           END-IF.

      * SUBFILE-ZEILE FUELLEN UND SCHREIBEN
           INITIALIZE FORMAT2.
           MOVE     WHFLDE OF PCFGFFD-L TO WHFLDE OF FORMAT2.
           MOVE     WHFTXT OF PCFGFFD-L TO WHFTXT OF FORMAT2.

           INITIALIZE PDSFKLF OF PDSFKL-P.
           MOVE     X-DATEI             TO DKFILE OF PDSFKL-P.
           MOVE     WHFLDE OF PCFGFFD-L TO DKFELD OF PDSFKL-P.
           READ     PDSFKL-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE DKKLAS OF PDSFKL-P TO DKKLAS OF FORMAT2
           ELSE
                    MOVE SPACES             TO DKKLAS OF FORMAT2
                    ADD  1                  TO ANZ-OFFEN
           END-IF.

      * OHNE AENDERUNGSRECHT IST DIE KLASSE GESCHUETZT (IN52)
           IF       AENDERN-OK NOT = "1"
                    MOVE AN TO IN52 OF FORMAT2-O-INDIC
           END-IF.

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

           MOVE     SPACES TO FEHLER-WRK.

       ANZ-SFL-50.
      * LESEN VON SUBFILE NEXT MODIFIED RECORD
           MOVE     "FMT02" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-SFLREAD.
           IF       BS-STAT NOT = ZEROES
                    GO TO ANZ-SFL-80
           END-IF.

           MOVE     WSREC-WRK      TO FORMAT2-I.
           MOVE     CORR FORMAT2-I TO FORMAT2.

           IF       AENDERN-OK NOT = "1"
                    GO TO ANZ-SFL-50
           END-IF.

      * RECORD-NUMMER SICHERN, DAMIT BEI FEHLERMELDUNG DER CURSOR
      * AN DER RICHTIGEN POSITION STEHT
           MOVE     SUBFILE-RECORD-NUMBER TO SFL-ZEILE.

      * NUR "P", "B", "N" ODER LEER
           IF       DKKLAS OF FORMAT2 NOT = "P"
            AND     DKKLAS OF FORMAT2 NOT = "B"
            AND     DKKLAS OF FORMAT2 NOT = "N"
            AND     DKKLAS OF FORMAT2 NOT = SPACES
                    MOVE "1" TO FEHLER-WRK
                    MOVE AN  TO IN99 OF INXX
                    MOVE CORR INXX TO FORMAT2-O-INDIC
                    MOVE "FMT02" TO FMT-WRK
                    MOVE FORMAT2 TO WSREC-WRK
                    PERFORM COPY-DISPLAY-SFLREWRITE
                    MOVE AUS TO INXX
                    GO TO ANZ-SFL-50
           END-IF.

           PERFORM  SPEICHERN-KLASSE.

           GO TO    ANZ-SFL-50.

       ANZ-SFL-80.
      * FEHLERHAFTE ZEILEN STEHEN LASSEN, SONST NEU LESEN
           IF       FEHLER-WRK = "1"
                    MOVE AUS TO INXX
                    GO TO ANZ-SFL-20
           END-IF.
           MOVE     "1" TO F5.

       ANZ-SFL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KLASSE EINES FELDES IN PDSFKL ANLEGEN, AENDERN ODER BEI
      * LEERER KLASSE ENTFERNEN
      *--------------------------------------------------------------
       SPEICHERN-KLASSE SECTION.
       SPE-KLA-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PDSFKLF OF PDSFKL-P.
           MOVE     X-DATEI           TO DKFILE OF PDSFKL-P.
           MOVE     WHFLDE OF FORMAT2 TO DKFELD OF PDSFKL-P.
           READ     PDSFKL-DP.
           IF       FILE-STATUS = ZEROES
                    IF   DKKLAS OF FORMAT2 = SPACES
                         DELETE PDSFKL-DP
                         MOVE "ENTFERNT"  TO LOG-AKTION
                         PERFORM SCHREIBE-KLASSE-LOG
                         GO TO SPE-KLA-90
                    END-IF
                    IF   DKKLAS OF FORMAT2 = DKKLAS OF PDSFKL-P
                         REWRITE PDSFKL-P
                         GO TO SPE-KLA-90
                    END-IF
                    MOVE DKKLAS OF FORMAT2 TO DKKLAS OF PDSFKL-P
                    MOVE T-USER            TO DKMSER OF PDSFKL-P
                    MOVE T-TERM            TO DKMBS  OF PDSFKL-P
                    MOVE PGM-WRK           TO DKMPGM OF PDSFKL-P
                    MOVE DATE-8            TO DKMDTA OF PDSFKL-P
                    MOVE TIME-6            TO DKMTIA OF PDSFKL-P
                    REWRITE PDSFKL-P
                    MOVE "GEAENDERT" TO LOG-AKTION
           ELSE
                    IF   DKKLAS OF FORMAT2 = SPACES
                         GO TO SPE-KLA-90
                    END-IF
                    INITIALIZE PDSFKLF OF PDSFKL-P
                    MOVE X-DATEI           TO DKFILE OF PDSFKL-P
                    MOVE WHFLDE OF FORMAT2 TO DKFELD OF PDSFKL-P
                    MOVE DKKLAS OF FORMAT2 TO DKKLAS OF PDSFKL-P
                    MOVE T-USER            TO DKAUSR OF PDSFKL-P
                    MOVE T-TERM            TO DKABS  OF PDSFKL-P
                    MOVE PGM-WRK           TO DKAPGM OF PDSFKL-P
                    MOVE DATE-8            TO DKADTA OF PDSFKL-P
                    MOVE TIME-6            TO DKATIA OF PDSFKL-P
                    WRITE PDSFKL-P
                    MOVE "ANGELEGT"  TO LOG-AKTION
           END-IF.

           PERFORM  SCHREIBE-KLASSE-LOG.

       SPE-KLA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AENDERUNG EINER FELDKLASSE PROTOKOLLIEREN
      *--------------------------------------------------------------
       SCHREIBE-KLASSE-LOG SECTION.
       SCH-KLA-00.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     ":ACCESS"  TO STFILE OF LOG-CPY.
           MOVE     "INFO"     TO STKEY  OF LOG-CPY.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "FELDKLASSE "                   DELIMITED BY SIZE
                    LOG-AKTION                      DELIMITED BY SPACE
                    ": "                            DELIMITED BY SIZE
                    X-DATEI                         DELIMITED BY SPACE
                    "/"                             DELIMITED BY SIZE
                    WHFLDE OF FORMAT2               DELIMITED BY SPACE
                    " KLASSE "                      DELIMITED BY SIZE
                    DKKLAS OF FORMAT2               DELIMITED BY SIZE
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       SCH-KLA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILEUEBERSCHRIFTEN FUELLEN
      *--------------------------------------------------------------
       SFL-HEADER SECTION.
       SFL-HEA-00.

      * UEBERSCHRIFT
           MOVE     "XXP2046"         TO MAINUEB OF FORMAT3.
           MOVE     "XXP2046*3"       TO SUBUEB  OF FORMAT3.

      * DATEI, ZWECK AUS DEM VERARBEITUNGSVERZEICHNIS UND OFFENE
           MOVE     X-DATEI           TO VZFILE  OF FORMAT3.
           MOVE     ANZ-OFFEN         TO ANZOFF  OF FORMAT3.
           INITIALIZE PDSVVZF OF PDSVVZ-P.
           MOVE     X-DATEI           TO VZFILE  OF PDSVVZ-P.
           READ     PDSVVZ-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE VZZWECK OF PDSVVZ-P TO VZZWECK OF FORMAT3
           ELSE
                    MOVE SPACES              TO VZZWECK OF FORMAT3
           END-IF.

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
