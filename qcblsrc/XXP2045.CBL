       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP2045.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * PFLEGE DES VERARBEITUNGSVERZEICHNISSES JE DATEI (PDSVVZ)      *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT ALLE DATEIEN MIT EINEM EINTRAG IM      *
      *                  VERARBEITUNGSVERZEICHNIS (DSGVO ART. 30)     *
      *                  AUS PDSVVZ. JE DATEI WERDEN DER ZWECK DER    *
      *                  VERARBEITUNG, DIE RECHTSGRUNDLAGE UND DIE    *
      *                  LOESCHFRIST (MONATE UND TEXT) GEPFLEGT.      *
      *                  MIT F6 WIRD EINE DATEI ERFASST (SIE MUSS     *
      *                  IN PCFGFFD BESCHRIEBEN SEIN), OPTION "2"     *
      *                  AENDERT DIE ANGABEN, OPTION "4" ENTFERNT     *
      *                  DEN EINTRAG, OPTION "5" VERZWEIGT IN DIE     *
      *                  KLASSIFIZIERUNG DER FELDER (XXP2046).        *
      *                  JEDE AENDERUNG WIRD PROTOKOLLIERT. DAS       *
      *                  VERZEICHNIS SELBST DRUCKT XXP2047.           *
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
                  ASSIGN       TO  WORKSTATION-XXD2045DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

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
           COPY DDS-ALL-FORMATS OF XXD2045DE.
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

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  XXD2045DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  XXD2045DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD2045DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  XXD2045DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  XXD2045DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  XXD2045DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT4X.
           COPY  DDS-FMT04-O OF  XXD2045DE
           REPLACING FMT04-O BY FORMAT4
                     FMT04-O-INDIC BY FORMAT4-O-INDIC.

       01  FORMAT4Y.
           COPY  DDS-FMT04-I OF  XXD2045DE
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

       01  PGM-WRK                       PIC X(10) VALUE "XXP2045".
       01  PGM-TYP                       PIC X(8)  VALUE "FUN    ".

       01  AUSWAHL                       PIC X(2).

      * "1" = EINTRAG WIRD GEAENDERT STATT NEU ERFASST
       01  AENDERN-MODUS                 PIC X(1).

      * AKTION FUER DAS PROTOKOLL
       01  LOG-AKTION                    PIC X(10).

      * PRUEFUNG DER DATEI GEGEN PCFGFFD
       01  DATEI-OK                      PIC X(1).

      * UEBERGABE AN DIE FELDKLASSIFIZIERUNG XXP2046
       01  DATEI-WRK                     PIC X(10).
       01  F3-WRK                        PIC X(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP2045" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD2045DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

      * ALLE DATEIEN OEFFNEN
           OPEN     I-O   PDSVVZ-DP.
           OPEN     INPUT PCFGFFD-DL.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

       ANF020.
      * LESE-DATEN: LESEN ALLER EINTRAEGE
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
                    MOVE SPACES TO AENDERN-MODUS
                    INITIALIZE FORMAT1
                    PERFORM ERFASSEN-EINTRAG
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

           CLOSE                 PDSVVZ-DP
                                 PCFGFFD-DL.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * LESEN ALLER EINTRAEGE DES VERARBEITUNGSVERZEICHNISSES
      *--------------------------------------------------------------
       LESE-DATEN SECTION.
       LES-DAT-00.

           INITIALIZE DATEN, ANZREC-WRK.

           INITIALIZE PDSVVZF OF PDSVVZ-P.
           MOVE     SPACES TO VZFILE OF PDSVVZ-P.
           START    PDSVVZ-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
                    GO TO LES-DAT-90
           END-IF.

       LES-DAT-20.
           READ     PDSVVZ-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
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
           MOVE     CORR PDSVVZF OF PDSVVZ-P TO FORMAT2.

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

      * F6 NEUEN EINTRAG ERFASSEN
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

      * EINTRAG AENDERN
           IF       AUSW OF FORMAT2 = "2"
                    MOVE "1" TO AENDERN-MODUS
                    PERFORM LADEN-EINTRAG
                    PERFORM ERFASSEN-EINTRAG
                    IF   F3 = "1"
                         GO TO ANZ-SFL-90
                    END-IF
                    INITIALIZE F12
           END-IF.

      * EINTRAG ENTFERNEN
           IF       AUSW OF FORMAT2 = "4"
                    PERFORM ENTFERNEN-EINTRAG
           END-IF.

      * FELDER DER DATEI KLASSIFIZIEREN
           IF       AUSW OF FORMAT2 = "5"
                    PERFORM KLASSIFIZIEREN-FELDER
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
      * EINTRAG AUS DEM VERARBEITUNGSVERZEICHNIS ENTFERNEN; DIE
      * KLASSIFIZIERUNG DER FELDER (PDSFKL) BLEIBT ERHALTEN
      *--------------------------------------------------------------
       ENTFERNEN-EINTRAG SECTION.
       ENT-EIN-00.

           INITIALIZE PDSVVZF OF PDSVVZ-P.
           MOVE     VZFILE OF FORMAT2 TO VZFILE OF PDSVVZ-P.
           READ     PDSVVZ-DP.
           IF       FILE-STATUS = ZEROES
                    DELETE PDSVVZ-DP
                    MOVE "ENTFERNT" TO LOG-AKTION
                    PERFORM SCHREIBE-VVZ-LOG
           END-IF.

       ENT-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FELDKLASSIFIZIERUNG DER DATEI AUFRUFEN
      *--------------------------------------------------------------
       KLASSIFIZIEREN-FELDER SECTION.
       KLA-FEL-00.

           MOVE     VZFILE OF FORMAT2 TO DATEI-WRK.
           INITIALIZE F3-WRK.
           CALL     "XXP2046" USING DATEI-WRK
                                    F3-WRK
           END-CALL.
           IF       F3-WRK = "1"
                    MOVE "1" TO F3
           END-IF.

       KLA-FEL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BESTEHENDEN EINTRAG IN DAS ERFASSUNGSFORMAT LADEN
      *--------------------------------------------------------------
       LADEN-EINTRAG SECTION.
       LAD-EIN-00.

           INITIALIZE FORMAT1.
           INITIALIZE PDSVVZF OF PDSVVZ-P.
           MOVE     VZFILE OF FORMAT2 TO VZFILE OF PDSVVZ-P.
           READ     PDSVVZ-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE VZFILE  OF PDSVVZ-P TO VZFILE  OF FORMAT1
                    MOVE VZZWECK OF PDSVVZ-P TO VZZWECK OF FORMAT1
                    MOVE VZRECHT OF PDSVVZ-P TO VZRECHT OF FORMAT1
                    MOVE VZFRIST OF PDSVVZ-P TO VZFRIST OF FORMAT1
                    MOVE VZFRTXT OF PDSVVZ-P TO VZFRTXT OF FORMAT1
           END-IF.

       LAD-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINTRAG ERFASSEN BZW. AENDERN (FMT01)
      *--------------------------------------------------------------
       ERFASSEN-EINTRAG SECTION.
       ERF-EIN-00.

           MOVE     AUS TO INXX.

       ERF-EIN-10.
           MOVE     CORR INXX       TO  FORMAT1-O-INDIC.
      * BEIM AENDERN IST DIE DATEI GESCHUETZT (IN52)
           IF       AENDERN-MODUS = "1"
                    MOVE AN TO IN52 OF FORMAT1-O-INDIC
           END-IF.
           MOVE     "FMT01"         TO  FMT-WRK.
           MOVE     FORMAT1         TO  WSREC-WRK.
           PERFORM  COPY-DISPLAY-WRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK TO FORMAT1-I.
           MOVE     CORR FORMAT1-I TO FORMAT1.
           MOVE     AUS  TO INXX.

           IF       IN03 OF FORMAT1-I-INDIC = AN
                    MOVE "1" TO F3
                    GO TO ERF-EIN-90
           END-IF.
           IF       IN12 OF FORMAT1-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ERF-EIN-90
           END-IF.

      * NICHTS EINGEGEBEN, ENTSPRICHT ABBRUCH
           IF       VZFILE OF FORMAT1 = SPACES
                    MOVE "1" TO F12
                    GO TO ERF-EIN-90
           END-IF.

      * DIE DATEI MUSS IM DATENKATALOG PCFGFFD BESCHRIEBEN SEIN
           PERFORM  PRUEFE-DATEI.
           IF       DATEI-OK NOT = "1"
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
           END-IF.

      * ZWECK UND RECHTSGRUNDLAGE SIND PFLICHT
           IF       VZZWECK OF FORMAT1 = SPACES
            OR      VZRECHT OF FORMAT1 = SPACES
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
           END-IF.

      * LOESCHFRIST IN MONATEN ODER ALS TEXT (Z.B. "BIS AUSTRITT")
           IF       VZFRIST OF FORMAT1 = ZEROES
            AND     VZFRTXT OF FORMAT1 = SPACES
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
           END-IF.

           PERFORM  ANLEGEN-EINTRAG.

       ERF-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINTRAG IN PDSVVZ ANLEGEN BZW. NEU BEFUELLEN
      *--------------------------------------------------------------
       ANLEGEN-EINTRAG SECTION.
       ANL-EIN-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PDSVVZF OF PDSVVZ-P.
           MOVE     VZFILE OF FORMAT1 TO VZFILE OF PDSVVZ-P.
           READ     PDSVVZ-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE VZZWECK OF FORMAT1 TO VZZWECK OF PDSVVZ-P
                    MOVE VZRECHT OF FORMAT1 TO VZRECHT OF PDSVVZ-P
                    MOVE VZFRIST OF FORMAT1 TO VZFRIST OF PDSVVZ-P
                    MOVE VZFRTXT OF FORMAT1 TO VZFRTXT OF PDSVVZ-P
                    MOVE T-USER             TO VZMSER  OF PDSVVZ-P
                    MOVE T-TERM             TO VZMBS   OF PDSVVZ-P
                    MOVE PGM-WRK            TO VZMPGM  OF PDSVVZ-P
                    MOVE DATE-8             TO VZMDTA  OF PDSVVZ-P
                    MOVE TIME-6             TO VZMTIA  OF PDSVVZ-P
                    REWRITE PDSVVZ-P
                    MOVE "GEAENDERT" TO LOG-AKTION
           ELSE
                    INITIALIZE PDSVVZF OF PDSVVZ-P
                    MOVE VZFILE  OF FORMAT1 TO VZFILE  OF PDSVVZ-P
                    MOVE VZZWECK OF FORMAT1 TO VZZWECK OF PDSVVZ-P
                    MOVE VZRECHT OF FORMAT1 TO VZRECHT OF PDSVVZ-P
                    MOVE VZFRIST OF FORMAT1 TO VZFRIST OF PDSVVZ-P
                    MOVE VZFRTXT OF FORMAT1 TO VZFRTXT OF PDSVVZ-P
                    MOVE T-USER             TO VZAUSR  OF PDSVVZ-P
                    MOVE T-TERM             TO VZABS   OF PDSVVZ-P
                    MOVE PGM-WRK            TO VZAPGM  OF PDSVVZ-P
                    MOVE DATE-8             TO VZADTA  OF PDSVVZ-P
                    MOVE TIME-6             TO VZATIA  OF PDSVVZ-P
                    WRITE PDSVVZ-P
                    MOVE "ANGELEGT"  TO LOG-AKTION
           END-IF.

           PERFORM  SCHREIBE-VVZ-LOG.

       ANL-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PRUEFEN, OB DIE DATEI IN PCFGFFD (CONST-LIB) BESCHRIEBEN IST
      *--------------------------------------------------------------
       PRUEFE-DATEI SECTION.
       PRU-DAT-00.

           MOVE     SPACES TO DATEI-OK.
           INITIALIZE PCFGFFDF OF PCFGFFD-L.
           MOVE     CONST-LIB         TO WHLIB  OF PCFGFFD-L.
           MOVE     VZFILE OF FORMAT1 TO WHFILE OF PCFGFFD-L.
           MOVE     SPACES            TO WHNAME OF PCFGFFD-L.
           MOVE     SPACES            TO WHFLDE OF PCFGFFD-L.
           START    PCFGFFD-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-DAT-90
           END-IF.

           READ     PCFGFFD-DL NEXT RECORD.
           IF       FILE-STATUS = ZEROES
            AND     WHLIB  OF PCFGFFD-L = CONST-LIB
            AND     WHFILE OF PCFGFFD-L = VZFILE OF FORMAT1
                    MOVE "1" TO DATEI-OK
           END-IF.

       PRU-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AENDERUNG AM VERARBEITUNGSVERZEICHNIS PROTOKOLLIEREN
      *--------------------------------------------------------------
       SCHREIBE-VVZ-LOG SECTION.
       SCH-VVZ-00.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     ":ACCESS"  TO STFILE OF LOG-CPY.
           MOVE     "INFO"     TO STKEY  OF LOG-CPY.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "VVZ-EINTRAG "                  DELIMITED BY SIZE
                    LOG-AKTION                      DELIMITED BY SPACE
                    ": "                            DELIMITED BY SIZE
                    VZFILE  OF PDSVVZ-P             DELIMITED BY SPACE
                    " - "                           DELIMITED BY SIZE
                    VZRECHT OF PDSVVZ-P             DELIMITED BY SIZE
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       SCH-VVZ-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILEUEBERSCHRIFTEN FUELLEN
      *--------------------------------------------------------------
       SFL-HEADER SECTION.
       SFL-HEA-00.

      * UEBERSCHRIFT
           MOVE     "XXP2045"         TO MAINUEB OF FORMAT3.
           MOVE     "XXP2045*3"       TO SUBUEB  OF FORMAT3.

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
