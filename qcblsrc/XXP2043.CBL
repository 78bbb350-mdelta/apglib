       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP2043.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * AUSNAHMEN ZU DEN REGELN DER FUNKTIONSTRENNUNG (PCFGSOX)       *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT ALLE DOKUMENTIERTEN AUSNAHMEN AUS      *
      *                  PCFGSOX. EINE AUSNAHME ERLAUBT EINEM         *
      *                  BENUTZER EINEN KONFLIKT NACH EINER REGEL AUS *
      *                  PCFGSOD. BEGRUENDUNG UND GENEHMIGENDER SIND  *
      *                  PFLICHT, DER GENEHMIGENDE DARF NICHT DER     *
      *                  BENUTZER SELBST SEIN. "GUELTIG BIS" IST      *
      *                  OPTIONAL (0 = UNBEFRISTET). MIT F6 WIRD EINE *
      *                  AUSNAHME ERFASST, OPTION "2" AENDERT SIE,    *
      *                  OPTION "4" ENTFERNT SIE. JEDE AENDERUNG WIRD *
      *                  PROTOKOLLIERT.                               *
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
                  ASSIGN       TO  WORKSTATION-XXD2043DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PCFGSOX: SXUSER, SXTYP1, SXOBJ1, SXTYP2, SXOBJ2 (AUSNAHMEN)
      *-------------------------------------------------------------
           SELECT PCFGSOX-DP
                  ASSIGN       TO  DATABASE-PCFGSOX
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCFGSOD: SDTYP1, SDOBJ1, SDTYP2, SDOBJ2 (KONFLIKTREGELN)
      *-------------------------------------------------------------
           SELECT PCFGSOD-DP
                  ASSIGN       TO  DATABASE-PCFGSOD
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
           COPY DDS-ALL-FORMATS OF XXD2043DE.
      /
      *--- PCFGSOX: SXUSER, SXTYP1, SXOBJ1, SXTYP2, SXOBJ2
       FD  PCFGSOX-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGSOX-P.
           COPY DDS-ALL-FORMATS OF PCFGSOX.
      /
      *--- PCFGSOD: SDTYP1, SDOBJ1, SDTYP2, SDOBJ2
       FD  PCFGSOD-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGSOD-P.
           COPY DDS-ALL-FORMATS OF PCFGSOD.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.
        05 IN99                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  XXD2043DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  XXD2043DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD2043DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  XXD2043DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  XXD2043DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  XXD2043DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT4X.
           COPY  DDS-FMT04-O OF  XXD2043DE
           REPLACING FMT04-O BY FORMAT4
                     FMT04-O-INDIC BY FORMAT4-O-INDIC.

       01  FORMAT4Y.
           COPY  DDS-FMT04-I OF  XXD2043DE
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

       01  PGM-WRK                       PIC X(10) VALUE "XXP2043".
       01  PGM-TYP                       PIC X(8)  VALUE "FUN    ".

       01  AUSWAHL                       PIC X(2).

      * "1" = EINTRAG WIRD GEAENDERT STATT NEU ERFASST
       01  AENDERN-MODUS                 PIC X(1).

      * AKTION FUER DAS PROTOKOLL
       01  LOG-AKTION                    PIC X(10).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP2043" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD2043DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

      * ALLE DATEIEN OEFFNEN
           OPEN     I-O   PCFGSOX-DP.
           OPEN     INPUT PCFGSOD-DP.

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

           CLOSE                 PCFGSOX-DP
                                 PCFGSOD-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * LESEN ALLER AUSNAHMEN
      *--------------------------------------------------------------
       LESE-DATEN SECTION.
       LES-DAT-00.

           INITIALIZE DATEN, ANZREC-WRK.

           INITIALIZE PCFGSOXF OF PCFGSOX-P.
           MOVE     SPACES TO SXUSER OF PCFGSOX-P.
           MOVE     SPACES TO SXTYP1 OF PCFGSOX-P.
           MOVE     SPACES TO SXOBJ1 OF PCFGSOX-P.
           MOVE     SPACES TO SXTYP2 OF PCFGSOX-P.
           MOVE     SPACES TO SXOBJ2 OF PCFGSOX-P.
           START    PCFGSOX-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
                    GO TO LES-DAT-90
           END-IF.

       LES-DAT-20.
           READ     PCFGSOX-DP NEXT RECORD WITH NO LOCK.
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
           MOVE     CORR PCFGSOXF OF PCFGSOX-P TO FORMAT2.

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
      * AUSNAHME ENTFERNEN
      *--------------------------------------------------------------
       ENTFERNEN-EINTRAG SECTION.
       ENT-EIN-00.

           INITIALIZE PCFGSOXF OF PCFGSOX-P.
           MOVE     SXUSER OF FORMAT2 TO SXUSER OF PCFGSOX-P.
           MOVE     SXTYP1 OF FORMAT2 TO SXTYP1 OF PCFGSOX-P.
           MOVE     SXOBJ1 OF FORMAT2 TO SXOBJ1 OF PCFGSOX-P.
           MOVE     SXTYP2 OF FORMAT2 TO SXTYP2 OF PCFGSOX-P.
           MOVE     SXOBJ2 OF FORMAT2 TO SXOBJ2 OF PCFGSOX-P.
           READ     PCFGSOX-DP.
           IF       FILE-STATUS = ZEROES
                    DELETE PCFGSOX-DP
                    MOVE "ENTFERNT" TO LOG-AKTION
                    PERFORM SCHREIBE-AUSNAHME-LOG
           END-IF.

       ENT-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BESTEHENDE AUSNAHME IN DAS ERFASSUNGSFORMAT LADEN
      *--------------------------------------------------------------
       LADEN-EINTRAG SECTION.
       LAD-EIN-00.

           INITIALIZE FORMAT1.
           INITIALIZE PCFGSOXF OF PCFGSOX-P.
           MOVE     SXUSER OF FORMAT2 TO SXUSER OF PCFGSOX-P.
           MOVE     SXTYP1 OF FORMAT2 TO SXTYP1 OF PCFGSOX-P.
           MOVE     SXOBJ1 OF FORMAT2 TO SXOBJ1 OF PCFGSOX-P.
           MOVE     SXTYP2 OF FORMAT2 TO SXTYP2 OF PCFGSOX-P.
           MOVE     SXOBJ2 OF FORMAT2 TO SXOBJ2 OF PCFGSOX-P.
           READ     PCFGSOX-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE SXUSER  OF PCFGSOX-P TO SXUSER  OF FORMAT1
                    MOVE SXTYP1  OF PCFGSOX-P TO SXTYP1  OF FORMAT1
                    MOVE SXOBJ1  OF PCFGSOX-P TO SXOBJ1  OF FORMAT1
                    MOVE SXTYP2  OF PCFGSOX-P TO SXTYP2  OF FORMAT1
                    MOVE SXOBJ2  OF PCFGSOX-P TO SXOBJ2  OF FORMAT1
                    MOVE SXGRUND OF PCFGSOX-P TO SXGRUND OF FORMAT1
                    MOVE SXGUSR  OF PCFGSOX-P TO SXGUSR  OF FORMAT1
                    MOVE SXBIS   OF PCFGSOX-P TO SXBIS   OF FORMAT1
           END-IF.

       LAD-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KONFLIKTREGEL ERFASSEN BZW. AENDERN (FMT01)
      *--------------------------------------------------------------
       ERFASSEN-EINTRAG SECTION.
       ERF-EIN-00.

           MOVE     AUS TO INXX.

       ERF-EIN-10.
           MOVE     CORR INXX       TO  FORMAT1-O-INDIC.
      * BEIM AENDERN IST DER SCHLUESSEL GESCHUETZT (IN52)
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
           IF       SXUSER OF FORMAT1 = SPACES
                    MOVE "1" TO F12
                    GO TO ERF-EIN-90
           END-IF.

      * DIE AUSNAHME MUSS SICH AUF EINE BESTEHENDE REGEL BEZIEHEN
           INITIALIZE PCFGSODF OF PCFGSOD-P.
           MOVE     SXTYP1 OF FORMAT1 TO SDTYP1 OF PCFGSOD-P.
           MOVE     SXOBJ1 OF FORMAT1 TO SDOBJ1 OF PCFGSOD-P.
           MOVE     SXTYP2 OF FORMAT1 TO SDTYP2 OF PCFGSOD-P.
           MOVE     SXOBJ2 OF FORMAT1 TO SDOBJ2 OF PCFGSOD-P.
           READ     PCFGSOD-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
           END-IF.

      * BEGRUENDUNG UND GENEHMIGENDER SIND PFLICHT, NIEMAND GENEHMIGT
      * SICH SELBST EINE AUSNAHME
           IF       SXGRUND OF FORMAT1 = SPACES
            OR      SXGUSR  OF FORMAT1 = SPACES
            OR      SXGUSR  OF FORMAT1 = SXUSER OF FORMAT1
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
           END-IF.

      * EIN ABLAUFDATUM DARF NICHT IN DER VERGANGENHEIT LIEGEN
           PERFORM  COPY-GET-TIME.
           IF       SXBIS OF FORMAT1 NOT = ZEROES
            AND     SXBIS OF FORMAT1 < DATE-8
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
           END-IF.

           PERFORM  ANLEGEN-EINTRAG.

       ERF-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AUSNAHME IN PCFGSOX ANLEGEN BZW. NEU BEFUELLEN
      *--------------------------------------------------------------
       ANLEGEN-EINTRAG SECTION.
       ANL-EIN-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PCFGSOXF OF PCFGSOX-P.
           MOVE     SXUSER OF FORMAT1 TO SXUSER OF PCFGSOX-P.
           MOVE     SXTYP1 OF FORMAT1 TO SXTYP1 OF PCFGSOX-P.
           MOVE     SXOBJ1 OF FORMAT1 TO SXOBJ1 OF PCFGSOX-P.
           MOVE     SXTYP2 OF FORMAT1 TO SXTYP2 OF PCFGSOX-P.
           MOVE     SXOBJ2 OF FORMAT1 TO SXOBJ2 OF PCFGSOX-P.
           READ     PCFGSOX-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE SXGRUND OF FORMAT1 TO SXGRUND OF PCFGSOX-P
                    MOVE SXGUSR  OF FORMAT1 TO SXGUSR  OF PCFGSOX-P
                    MOVE SXBIS   OF FORMAT1 TO SXBIS   OF PCFGSOX-P
                    MOVE T-USER             TO SXMSER  OF PCFGSOX-P
                    MOVE T-TERM             TO SXMBS   OF PCFGSOX-P
                    MOVE PGM-WRK            TO SXMPGM  OF PCFGSOX-P
                    MOVE DATE-8             TO SXMDTA  OF PCFGSOX-P
                    MOVE TIME-6             TO SXMTIA  OF PCFGSOX-P
                    REWRITE PCFGSOX-P
                    MOVE "GEAENDERT" TO LOG-AKTION
           ELSE
                    INITIALIZE PCFGSOXF OF PCFGSOX-P
                    MOVE SXUSER  OF FORMAT1 TO SXUSER  OF PCFGSOX-P
                    MOVE SXTYP1  OF FORMAT1 TO SXTYP1  OF PCFGSOX-P
                    MOVE SXOBJ1  OF FORMAT1 TO SXOBJ1  OF PCFGSOX-P
                    MOVE SXTYP2  OF FORMAT1 TO SXTYP2  OF PCFGSOX-P
                    MOVE SXOBJ2  OF FORMAT1 TO SXOBJ2  OF PCFGSOX-P
                    MOVE SXGRUND OF FORMAT1 TO SXGRUND OF PCFGSOX-P
                    MOVE SXGUSR  OF FORMAT1 TO SXGUSR  OF PCFGSOX-P
                    MOVE SXBIS   OF FORMAT1 TO SXBIS   OF PCFGSOX-P
                    MOVE T-USER             TO SXAUSR  OF PCFGSOX-P
                    MOVE T-TERM             TO SXABS   OF PCFGSOX-P
                    MOVE PGM-WRK            TO SXAPGM  OF PCFGSOX-P
                    MOVE DATE-8             TO SXADTA  OF PCFGSOX-P
                    MOVE TIME-6             TO SXATIA  OF PCFGSOX-P
                    WRITE PCFGSOX-P
                    MOVE "ANGELEGT"  TO LOG-AKTION
           END-IF.

           PERFORM  SCHREIBE-AUSNAHME-LOG.

       ANL-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AENDERUNG AN EINER AUSNAHME PROTOKOLLIEREN
      *--------------------------------------------------------------
       SCHREIBE-AUSNAHME-LOG SECTION.
       SCH-AUS-00.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     ":ACCESS"  TO STFILE OF LOG-CPY.
           MOVE     "WARN"     TO STKEY  OF LOG-CPY.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "SOD-AUSNAHME "                 DELIMITED BY SIZE
                    LOG-AKTION                      DELIMITED BY SPACE
                    ": "                            DELIMITED BY SIZE
                    SXUSER OF PCFGSOX-P             DELIMITED BY SPACE
                    " "                             DELIMITED BY SIZE
                    SXTYP1 OF PCFGSOX-P             DELIMITED BY SIZE
                    "/"                             DELIMITED BY SIZE
                    SXOBJ1 OF PCFGSOX-P             DELIMITED BY SPACE
                    " - "                           DELIMITED BY SIZE
                    SXTYP2 OF PCFGSOX-P             DELIMITED BY SIZE
                    "/"                             DELIMITED BY SIZE
                    SXOBJ2 OF PCFGSOX-P             DELIMITED BY SPACE
                    " GENEHMIGT VON "               DELIMITED BY SIZE
                    SXGUSR OF PCFGSOX-P             DELIMITED BY SPACE
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       SCH-AUS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILEUEBERSCHRIFTEN FUELLEN
      *--------------------------------------------------------------
       SFL-HEADER SECTION.
       SFL-HEA-00.

      * UEBERSCHRIFT
           MOVE     "XXP2043"         TO MAINUEB OF FORMAT3.
           MOVE     "XXP2043*3"       TO SUBUEB  OF FORMAT3.

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
