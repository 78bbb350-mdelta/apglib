       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CMP0016.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * SPERRZEITEN FUER PRODUKTIONSUEBERNAHMEN PFLEGEN (PCMPFRZ)     *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT DEN SPERRKALENDER AUS PCMPFRZ: JE      *
      *                  SPERRZEIT VON/BIS, BETROFFENE BIBLIOTHEK     *
      *                  ("*ALL" = ALLE PRODUKTIONSBIBLIOTHEKEN)      *
      *                  UND GRUND (Z.B. INVENTUR BEIM KUNDEN,        *
      *                  JAHRESABSCHLUSS). F6 ERFASST EINE NEUE       *
      *                  SPERRZEIT, OPTION "2" AENDERT, OPTION "4"    *
      *                  ENTFERNT EINE. WAEHREND EINER SPERRZEIT      *
      *                  VERWEIGERT CMP0008 JEDE UEBERNAHME OHNE      *
      *                  NOTFREIGABE (CMP0017).                       *
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
                  ASSIGN       TO  WORKSTATION-CMD0016DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PCMPFRZ: FZLFDN (SPERRZEITEN)
      *-------------------------------------------------------------
           SELECT PCMPFRZ-DP
                  ASSIGN       TO  DATABASE-PCMPFRZ
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
           COPY DDS-ALL-FORMATS OF CMD0016DE.
      /
      *--- PCMPFRZ: FZLFDN
       FD  PCMPFRZ-DP
           LABEL RECORDS ARE STANDARD.
       01  PCMPFRZ-P.
           COPY DDS-ALL-FORMATS OF PCMPFRZ.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.
        05 IN99                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  CMD0016DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  CMD0016DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  CMD0016DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  CMD0016DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  CMD0016DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  CMD0016DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT4X.
           COPY  DDS-FMT04-O OF  CMD0016DE
           REPLACING FMT04-O BY FORMAT4
                     FMT04-O-INDIC BY FORMAT4-O-INDIC.

       01  FORMAT4Y.
           COPY  DDS-FMT04-I OF  CMD0016DE
           REPLACING FMT04-I BY FORMAT4-I
                     FMT04-I-INDIC BY FORMAT4-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * STANDARDFELDER FUER PROGRAMMTEXTE
           COPY WRKTXT     OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CMP0016".
       01  PGM-TYP                       PIC X(8)  VALUE "COMPILER".

       01  AUSWAHL                       PIC X(2).

      * BEARBEITETE SPERRZEIT (ZEROES = NEU ERFASSEN)
       01  FRZ-LFDN                      PIC 9(9).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "CMP0016" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "CMD0016DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

      * ALLE DATEIEN OEFFNEN
           OPEN     I-O   PCMPFRZ-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

       ANF020.
      * LESE-DATEN: ALLE SPERRZEITEN
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
                    MOVE ZEROES TO FRZ-LFDN
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

           CLOSE                 PCMPFRZ-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE SPERRZEITEN LESEN
      *--------------------------------------------------------------
       LESE-DATEN SECTION.
       LES-DAT-00.

           INITIALIZE DATEN, ANZREC-WRK.

           INITIALIZE PCMPFRZF OF PCMPFRZ-P.
           MOVE     ZEROES TO FZLFDN OF PCMPFRZ-P.
           START    PCMPFRZ-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
                    GO TO LES-DAT-90
           END-IF.

       LES-DAT-20.
           READ     PCMPFRZ-DP NEXT RECORD.
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
           MOVE     CORR PCMPFRZF OF PCMPFRZ-P TO FORMAT2.

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

      * F6 NEUE SPERRZEIT ERFASSEN
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

      * SPERRZEIT AENDERN
           IF       AUSW OF FORMAT2 = "2"
                    MOVE FZLFDN OF FORMAT2 TO FRZ-LFDN
                    PERFORM ERFASSEN-EINTRAG
                    IF   F3 = "1"
                         GO TO ANZ-SFL-90
                    END-IF
                    INITIALIZE F12
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * SPERRZEIT ENTFERNEN
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
      * SPERRZEIT AUS PCMPFRZ ENTFERNEN
      *--------------------------------------------------------------
       ENTFERNEN-EINTRAG SECTION.
       ENT-EIN-00.

           INITIALIZE PCMPFRZF OF PCMPFRZ-P.
           MOVE     FZLFDN OF FORMAT2 TO FZLFDN OF PCMPFRZ-P.
           READ     PCMPFRZ-DP.
           IF       FILE-STATUS = ZEROES
                    DELETE PCMPFRZ-DP
           END-IF.

       ENT-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SPERRZEIT ERFASSEN ODER AENDERN (FMT01)
      *--------------------------------------------------------------
       ERFASSEN-EINTRAG SECTION.
       ERF-EIN-00.

           INITIALIZE FORMAT1.
           MOVE     AUS TO INXX.

      * BEIM AENDERN DIE BISHERIGEN WERTE VORBELEGEN
           IF       FRZ-LFDN NOT = ZEROES
                    INITIALIZE PCMPFRZF OF PCMPFRZ-P
                    MOVE FRZ-LFDN TO FZLFDN OF PCMPFRZ-P
                    READ PCMPFRZ-DP WITH NO LOCK
                    IF   FILE-STATUS NOT = ZEROES
                         GO TO ERF-EIN-90
                    END-IF
                    MOVE CORR PCMPFRZF OF PCMPFRZ-P TO FORMAT1
           END-IF.

       ERF-EIN-10.
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
                    GO TO ERF-EIN-90
           END-IF.
           IF       IN12 OF FORMAT1-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ERF-EIN-90
           END-IF.

      * NICHTS EINGEGEBEN, ENTSPRICHT ABBRUCH
           IF       FZVON  OF FORMAT1 = ZEROES
            AND     FZBIS  OF FORMAT1 = ZEROES
            AND     FZGRND OF FORMAT1 = SPACES
                    MOVE "1" TO F12
                    GO TO ERF-EIN-90
           END-IF.

      * ZEITRAUM UND GRUND SIND PFLICHT
           IF       FZVON  OF FORMAT1 = ZEROES
            OR      FZBIS  OF FORMAT1 < FZVON OF FORMAT1
            OR      FZGRND OF FORMAT1 = SPACES
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
           END-IF.

      * OHNE BIBLIOTHEK GILT DIE SPERRE FUER ALLE
           IF       FZLIB OF FORMAT1 = SPACES
                    MOVE "*ALL" TO FZLIB OF FORMAT1
           END-IF.

           PERFORM  ANLEGEN-EINTRAG.

       ERF-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SPERRZEIT IN PCMPFRZ ANLEGEN BZW. AENDERN
      *--------------------------------------------------------------
       ANLEGEN-EINTRAG SECTION.
       ANL-EIN-00.

           PERFORM  COPY-GET-TIME.

           IF       FRZ-LFDN NOT = ZEROES
                    INITIALIZE PCMPFRZF OF PCMPFRZ-P
                    MOVE FRZ-LFDN TO FZLFDN OF PCMPFRZ-P
                    READ PCMPFRZ-DP
                    IF   FILE-STATUS = ZEROES
                         MOVE FZVON  OF FORMAT1 TO FZVON  OF PCMPFRZ-P
                         MOVE FZBIS  OF FORMAT1 TO FZBIS  OF PCMPFRZ-P
                         MOVE FZLIB  OF FORMAT1 TO FZLIB  OF PCMPFRZ-P
                         MOVE FZGRND OF FORMAT1 TO FZGRND OF PCMPFRZ-P
                         MOVE T-USER            TO FZMSER OF PCMPFRZ-P
                         MOVE DATE-8            TO FZMDTA OF PCMPFRZ-P
                         MOVE TIME-6            TO FZMTIA OF PCMPFRZ-P
                         REWRITE PCMPFRZ-P
                    END-IF
                    GO TO ANL-EIN-90
           END-IF.

           INITIALIZE PCMPFRZF OF PCMPFRZ-P.
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PCMPFRZ" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK          TO FZLFDN OF PCMPFRZ-P.
           MOVE     FZVON  OF FORMAT1 TO FZVON  OF PCMPFRZ-P.
           MOVE     FZBIS  OF FORMAT1 TO FZBIS  OF PCMPFRZ-P.
           MOVE     FZLIB  OF FORMAT1 TO FZLIB  OF PCMPFRZ-P.
           MOVE     FZGRND OF FORMAT1 TO FZGRND OF PCMPFRZ-P.
           MOVE     T-USER            TO FZAUSR OF PCMPFRZ-P.
           MOVE     DATE-8            TO FZADTA OF PCMPFRZ-P.
           MOVE     TIME-6            TO FZATIA OF PCMPFRZ-P.
           WRITE    PCMPFRZ-P.

       ANL-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILEUEBERSCHRIFTEN FUELLEN
      *--------------------------------------------------------------
       SFL-HEADER SECTION.
       SFL-HEA-00.

      * UEBERSCHRIFT
           MOVE     "CMP0016"         TO MAINUEB OF FORMAT3.
           MOVE     "CMP0016*3"       TO SUBUEB  OF FORMAT3.

       SFL-HEA-90.
           EXIT.
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
