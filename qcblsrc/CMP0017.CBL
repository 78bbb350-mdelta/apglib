       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CMP0017.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * NOTFREIGABE EINES RELEASES WAEHREND EINER SPERRZEIT           *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  WIRD VON CMP0013 GERUFEN, WENN CMP0008 DIE   *
      *                  UEBERNAHME EINES RELEASES (X-RLLFDN) WEGEN   *
      *                  EINER SPERRZEIT (PCMPFRZ) VERWEIGERT HAT.    *
      *                  ZEIGT EIN FENSTER (FMT01) MIT DER AKTIVEN    *
      *                  SPERRZEIT UND VERLANGT EINEN GRUND FUER DIE  *
      *                  NOTFREIGABE. EINE ZWEITE PERSON BESTAETIGT   *
      *                  UEBER CFP0036 (UNGLEICH DEM ANGEMELDETEN     *
      *                  USER, SELBST FUER CMP0017 BERECHTIGT).       *
      *                  JE RELEASEPOSITION WIRD EINE NOTFREIGABE     *
      *                  IN PCMPFRO GESCHRIEBEN (FOSTAT = "F"),       *
      *                  CMP0008 SETZT SIE BEI DER UEBERNAHME AUF     *
      *                  "V". CMP0018 LISTET ALLE NOTFREIGABEN ZUR    *
      *                  NACHKONTROLLE.                               *
      *                  X-RETCODE: SPACES = FREIGEGEBEN,             *
      *                  "1" = ABGEBROCHEN/KEINE SPERRZEIT.           *
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
                  ASSIGN       TO  WORKSTATION-CMD0017DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PCONFIG: CFID, CFKEY (PRDLIB-EINSTELLUNGEN)
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCMPFRZ: FZLFDN (SPERRZEITEN)
      *-------------------------------------------------------------
           SELECT PCMPFRZ-DP
                  ASSIGN       TO  DATABASE-PCMPFRZ
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCMPFRO: FOLFDN (NOTFREIGABEN IN SPERRZEITEN)
      *-------------------------------------------------------------
           SELECT PCMPFRO-DP
                  ASSIGN       TO  DATABASE-PCMPFRO
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCMPRLP: RPLFDN, RPSEQ (RELEASEPOSITIONEN)
      *-------------------------------------------------------------
           SELECT PCMPRLP-DP
                  ASSIGN       TO  DATABASE-PCMPRLP
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
           COPY DDS-ALL-FORMATS OF CMD0017DE.
      /
      *--- PCONFIG: CFID, CFKEY
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
      *--- PCMPFRZ: FZLFDN
       FD  PCMPFRZ-DP
           LABEL RECORDS ARE STANDARD.
       01  PCMPFRZ-P.
           COPY DDS-ALL-FORMATS OF PCMPFRZ.
      /
      *--- PCMPFRO: FOLFDN
       FD  PCMPFRO-DP
           LABEL RECORDS ARE STANDARD.
       01  PCMPFRO-P.
           COPY DDS-ALL-FORMATS OF PCMPFRO.
      /
      *--- PCMPRLP: RPLFDN, RPSEQ
       FD  PCMPRLP-DP
           LABEL RECORDS ARE STANDARD.
       01  PCMPRLP-P.
           COPY DDS-ALL-FORMATS OF PCMPRLP.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN99                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  CMD0017DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  CMD0017DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CMP0017".
       01  PGM-TYP                       PIC X(8)  VALUE "COMPILER".

      * PRODUKTIONSBIBLIOTHEK AUS PCONFIG
       01  PROD-LIB                      PIC X(10).

      * AKTIVE SPERRZEIT
       01  FRZ-GEFUNDEN                  PIC 9(1).
       01  FRZ-LFDN-WRK                  PIC 9(9).

      * GRUND DER NOTFREIGABE
       01  NFG-GRUND                     PIC X(50).

      * OFFENE NOTFREIGABE SCHON VORHANDEN
       01  FRO-GEFUNDEN                  PIC 9(1).
       01  ANZ-FREIGABEN                 PIC 9(3).

      * PARAMETER FUER CFP0036 (ZWEITE PERSON)
       01  VIER-MENU                     PIC X(10).
       01  VIER-PGM                      LIKE PGM-WRK.
       01  VIER-APPROVER                 LIKE T-USER.
       01  VIER-RETCODE                  PIC X(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-RLLFDN                      PIC 9(9).
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-RLLFDN
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "CMP0017" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     "1" TO X-RETCODE.

      * DISPLAY OEFFNEN
           MOVE     "CMD0017DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     INPUT PCONFIG-DP
                          PCMPFRZ-DP
                          PCMPRLP-DP.
           OPEN     I-O   PCMPFRO-DP.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

      * OHNE AKTIVE SPERRZEIT GIBT ES NICHTS FREIZUGEBEN
           PERFORM  LESEN-PRDLIB-CONFIG.
           PERFORM  PRUEFE-SPERRZEIT.
           IF       FRZ-GEFUNDEN = ZEROES
                    GO TO ENDE
           END-IF.

      * GRUND ERFASSEN
           PERFORM  ANZEIGE-FENSTER.
           IF       NFG-GRUND = SPACES
                    GO TO ENDE
           END-IF.

      * ZWEITE PERSON BESTAETIGT DIE NOTFREIGABE
           INITIALIZE VIER-APPROVER.
           MOVE     "SPERRZEIT" TO VIER-MENU.
           MOVE     "CMP0017"   TO VIER-PGM.
           MOVE     "1"         TO VIER-RETCODE.
           CALL     "CFP0036" USING VIER-MENU
                                    VIER-PGM
                                    VIER-APPROVER
                                    VIER-RETCODE
           END-CALL.
           IF       VIER-RETCODE NOT = SPACES
                    GO TO ENDE
           END-IF.

      * NOTFREIGABEN JE POSITION SCHREIBEN UND PROTOKOLLIEREN
           PERFORM  SCHREIBE-NOTFREIGABEN.
           PERFORM  LOGGE-NOTFREIGABE.

           INITIALIZE X-RETCODE.

       ENDE.
           CLOSE                 PCONFIG-DP
                                 PCMPFRZ-DP
                                 PCMPRLP-DP
                                 PCMPFRO-DP.

      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * PRODUKTIONSBIBLIOTHEK AUS PCONFIG LESEN
      *--------------------------------------------------------------
       LESEN-PRDLIB-CONFIG SECTION.
       LES-PLC-00.

           INITIALIZE PROD-LIB.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "PRDLIB"       TO CFID   OF PCONFIG-P.
           MOVE     "*STD"         TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE CFTXT1 OF PCONFIG-P(1:10) TO PROD-LIB
           END-IF.

       LES-PLC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AKTIVE SPERRZEIT FUER HEUTE UND DIE PRODUKTIONSBIBLIOTHEK
      *--------------------------------------------------------------
       PRUEFE-SPERRZEIT SECTION.
       PRU-SPZ-00.

           INITIALIZE FRZ-GEFUNDEN, FRZ-LFDN-WRK.
           PERFORM  COPY-GET-TIME.

           INITIALIZE PCMPFRZF OF PCMPFRZ-P.
           MOVE     ZEROES TO FZLFDN OF PCMPFRZ-P.
           START    PCMPFRZ-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-SPZ-90
           END-IF.

       PRU-SPZ-20.
           READ     PCMPFRZ-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-SPZ-90
           END-IF.

           IF       FZVON OF PCMPFRZ-P > DATE-8
            OR      FZBIS OF PCMPFRZ-P < DATE-8
                    GO TO PRU-SPZ-20
           END-IF.

      * GILT DIE SPERRE FUER ALLE ODER FUER DIESE BIBLIOTHEK?
           IF       FZLIB OF PCMPFRZ-P NOT = "*ALL"
            AND     FZLIB OF PCMPFRZ-P NOT = SPACES
            AND     FZLIB OF PCMPFRZ-P NOT = PROD-LIB
                    GO TO PRU-SPZ-20
           END-IF.

           MOVE     1                   TO FRZ-GEFUNDEN.
           MOVE     FZLFDN OF PCMPFRZ-P TO FRZ-LFDN-WRK.

       PRU-SPZ-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FENSTER MIT DER SPERRZEIT ANZEIGEN UND DEN GRUND ABFRAGEN
      *--------------------------------------------------------------
       ANZEIGE-FENSTER SECTION.
       ANZ-FEN-00.

           INITIALIZE NFG-GRUND.
           INITIALIZE FORMAT1.
           MOVE     X-RLLFDN            TO RLLFDN OF FORMAT1.
           MOVE     FZVON  OF PCMPFRZ-P TO FZVON  OF FORMAT1.
           MOVE     FZBIS  OF PCMPFRZ-P TO FZBIS  OF FORMAT1.
           MOVE     FZLIB  OF PCMPFRZ-P TO FZLIB  OF FORMAT1.
           MOVE     FZGRND OF PCMPFRZ-P TO FZGRND OF FORMAT1.
           MOVE     AUS    TO INXX.

       ANZ-FEN-10.
           MOVE     CORR INXX       TO  FORMAT1-O-INDIC.
           MOVE     "FMT01"         TO  FMT-WRK.
           MOVE     FORMAT1         TO  WSREC-WRK.
           PERFORM  COPY-DISPLAY-WRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK TO FORMAT1-I.
           MOVE     CORR FORMAT1-I TO FORMAT1.
           MOVE     AUS  TO INXX.

      * F3/F12 = ABBRUCH, X-RETCODE BLEIBT "1"
           IF       IN03 OF FORMAT1-I-INDIC = AN
                    GO TO ANZ-FEN-90
           END-IF.
           IF       IN12 OF FORMAT1-I-INDIC = AN
                    GO TO ANZ-FEN-90
           END-IF.

      * OHNE GRUND KEINE NOTFREIGABE
           IF       FOGRND OF FORMAT1 = SPACES
                    MOVE AN TO IN99 OF INXX
                    GO TO ANZ-FEN-10
           END-IF.

           MOVE     FOGRND OF FORMAT1 TO NFG-GRUND.

       ANZ-FEN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * JE RELEASEPOSITION EINE NOTFREIGABE IN PCMPFRO SCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-NOTFREIGABEN SECTION.
       SCH-NFG-00.

           INITIALIZE ANZ-FREIGABEN.
           PERFORM  COPY-GET-TIME.

           INITIALIZE PCMPRLPF OF PCMPRLP-P.
           MOVE     X-RLLFDN TO RPLFDN OF PCMPRLP-P.
           MOVE     ZEROES   TO RPSEQ  OF PCMPRLP-P.
           START    PCMPRLP-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-NFG-90
           END-IF.

       SCH-NFG-20.
           READ     PCMPRLP-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-NFG-90
           END-IF.
           IF       RPLFDN OF PCMPRLP-P NOT = X-RLLFDN
                    GO TO SCH-NFG-90
           END-IF.

      * EINE NOCH OFFENE NOTFREIGABE WIRD NICHT VERDOPPELT
           PERFORM  SUCHE-NOTFREIGABE.
           IF       FRO-GEFUNDEN NOT = ZEROES
                    GO TO SCH-NFG-20
           END-IF.

           INITIALIZE PCMPFROF OF PCMPFRO-P.
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PCMPFRO" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK            TO FOLFDN OF PCMPFRO-P.
           MOVE     FRZ-LFDN-WRK        TO FOFZLF OF PCMPFRO-P.
           MOVE     X-RLLFDN            TO FORELF OF PCMPFRO-P.
           MOVE     RPCMLF OF PCMPRLP-P TO FOCMLF OF PCMPFRO-P.
           MOVE     RPPGM  OF PCMPRLP-P TO FOPGM  OF PCMPFRO-P.
           MOVE     PROD-LIB            TO FOLIB  OF PCMPFRO-P.
           MOVE     NFG-GRUND           TO FOGRND OF PCMPFRO-P.
           MOVE     T-USER              TO FOUSR  OF PCMPFRO-P.
           MOVE     VIER-APPROVER       TO FOAPPR OF PCMPFRO-P.
           MOVE     "F"                 TO FOSTAT OF PCMPFRO-P.
           MOVE     ZEROES              TO FOPRLF OF PCMPFRO-P.
           MOVE     T-USER              TO FOAUSR OF PCMPFRO-P.
           MOVE     T-TERM              TO FOABS  OF PCMPFRO-P.
           MOVE     PGM-WRK             TO FOAPGM OF PCMPFRO-P.
           MOVE     DATE-8              TO FOADTA OF PCMPFRO-P.
           MOVE     TIME-6              TO FOATIA OF PCMPFRO-P.
           WRITE    PCMPFRO-P.
           ADD      1 TO ANZ-FREIGABEN.

           GO TO    SCH-NFG-20.

       SCH-NFG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * OFFENE NOTFREIGABE FUER DIESEN COMPILE UND DIESE SPERRZEIT
      *--------------------------------------------------------------
       SUCHE-NOTFREIGABE SECTION.
       SUC-NFG-00.

           INITIALIZE FRO-GEFUNDEN.

           INITIALIZE PCMPFROF OF PCMPFRO-P.
           MOVE     ZEROES TO FOLFDN OF PCMPFRO-P.
           START    PCMPFRO-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUC-NFG-90
           END-IF.

       SUC-NFG-20.
           READ     PCMPFRO-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUC-NFG-90
           END-IF.

           IF       FOCMLF OF PCMPFRO-P NOT = RPCMLF OF PCMPRLP-P
            OR      FOFZLF OF PCMPFRO-P NOT = FRZ-LFDN-WRK
            OR      FOSTAT OF PCMPFRO-P NOT = "F"
                    GO TO SUC-NFG-20
           END-IF.

           MOVE     1 TO FRO-GEFUNDEN.

       SUC-NFG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NOTFREIGABE UEBER CFP0019 PROTOKOLLIEREN
      *--------------------------------------------------------------
       LOGGE-NOTFREIGABE SECTION.
       LOG-NFG-00.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PCMPFRO"  TO STFILE OF LOG-CPY.
           MOVE     "WARN"     TO STKEY  OF LOG-CPY.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "NOTFREIGABE RELEASE "               DELIMITED BY
                                                         SIZE
                    X-RLLFDN                             DELIMITED BY
                                                         SIZE
                    " DURCH "                            DELIMITED BY
                                                         SIZE
                    T-USER                               DELIMITED BY
                                                         SPACES
                    "/"                                  DELIMITED BY
                                                         SIZE
                    VIER-APPROVER                        DELIMITED BY
                                                         SPACES
                    ": "                                 DELIMITED BY
                                                         SIZE
                    NFG-GRUND                            DELIMITED BY
                                                         SIZE
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       LOG-NFG-90.
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
