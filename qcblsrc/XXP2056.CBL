       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP2056.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * EIGENES TOKEN FUER DIE JSON-SCHNITTSTELLE PFLEGEN             *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT DEM ANGEMELDETEN USER (T-USER) SEIN    *
      *                  TOKEN FUER DIE JSON-SCHNITTSTELLE XXP2055    *
      *                  (PAPITOK): STATUS, ERSTELLT AM, LETZTE       *
      *                  NUTZUNG UND ANZAHL DER AUFRUFE. DAS TOKEN    *
      *                  SELBST IST NUR DIREKT NACH DEM ERZEUGEN      *
      *                  VOLLSTAENDIG ZU SEHEN, SONST NUR SEINE       *
      *                  ERSTEN VIER ZEICHEN.                         *
      *                  F6  = NEUES TOKEN ERZEUGEN (DAS ALTE IST     *
      *                        DAMIT UNGUELTIG)                       *
      *                  F11 = TOKEN SPERREN                          *
      *                  JEDER USER PFLEGT NUR SEIN EIGENES TOKEN,    *
      *                  JEDE AENDERUNG GEHT INS LOG (PAPITOK).       *
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
                  ASSIGN       TO  WORKSTATION-XXD2056DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PAPITOK: TKUSER (TOKEN DER SCHNITTSTELLE JE USER)
      *-------------------------------------------------------------
           SELECT PAPITOK-DP
                  ASSIGN       TO  DATABASE-PAPITOK
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAPITOKL1: TKTOKN (TOKEN NACH TOKEN, EINDEUTIGKEIT)
      *-------------------------------------------------------------
           SELECT PAPITOK-DL
                  ASSIGN       TO  DATABASE-PAPITOKL1
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
           COPY DDS-ALL-FORMATS OF XXD2056DE.
      /
      *--- PAPITOK: TKUSER
       FD  PAPITOK-DP
           LABEL RECORDS ARE STANDARD.
       01  PAPITOK-P.
           COPY DDS-ALL-FORMATS OF PAPITOK.
      /
      *--- PAPITOKL1: TKTOKN
       FD  PAPITOK-DL
           LABEL RECORDS ARE STANDARD.
       01  PAPITOK-L.
           COPY DDS-ALL-FORMATS OF PAPITOKL1.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN99                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  XXD2056DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  XXD2056DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP2056".
       01  PGM-TYP                       PIC X(8)  VALUE "FUN    ".

      * "1" = DAS TOKEN WURDE GERADE ERZEUGT UND WIRD GANZ GEZEIGT
       01  TOKEN-NEU                     PIC X(1).
       01  TOKEN-WRK                     PIC X(32).
       01  TOKEN-IDX                     PIC 9(3).
       01  TOKEN-VERSUCH                 PIC 9(3).
      * ZEICHENVORRAT DES TOKENS (OHNE 0/O UND 1/I)
       01  TOKEN-ZEICHEN                 PIC X(32)
                     VALUE "ABCDEFGHJKLMNPQRSTUVWXYZ23456789".
       01  LOG-AKTION                    PIC X(10).

      * PARAMETER FUER CCP0004 (ZUFALLSZAHL 1 BIS RANDOM-MAX)
       01  RANDOM-NUM                    PIC S9(9) BINARY VALUE 0.
       01  RANDOM-MAX                    PIC S9(9) BINARY.
       01  RANDOM-SEED                   PIC S9(9) BINARY.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP2056" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD2056DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

           OPEN     I-O   PAPITOK-DP.
           OPEN     INPUT PAPITOK-DL.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           MOVE     SPACES TO TOKEN-NEU.
           PERFORM  ANZEIGE-TOKEN.

       ENDE.
           CLOSE                 PAPITOK-DP
                                 PAPITOK-DL.

      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * TOKEN DES USERS ANZEIGEN UND DIE FUNKTIONSTASTEN AUSWERTEN
      *--------------------------------------------------------------
       ANZEIGE-TOKEN SECTION.
       ANZ-TOK-00.

           MOVE     AUS    TO INXX.

       ANZ-TOK-10.
           PERFORM  FUELLEN-ANZEIGE.

           MOVE     CORR INXX       TO  FORMAT1-O-INDIC.
           MOVE     "FMT01"         TO  FMT-WRK.
           MOVE     FORMAT1         TO  WSREC-WRK.
           PERFORM  COPY-DISPLAY-WRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK TO FORMAT1-I.
           MOVE     AUS  TO INXX.

      * DAS VOLLE TOKEN NUR EINMAL ZEIGEN
           MOVE     SPACES TO TOKEN-NEU.

      * F3/F12 = ENDE
           IF       IN03 OF FORMAT1-I-INDIC = AN
            OR      IN12 OF FORMAT1-I-INDIC = AN
                    GO TO ANZ-TOK-90
           END-IF.

      * F6 = NEUES TOKEN
           IF       IN06 OF FORMAT1-I-INDIC = AN
                    PERFORM ERZEUGE-TOKEN
                    GO TO ANZ-TOK-10
           END-IF.

      * F11 = TOKEN SPERREN; OHNE AKTIVES TOKEN EIN FEHLER
           IF       IN11 OF FORMAT1-I-INDIC = AN
                    PERFORM SPERRE-TOKEN
                    GO TO ANZ-TOK-10
           END-IF.

           GO TO    ANZ-TOK-10.

       ANZ-TOK-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ANZEIGEFELDER AUS PAPITOK FUELLEN
      *--------------------------------------------------------------
       FUELLEN-ANZEIGE SECTION.
       FUE-ANZ-00.

           INITIALIZE FORMAT1.
           MOVE     T-USER TO TKUSER OF FORMAT1.

           INITIALIZE PAPITOKF OF PAPITOK-P.
           MOVE     T-USER TO TKUSER OF PAPITOK-P.
           READ     PAPITOK-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "KEIN TOKEN" TO STATXT OF FORMAT1
                    GO TO FUE-ANZ-90
           END-IF.

           IF       TKAKT OF PAPITOK-P = "J"
                    MOVE "AKTIV"    TO STATXT OF FORMAT1
           ELSE
                    MOVE "GESPERRT" TO STATXT OF FORMAT1
           END-IF.

           IF       TOKEN-NEU = "1"
                    MOVE TKTOKN OF PAPITOK-P TO TKTOKN OF FORMAT1
           ELSE
                    STRING TKTOKN OF PAPITOK-P(1:4) DELIMITED BY SIZE
                           "****************************"
                                                    DELIMITED BY SIZE
                           INTO TKTOKN OF FORMAT1
                    END-STRING
           END-IF.

           MOVE     TKADTA OF PAPITOK-P TO TKADTA OF FORMAT1.
           MOVE     TKATIA OF PAPITOK-P TO TKATIA OF FORMAT1.
           MOVE     TKLDTA OF PAPITOK-P TO TKLDTA OF FORMAT1.
           MOVE     TKLTIA OF PAPITOK-P TO TKLTIA OF FORMAT1.
           MOVE     TKANZ  OF PAPITOK-P TO TKANZ  OF FORMAT1.

       FUE-ANZ-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NEUES TOKEN ERZEUGEN UND DAS BISHERIGE ERSETZEN
      *--------------------------------------------------------------
       ERZEUGE-TOKEN SECTION.
       ERZ-TOK-00.

           MOVE     ZEROES TO TOKEN-VERSUCH.

       ERZ-TOK-10.
           ADD      1 TO TOKEN-VERSUCH.
           PERFORM  WUERFELN-TOKEN.

      * DAS TOKEN MUSS EINDEUTIG SEIN
           INITIALIZE PAPITOKF OF PAPITOK-L.
           MOVE     TOKEN-WRK TO TKTOKN OF PAPITOK-L.
           READ     PAPITOK-DL WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    IF   TOKEN-VERSUCH < 10
                         GO TO ERZ-TOK-10
                    END-IF
                    MOVE AN TO IN99 OF INXX
                    GO TO ERZ-TOK-90
           END-IF.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PAPITOKF OF PAPITOK-P.
           MOVE     T-USER TO TKUSER OF PAPITOK-P.
           READ     PAPITOK-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE TOKEN-WRK TO TKTOKN OF PAPITOK-P
                    MOVE "J"       TO TKAKT  OF PAPITOK-P
                    MOVE DATE-8    TO TKADTA OF PAPITOK-P
                    MOVE TIME-6    TO TKATIA OF PAPITOK-P
                    MOVE ZEROES    TO TKLDTA OF PAPITOK-P
                    MOVE ZEROES    TO TKLTIA OF PAPITOK-P
                    MOVE ZEROES    TO TKANZ  OF PAPITOK-P
                    MOVE ZEROES    TO TKSDTA OF PAPITOK-P
                    MOVE ZEROES    TO TKSTIA OF PAPITOK-P
                    REWRITE PAPITOK-P
           ELSE
                    INITIALIZE PAPITOKF OF PAPITOK-P
                    MOVE T-USER    TO TKUSER OF PAPITOK-P
                    MOVE TOKEN-WRK TO TKTOKN OF PAPITOK-P
                    MOVE "J"       TO TKAKT  OF PAPITOK-P
                    MOVE DATE-8    TO TKADTA OF PAPITOK-P
                    MOVE TIME-6    TO TKATIA OF PAPITOK-P
                    WRITE PAPITOK-P
           END-IF.

           MOVE     "1"   TO TOKEN-NEU.
           MOVE     "NEU" TO LOG-AKTION.
           PERFORM  SCHREIBE-TOKEN-LOG.

       ERZ-TOK-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * 32 ZUFAELLIGE ZEICHEN AUS TOKEN-ZEICHEN (CCP0004)
      *--------------------------------------------------------------
       WUERFELN-TOKEN SECTION.
       WUE-TOK-00.

           PERFORM  COPY-GET-TIME.
           MOVE     SPACES TO TOKEN-WRK.
           MOVE     LENGTH OF TOKEN-ZEICHEN TO RANDOM-MAX.
           MOVE     1 TO TOKEN-IDX.

       WUE-TOK-20.
      * STARTWERT JE ZEICHEN AUS UHRZEIT, DATUM, POSITION UND DER
      * VORHERGEHENDEN ZAHL
           COMPUTE  RANDOM-SEED = TIME-6 * 997
                                + DATE-8 / 7
                                + TOKEN-IDX * 7919
                                + TOKEN-VERSUCH * 104729
                                + RANDOM-NUM * 31.
           MOVE     ZEROES TO RANDOM-NUM.
           CALL     PROCEDURE "CCP0004" USING RANDOM-SEED
                                              RANDOM-MAX
                                              RANDOM-NUM
           END-CALL.
           IF       RANDOM-NUM < 1
            OR      RANDOM-NUM > RANDOM-MAX
                    MOVE 1 TO RANDOM-NUM
           END-IF.

           MOVE     TOKEN-ZEICHEN(RANDOM-NUM:1)
                 TO TOKEN-WRK(TOKEN-IDX:1).

           IF       TOKEN-IDX < LENGTH OF TOKEN-WRK
                    ADD   1 TO TOKEN-IDX
                    GO TO WUE-TOK-20
           END-IF.

       WUE-TOK-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AKTIVES TOKEN DES USERS SPERREN
      *--------------------------------------------------------------
       SPERRE-TOKEN SECTION.
       SPE-TOK-00.

           INITIALIZE PAPITOKF OF PAPITOK-P.
           MOVE     T-USER TO TKUSER OF PAPITOK-P.
           READ     PAPITOK-DP.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE AN TO IN99 OF INXX
                    GO TO SPE-TOK-90
           END-IF.
           IF       TKAKT OF PAPITOK-P NOT = "J"
                    UNLOCK PAPITOK-DP
                    MOVE AN TO IN99 OF INXX
                    GO TO SPE-TOK-90
           END-IF.

           PERFORM  COPY-GET-TIME.
           MOVE     "N"    TO TKAKT  OF PAPITOK-P.
           MOVE     DATE-8 TO TKSDTA OF PAPITOK-P.
           MOVE     TIME-6 TO TKSTIA OF PAPITOK-P.
           REWRITE  PAPITOK-P.

           MOVE     "GESPERRT" TO LOG-AKTION.
           PERFORM  SCHREIBE-TOKEN-LOG.

       SPE-TOK-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AENDERUNG AM TOKEN PROTOKOLLIEREN (OHNE DAS TOKEN SELBST)
      *--------------------------------------------------------------
       SCHREIBE-TOKEN-LOG SECTION.
       SCH-TOK-00.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PAPITOK" TO STFILE OF LOG-CPY.
           MOVE     "INFO"    TO STKEY  OF LOG-CPY.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "TOKEN "                        DELIMITED BY SIZE
                    T-USER                          DELIMITED BY SPACE
                    " "                             DELIMITED BY SIZE
                    LOG-AKTION                      DELIMITED BY SPACE
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       SCH-TOK-90.
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
