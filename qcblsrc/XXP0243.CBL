       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0243.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * PERSONALAKTE: DOKUMENTE NACH ABLAUF DER AUFBEWAHRUNG LOESCHEN *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LAEUFT TAEGLICH PER JOBPLANUNG. DOKUMENTE    *
      *                  AUS DEM INDEX PDOKAKT, DEREN                 *
      *                  AUFBEWAHRUNGSENDE DARDTA VOR HEUTE LIEGT,    *
      *                  WERDEN IM IFS GELOESCHT (RMVLNK) UND AUS     *
      *                  DEM INDEX ENTFERNT. IST DIE DATEI SCHON      *
      *                  WEG, WIRD NUR DER INDEXSATZ ENTFERNT. DIE    *
      *                  ANZAHL DER GELOESCHTEN DOKUMENTE GEHT INS    *
      *                  LOG (CFP0019).                               *
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
      * PDOKAKT: DAUSER, DALFDN (INDEX DER PERSONALAKTE)
      *-------------------------------------------------------------
           SELECT PDOKAKT-DP
                  ASSIGN       TO  DATABASE-PDOKAKT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PDOKAKT: DAUSER, DALFDN
       FD  PDOKAKT-DP
           LABEL RECORDS ARE STANDARD.
       01  PDOKAKT-P.
           COPY DDS-ALL-FORMATS OF PDOKAKT.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0243".
       01  PGM-TYP                       PIC X(8)  VALUE "FUN    ".

      * PARAMETER FUER CL-PROGRAMME
       01  CMDEXC-REC                    TYPE CMDEXC-TYPE.

      * ZAEHLER
       01  ANZ-GELOESCHT                 PIC 9(5).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0243" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.
           MOVE     ZEROES TO ANZ-GELOESCHT.

           OPEN     I-O   PDOKAKT-DP.

           PERFORM  LOESCHE-DOKUMENTE.

           CLOSE    PDOKAKT-DP.

      * ERGEBNIS INS LOG
           IF       ANZ-GELOESCHT > ZEROES
                    PERFORM SCHREIBE-LOG
           END-IF.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * DOKUMENTE MIT ABGELAUFENER AUFBEWAHRUNG LOESCHEN
      *--------------------------------------------------------------
       LOESCHE-DOKUMENTE SECTION.
       LOE-DOK-00.

           INITIALIZE PDOKAKTF OF PDOKAKT-P.
           MOVE     SPACES TO DAUSER OF PDOKAKT-P.
           MOVE     ZEROES TO DALFDN OF PDOKAKT-P.
           START    PDOKAKT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LOE-DOK-90
           END-IF.

       LOE-DOK-20.
           READ     PDOKAKT-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LOE-DOK-90
           END-IF.

           IF       DARDTA OF PDOKAKT-P NOT < DATE-8
                    UNLOCK PDOKAKT-DP
                    GO TO LOE-DOK-20
           END-IF.

      * DATEI IM IFS LOESCHEN; FEHLT SIE SCHON, IST DAS EGAL
           INITIALIZE RET-CODE.
           INITIALIZE CMDEXC-REC.
           STRING   "RMVLNK OBJLNK('"               DELIMITED BY SIZE
                    FUNCTION TRIM(DAPFAD OF PDOKAKT-P)
                                                    DELIMITED BY SIZE
                    "')"                            DELIMITED BY SIZE
             INTO   COMMAND OF CMDEXC-REC
           END-STRING.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.

           DELETE   PDOKAKT-DP.
           ADD      1 TO ANZ-GELOESCHT.
           GO TO    LOE-DOK-20.

       LOE-DOK-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ANZAHL DER GELOESCHTEN DOKUMENTE INS LOG (CFP0019)
      *--------------------------------------------------------------
       SCHREIBE-LOG SECTION.
       SCH-LOG-00.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PDOKAKT"  TO STFILE OF LOG-CPY.
           MOVE     "INFO"     TO STKEY  OF LOG-CPY.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "AKTENDOKUMENTE GELOESCHT: " ANZ-GELOESCHT
                    " (AUFBEWAHRUNG VOR " DATE-8 ")"
                    DELIMITED BY SIZE
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       SCH-LOG-90.
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
      * COPY-WRITE-LOG-CPY: SCHREIBEN EINES LOG-EINTRAGS
      *---------------------------------------------------------------

           COPY     LOGCPY     OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-PGM-INIT/COPY-PGM-EXIT: STANDARDROUTINEN START UND ENDE
      *---------------------------------------------------------------

           COPY     PGMWRK     OF APG-QCPYSRC.
      /
