       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0247.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * ZAHLLAUF BESTAETIGEN ODER STORNIEREN                          *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  SCHLIESST EINEN MIT XXP0246 ERSTELLTEN       *
      *                  ZAHLLAUF (ZLSTAT "E") AB.                    *
      *                  X-AKTION "B" = DIE BANK HAT DIE DATEI        *
      *                  AUSGEFUEHRT: ALLE RECHNUNGEN DES LAUFS       *
      *                  WERDEN BEZAHLT (RGSTAT "B", RGBZDT =         *
      *                  AUSFUEHRUNGSTAG), DER LAUF BEKOMMT "B".      *
      *                  X-AKTION "S" = DER LAUF WIRD VERWORFEN: DIE  *
      *                  RECHNUNGEN SIND WIEDER OFFEN ("O", OHNE      *
      *                  LAUFNUMMER UND ZAHLBETRAG), DIE SEPA-DATEI   *
      *                  WIRD AUS DEM IFS ENTFERNT, DER LAUF BEKOMMT  *
      *                  "S".                                         *
      *                  X-RET: SPACES = OK, "1" = LAUF NICHT         *
      *                  GEFUNDEN, "2" = LAUF NICHT MEHR OFFEN,       *
      *                  "3" = UNGUELTIGE AKTION.                     *
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
      * PKDRECH: RGLFDN (LIEFERANTENRECHNUNGEN)
      *-------------------------------------------------------------
           SELECT PKDRECH-DP
                  ASSIGN       TO  DATABASE-PKDRECH
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDZLAUF: ZLNR (ZAHLLAEUFE)
      *-------------------------------------------------------------
           SELECT PKDZLAUF-DP
                  ASSIGN       TO  DATABASE-PKDZLAUF
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PKDRECH: RGLFDN
       FD  PKDRECH-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDRECH-P.
           COPY DDS-ALL-FORMATS OF PKDRECH.
      /
      *--- PKDZLAUF: ZLNR
       FD  PKDZLAUF-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDZLAUF-P.
           COPY DDS-ALL-FORMATS OF PKDZLAUF.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0247".
       01  PGM-TYP                       PIC X(8)  VALUE "KUECHE".

      * PARAMETER FUER CL-PROGRAMME
       01  CMDEXC-REC                    TYPE CMDEXC-TYPE.

       01  ANZ-REC                       PIC 9(4).
       01  NEU-STAT                      PIC X(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * LAUFNUMMER
       01  X-ZLNR                        PIC 9(9).
      * "B" = BESTAETIGEN, "S" = STORNIEREN
       01  X-AKTION                      PIC X(1).
      * RUECKGABE
       01  X-RET                         PIC X(1).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-ZLNR
                                X-AKTION
                                X-RET.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0247" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           INITIALIZE X-RET.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           IF       X-AKTION NOT = "B"
            AND     X-AKTION NOT = "S"
                    MOVE "3" TO X-RET
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

           OPEN     I-O   PKDZLAUF-DP.

      * NUR ERSTELLTE LAEUFE KOENNEN ABGESCHLOSSEN WERDEN
           INITIALIZE PKDZLAUFF OF PKDZLAUF-P.
           MOVE     X-ZLNR TO ZLNR OF PKDZLAUF-P.
           READ     PKDZLAUF-DP.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "1" TO X-RET
                    CLOSE PKDZLAUF-DP
                    GO TO ENDE
           END-IF.
           IF       ZLSTAT OF PKDZLAUF-P NOT = "E"
                    MOVE "2" TO X-RET
                    UNLOCK PKDZLAUF-DP
                    CLOSE PKDZLAUF-DP
                    GO TO ENDE
           END-IF.

           OPEN     I-O   PKDRECH-DP.
           PERFORM  AENDERE-RECHNUNGEN.
           CLOSE    PKDRECH-DP.

      * BEIM STORNO DIE SEPA-DATEI ENTFERNEN, DAMIT SIE NICHT
      * VERSEHENTLICH NOCH EINGEREICHT WIRD
           IF       X-AKTION = "S"
                    PERFORM LOESCHE-DATEI
           END-IF.

           MOVE     X-AKTION TO ZLSTAT OF PKDZLAUF-P.
           MOVE     T-USER   TO ZLMUSR OF PKDZLAUF-P.
           MOVE     DATE-8   TO ZLMDTA OF PKDZLAUF-P.
           MOVE     TIME-6   TO ZLMTIA OF PKDZLAUF-P.
           REWRITE  PKDZLAUF-P.
           CLOSE    PKDZLAUF-DP.

           PERFORM  SCHREIBE-LOG.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE RECHNUNGEN DES LAUFS BEZAHLEN ODER WIEDER OEFFNEN
      *--------------------------------------------------------------
       AENDERE-RECHNUNGEN SECTION.
       AEN-REC-00.

           MOVE     ZEROES TO ANZ-REC.
           IF       X-AKTION = "B"
                    MOVE "B" TO NEU-STAT
           ELSE
                    MOVE "O" TO NEU-STAT
           END-IF.

           INITIALIZE PKDRECHF OF PKDRECH-P.
           MOVE     ZEROES TO RGLFDN OF PKDRECH-P.
           START    PKDRECH-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AEN-REC-90
           END-IF.

       AEN-REC-20.
           READ     PKDRECH-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AEN-REC-90
           END-IF.

           IF       RGSTAT OF PKDRECH-P NOT = "Z"
            OR      RGZLNR OF PKDRECH-P NOT = X-ZLNR
                    UNLOCK PKDRECH-DP
                    GO TO AEN-REC-20
           END-IF.

           MOVE     NEU-STAT TO RGSTAT OF PKDRECH-P.
           IF       X-AKTION = "B"
                    MOVE ZLAUSF OF PKDZLAUF-P TO RGBZDT OF PKDRECH-P
           ELSE
                    MOVE ZEROES TO RGZLNR OF PKDRECH-P
                    MOVE ZEROES TO RGZLBT OF PKDRECH-P
           END-IF.
           MOVE     T-USER   TO RGMSER OF PKDRECH-P.
           MOVE     T-TERM   TO RGMBS  OF PKDRECH-P.
           MOVE     PGM-WRK  TO RGMPGM OF PKDRECH-P.
           MOVE     DATE-8   TO RGMDTA OF PKDRECH-P.
           MOVE     TIME-6   TO RGMTIA OF PKDRECH-P.
           REWRITE  PKDRECH-P.
           ADD      1 TO ANZ-REC.

           GO TO    AEN-REC-20.

       AEN-REC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SEPA-DATEI DES LAUFS AUS DEM IFS ENTFERNEN
      *--------------------------------------------------------------
       LOESCHE-DATEI SECTION.
       LOE-DAT-00.

           IF       ZLDATEI OF PKDZLAUF-P = SPACES
                    GO TO LOE-DAT-90
           END-IF.

           INITIALIZE RET-CODE.
           INITIALIZE CMDEXC-REC.
           STRING   "RMVLNK OBJLNK('"                 DELIMITED BY SIZE
                    FUNCTION TRIM(ZLDATEI OF PKDZLAUF-P)
                                                      DELIMITED BY SIZE
                    "')"                              DELIMITED BY SIZE
             INTO   COMMAND OF CMDEXC-REC
           END-STRING.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.

       LOE-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABSCHLUSS DES LAUFS PROTOKOLLIEREN
      *--------------------------------------------------------------
       SCHREIBE-LOG SECTION.
       SCH-LOG-00.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PKDZLAUF" TO STFILE OF LOG-CPY.
           MOVE     "INFO"     TO STKEY  OF LOG-CPY.
           INITIALIZE STSTS OF LOG-CPY.
           IF       X-AKTION = "B"
                    STRING "ZAHLLAUF " X-ZLNR " BESTAETIGT: "
                           ANZ-REC " RECHNUNGEN BEZAHLT"
                           DELIMITED BY SIZE
                      INTO STSTS OF LOG-CPY
                    END-STRING
           ELSE
                    STRING "ZAHLLAUF " X-ZLNR " STORNIERT: "
                           ANZ-REC " RECHNUNGEN WIEDER OFFEN"
                           DELIMITED BY SIZE
                      INTO STSTS OF LOG-CPY
                    END-STRING
           END-IF.
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
      * COPY-WRITE-LOG-CPY: SCHREIBEN EINES LOG-EINTRAGS
      *---------------------------------------------------------------

           COPY     LOGCPY     OF APG-QCPYSRC.
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
