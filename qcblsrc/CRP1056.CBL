       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CRP1056.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * HERKUNFTSPRUEFUNG EINES MITGLIEDS GEGEN PSRCHRK               *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  SUCHT DAS MITGLIED X-CRMBR IM HERKUNFTS-     *
      *                  REGISTER PSRCHRK (SCAN CRP1055, PFLEGE       *
      *                  HMP0018). BIBLIOTHEK UND DATEI WERDEN NUR    *
      *                  VERGLICHEN, WENN SIE GEFUELLT SIND. STEHT    *
      *                  DAS MITGLIED MIT EINER ANDEREN NUTZUNG ALS   *
      *                  "F" (AN KUNDEN AUSLIEFERBAR) IM REGISTER,    *
      *                  KOMMT X-RET = "1" MIT EINEM LESBAREN         *
      *                  HINWEIS IN X-TEXT ZURUECK. IST X-CRLFDN      *
      *                  GEFUELLT (AUFRUF AUS CRP1050), WIRD DER      *
      *                  HINWEIS ZUSAETZLICH ALS FEHLERZEILE "LIZENZ" *
      *                  ZUM CR-VORGANG IN PCHKSRC GESCHRIEBEN.       *
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
      * PSRCHRK: HKMBR, HKFILE, HKLIB (HERKUNFTSREGISTER)
      *-------------------------------------------------------------
           SELECT PSRCHRK-DP
                  ASSIGN       TO  DATABASE-PSRCHRK
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCHKSRC: CRLFDN, ... (CR-VORGAENGE, KOPF = CRFID SPACES)
      *-------------------------------------------------------------
           SELECT PCHKSRC-DP
                  ASSIGN       TO  DATABASE-PCHKSRC
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PSRCHRK: HKMBR, HKFILE, HKLIB
       FD  PSRCHRK-DP
           LABEL RECORDS ARE STANDARD.
       01  PSRCHRK-P.
           COPY DDS-ALL-FORMATS OF PSRCHRK.
      /
      *--- PCHKSRC: CRLFDN
       FD  PCHKSRC-DP
           LABEL RECORDS ARE STANDARD.
       01  PCHKSRC-P.
           COPY DDS-ALL-FORMATS OF PCHKSRC.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CRP1056".
       01  PGM-TYP                       PIC X(8)  VALUE "CHKSRC".

      * KLARTEXT DER NUTZUNG
       01  NUTZ-TEXT                     PIC X(12).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-CRLFDN                      LIKE CRLFDN OF PCHKSRC-P.
       01  X-CRLIB                       LIKE CRLIB  OF PCHKSRC-P.
       01  X-CRFILE                      LIKE CRFILE OF PCHKSRC-P.
       01  X-CRMBR                       LIKE CRMBR  OF PCHKSRC-P.
       01  X-RET                         PIC X(1).
       01  X-TEXT                        PIC X(60).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-CRLFDN
                                X-CRLIB
                                X-CRFILE
                                X-CRMBR
                                X-RET
                                X-TEXT.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "CRP1056" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           INITIALIZE X-RET, X-TEXT.

           IF       X-CRMBR = SPACES
                    GO TO ENDE
           END-IF.

           OPEN     INPUT PSRCHRK-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ENDE
           END-IF.

           PERFORM  SUCHE-REGISTER.

           CLOSE    PSRCHRK-DP.

      * BEIM CR DEN HINWEIS ALS FEHLERZEILE ZUM VORGANG SCHREIBEN
           IF       X-RET     = "1"
            AND     X-CRLFDN NOT = ZEROES
                    OPEN     I-O PCHKSRC-DP
                    PERFORM  SCHREIBE-CR-ZEILE
                    CLOSE    PCHKSRC-DP
           END-IF.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * EINGESCHRAENKTEN EINTRAG DES MITGLIEDS IM REGISTER SUCHEN
      *--------------------------------------------------------------
       SUCHE-REGISTER SECTION.
       SUC-REG-00.

           INITIALIZE PSRCHRKF OF PSRCHRK-P.
           MOVE     X-CRMBR TO HKMBR  OF PSRCHRK-P.
           MOVE     SPACES  TO HKFILE OF PSRCHRK-P.
           MOVE     SPACES  TO HKLIB  OF PSRCHRK-P.
           START    PSRCHRK-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUC-REG-90
           END-IF.

       SUC-REG-20.
           READ     PSRCHRK-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      HKMBR OF PSRCHRK-P NOT = X-CRMBR
                    GO TO SUC-REG-90
           END-IF.

           IF       X-CRFILE NOT = SPACES
            AND     HKFILE OF PSRCHRK-P NOT = X-CRFILE
                    GO TO SUC-REG-20
           END-IF.
           IF       X-CRLIB  NOT = SPACES
            AND     HKLIB  OF PSRCHRK-P NOT = X-CRLIB
                    GO TO SUC-REG-20
           END-IF.

      * FREIGEGEBENE MITGLIEDER SIND UNKRITISCH
           IF       HKNUTZ OF PSRCHRK-P = "F"
                    GO TO SUC-REG-20
           END-IF.

           EVALUATE HKNUTZ OF PSRCHRK-P
                    WHEN "I"
                         MOVE "NUR INTERN"   TO NUTZ-TEXT
                    WHEN "S"
                         MOVE "GESPERRT"     TO NUTZ-TEXT
                    WHEN OTHER
                         MOVE "UNGEPRUEFT"   TO NUTZ-TEXT
           END-EVALUATE.

           MOVE     "1" TO X-RET.
           STRING   "HERKUNFT "                  DELIMITED BY SIZE
                    HKHERK OF PSRCHRK-P          DELIMITED BY "  "
                    ", NUTZUNG "                 DELIMITED BY SIZE
                    NUTZ-TEXT                    DELIMITED BY SPACE
                    " (HMP0018)"                 DELIMITED BY SIZE
               INTO X-TEXT
           END-STRING.

       SUC-REG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FEHLERZEILE "LIZENZ" ZUM CR-VORGANG SCHREIBEN; VORGANG UND
      * QUELLE KOMMEN AUS DEM KOPFSATZ, SOFERN ES IHN GIBT
      *--------------------------------------------------------------
       SCHREIBE-CR-ZEILE SECTION.
       SCH-CRZ-00.

           INITIALIZE PCHKSRCF OF PCHKSRC-P.
           MOVE     X-CRLFDN TO CRLFDN OF PCHKSRC-P.
           START    PCHKSRC-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    INITIALIZE PCHKSRCF OF PCHKSRC-P
                    GO TO SCH-CRZ-50
           END-IF.

       SCH-CRZ-20.
           READ     PCHKSRC-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      CRLFDN OF PCHKSRC-P NOT = X-CRLFDN
                    INITIALIZE PCHKSRCF OF PCHKSRC-P
                    GO TO SCH-CRZ-50
           END-IF.

      * NUR DER KOPFSATZ TRAEGT DEN VORGANG
           IF       CRFID OF PCHKSRC-P NOT = SPACES
                    GO TO SCH-CRZ-20
           END-IF.

       SCH-CRZ-50.
           PERFORM  COPY-GET-TIME.
           MOVE     X-CRLFDN            TO CRLFDN OF PCHKSRC-P.
           MOVE     X-CRLIB             TO CRLIB  OF PCHKSRC-P.
           MOVE     X-CRFILE            TO CRFILE OF PCHKSRC-P.
           MOVE     X-CRMBR             TO CRMBR  OF PCHKSRC-P.
           MOVE     HKZEIL OF PSRCHRK-P TO CRSECN OF PCHKSRC-P.
           MOVE     ZEROES              TO CRSDTA OF PCHKSRC-P.
           MOVE     "LIZENZ"            TO CRFID  OF PCHKSRC-P.
           MOVE     1                   TO CRFTYP OF PCHKSRC-P.
           MOVE     X-TEXT              TO CRFTXT OF PCHKSRC-P.
           MOVE     T-USER              TO CRAUSR OF PCHKSRC-P.
           MOVE     T-TERM              TO CRABS  OF PCHKSRC-P.
           MOVE     PGM-WRK             TO CRAPGM OF PCHKSRC-P.
           MOVE     DATE-8              TO CRADTA OF PCHKSRC-P.
           MOVE     TIME-6              TO CRATIA OF PCHKSRC-P.
           WRITE    PCHKSRC-P.

       SCH-CRZ-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------

           COPY     GETTIME    OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-PGM-INIT/COPY-PGM-EXIT: STANDARDROUTINEN START UND ENDE
      *---------------------------------------------------------------

           COPY     PGMWRK     OF APG-QCPYSRC.
      /
