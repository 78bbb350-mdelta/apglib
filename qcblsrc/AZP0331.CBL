       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              AZP0331.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * ABGELEHNTE BEWERBER NACH DER AUFBEWAHRUNGSFRIST LOESCHEN      *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LAEUFT TAEGLICH PER JOBPLANUNG. BEWERBER     *
      *                  AUS PBEWERB MIT STATUS "X" (ABGELEHNT),      *
      *                  DEREN STATUSDATUM BWSTDT LAENGER ALS DIE     *
      *                  AUFBEWAHRUNGSFRIST ZURUECKLIEGT, WERDEN      *
      *                  SAMT IHREN GESPRAECHSTERMINEN (PBEWTRM)      *
      *                  GELOESCHT. DIE FRIST STEHT IN MONATEN IN     *
      *                  PCONFIG BEWERB/AUFBEW CFIN01, OHNE EINTRAG   *
      *                  GELTEN 6 MONATE. DIE ANZAHL DER GELOESCHTEN  *
      *                  BEWERBER GEHT INS LOG (CFP0019).             *
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
      * PBEWERB: BWNR (BEWERBER)
      *-------------------------------------------------------------
           SELECT PBEWERB-DP
                  ASSIGN       TO  DATABASE-PBEWERB
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PBEWTRM: BTNR, BTDAT, BTZEIT (VORSTELLUNGSGESPRAECHE)
      *-------------------------------------------------------------
           SELECT PBEWTRM-DP
                  ASSIGN       TO  DATABASE-PBEWTRM
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCONFIG: CFID, CFKEY (BEWERB/AUFBEW)
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PBEWERB: BWNR
       FD  PBEWERB-DP
           LABEL RECORDS ARE STANDARD.
       01  PBEWERB-P.
           COPY DDS-ALL-FORMATS OF PBEWERB.
      /
      *--- PBEWTRM: BTNR, BTDAT, BTZEIT
       FD  PBEWTRM-DP
           LABEL RECORDS ARE STANDARD.
       01  PBEWTRM-P.
           COPY DDS-ALL-FORMATS OF PBEWTRM.
      /
      *--- PCONFIG: CFID, CFKEY
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "AZP0331".
       01  PGM-TYP                       PIC X(8)  VALUE "AZUBI ".

      * AUFBEWAHRUNGSFRIST IN MONATEN
       01  FRIST-MONATE                  PIC 9(3).

      * STICHTAG: STATUSDATUM VOR DIESEM TAG WIRD GELOESCHT
       01  STICHTAG.
        05 ST-JAHR                       PIC 9(4).
        05 ST-MONAT                      PIC 9(2).
        05 ST-TAG                        PIC 9(2).
       01  STICHTAG-NUM REDEFINES STICHTAG
                                         PIC 9(8).
       01  MONATE-GES                    PIC 9(6).
       01  MONATE-REST                   PIC 9(2).

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
           MOVE     "AZP0331" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.
           MOVE     ZEROES TO ANZ-GELOESCHT.

           OPEN     I-O   PBEWERB-DP
                          PBEWTRM-DP.
           OPEN     INPUT PCONFIG-DP.

           PERFORM  ERMITTLE-STICHTAG.
           PERFORM  LOESCHE-BEWERBER.

           CLOSE    PBEWERB-DP
                    PBEWTRM-DP
                    PCONFIG-DP.

      * ERGEBNIS INS LOG
           IF       ANZ-GELOESCHT > ZEROES
                    PERFORM SCHREIBE-LOG
           END-IF.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * STICHTAG = HEUTE ABZUEGLICH DER AUFBEWAHRUNGSFRIST
      *--------------------------------------------------------------
       ERMITTLE-STICHTAG SECTION.
       ERM-STI-00.

           MOVE     6 TO FRIST-MONATE.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "BEWERB"  TO CFID   OF PCONFIG-P.
           MOVE     "AUFBEW"  TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES    TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES    TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES    TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     CFIN01 OF PCONFIG-P > ZEROES
                    MOVE CFIN01 OF PCONFIG-P TO FRIST-MONATE
           END-IF.

      * MONATE ZURUECKRECHNEN; TAGE NACH DEM 28. WERDEN AUF DEN
      * 28. GESETZT, DAMIT DER STICHTAG IN JEDEM MONAT GUELTIG IST
           MOVE     DATE-8 TO STICHTAG-NUM.
           COMPUTE  MONATE-GES = ST-JAHR * 12 + ST-MONAT - 1
                                 - FRIST-MONATE.
           DIVIDE   MONATE-GES BY 12 GIVING ST-JAHR
                                     REMAINDER MONATE-REST.
           COMPUTE  ST-MONAT = MONATE-REST + 1.
           IF       ST-TAG > 28
                    MOVE 28 TO ST-TAG
           END-IF.

       ERM-STI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABGELEHNTE BEWERBER VOR DEM STICHTAG LOESCHEN
      *--------------------------------------------------------------
       LOESCHE-BEWERBER SECTION.
       LOE-BEW-00.

           INITIALIZE PBEWERBF OF PBEWERB-P.
           MOVE     ZEROES TO BWNR OF PBEWERB-P.
           START    PBEWERB-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LOE-BEW-90
           END-IF.

       LOE-BEW-20.
           READ     PBEWERB-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LOE-BEW-90
           END-IF.

           IF       BWSTAT OF PBEWERB-P NOT = "X"
            OR      BWSTDT OF PBEWERB-P NOT < STICHTAG-NUM
                    UNLOCK PBEWERB-DP
                    GO TO LOE-BEW-20
           END-IF.

           PERFORM  LOESCHE-TERMINE.
           DELETE   PBEWERB-DP.
           ADD      1 TO ANZ-GELOESCHT.
           GO TO    LOE-BEW-20.

       LOE-BEW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GESPRAECHSTERMINE DES BEWERBERS LOESCHEN
      *--------------------------------------------------------------
       LOESCHE-TERMINE SECTION.
       LOE-TRM-00.

           INITIALIZE PBEWTRMF OF PBEWTRM-P.
           MOVE     BWNR OF PBEWERB-P TO BTNR   OF PBEWTRM-P.
           MOVE     ZEROES            TO BTDAT  OF PBEWTRM-P.
           MOVE     ZEROES            TO BTZEIT OF PBEWTRM-P.
           START    PBEWTRM-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LOE-TRM-90
           END-IF.

       LOE-TRM-20.
           READ     PBEWTRM-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LOE-TRM-90
           END-IF.
           IF       BTNR OF PBEWTRM-P NOT = BWNR OF PBEWERB-P
                    UNLOCK PBEWTRM-DP
                    GO TO LOE-TRM-90
           END-IF.
           DELETE   PBEWTRM-DP.
           GO TO    LOE-TRM-20.

       LOE-TRM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ANZAHL DER GELOESCHTEN BEWERBER INS LOG (CFP0019)
      *--------------------------------------------------------------
       SCHREIBE-LOG SECTION.
       SCH-LOG-00.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PBEWERB"  TO STFILE OF LOG-CPY.
           MOVE     "INFO"     TO STKEY  OF LOG-CPY.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "ABGELEHNTE BEWERBER GELOESCHT: " ANZ-GELOESCHT
                    " (STATUS VOR " STICHTAG-NUM ")"
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
