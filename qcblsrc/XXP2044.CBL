       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP2044.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * PRUEFUNG DER HASHKETTEN UEBER DIE PROTOKOLLDATEIEN            *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LAEUFT NAECHTLICH PER JOBPLANUNG VOR DER     *
      *                  STATUSSEITE XXP2027. GEHT DIE KETTEN VON     *
      *                  PCFGJRN, PREADLOG (UEBER PREADLOGL2 NACH     *
      *                  RLHNR), POUTJRN UND PCFGMNUH IN KETTENFOLGE  *
      *                  DURCH UND PRUEFT JE GLIED: LUECKENLOSE       *
      *                  NUMMER, SUMME DES VORGAENGERS UND DIE MIT    *
      *                  CFP9018 NEU BERECHNETE EIGENE SUMME. DAS     *
      *                  ERSTE FEHLENDE ("F") BZW. VERAENDERTE ("B")  *
      *                  GLIED WIRD JE DATEI IN PHASHKT (HKPSTS,      *
      *                  HKPNR) FESTGEHALTEN UND ALS WARNUNG          *
      *                  GELOGGT. GLIEDER BIS ZUR LOESCHGRENZE        *
      *                  HKBASNR DUERFEN FEHLEN (AUFBEWAHRUNG IN      *
      *                  XXP2029). SAETZE AUS DER ZEIT VOR DER KETTE  *
      *                  (NUMMER 0) WERDEN NUR GEZAEHLT; STEHEN SIE   *
      *                  NACH DEM ERSTEN GLIED, GILT DIE KETTE ALS    *
      *                  VERAENDERT.                                  *
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
      * PHASHKT: HKDATEI (KETTENKOEPFE UND PRUEFERGEBNIS)
      *-------------------------------------------------------------
           SELECT PHASHKT-DP
                  ASSIGN       TO  DATABASE-PHASHKT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCFGJRN: JRLFDN (KONFIGURATIONS-AENDERUNGSJOURNAL)
      *-------------------------------------------------------------
           SELECT PCFGJRN-DP
                  ASSIGN       TO  DATABASE-PCFGJRN
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PREADLOGL2: RLHNR (LESEPROTOKOLL IN KETTENFOLGE)
      *-------------------------------------------------------------
           SELECT PREADLOG-DL
                  ASSIGN       TO  DATABASE-PREADLOGL2
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                                   WITH DUPLICATES
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * POUTJRN: OJLFDN (AUSGABEJOURNAL)
      *-------------------------------------------------------------
           SELECT POUTJRN-DP
                  ASSIGN       TO  DATABASE-POUTJRN
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCFGMNUH: MHLFDN (MENUEAENDERUNGSHISTORIE)
      *-------------------------------------------------------------
           SELECT PCFGMNUH-DP
                  ASSIGN       TO  DATABASE-PCFGMNUH
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PHASHKT: HKDATEI
       FD  PHASHKT-DP
           LABEL RECORDS ARE STANDARD.
       01  PHASHKT-P.
           COPY DDS-ALL-FORMATS OF PHASHKT.
      /
      *--- PCFGJRN: JRLFDN
       FD  PCFGJRN-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGJRN-P.
           COPY DDS-ALL-FORMATS OF PCFGJRN.
      /
      *--- PREADLOGL2: RLHNR
       FD  PREADLOG-DL
           LABEL RECORDS ARE STANDARD.
       01  PREADLOG-L.
           COPY DDS-ALL-FORMATS OF PREADLOGL2.
      /
      *--- POUTJRN: OJLFDN
       FD  POUTJRN-DP
           LABEL RECORDS ARE STANDARD.
       01  POUTJRN-P.
           COPY DDS-ALL-FORMATS OF POUTJRN.
      /
      *--- PCFGMNUH: MHLFDN
       FD  PCFGMNUH-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGMNUH-P.
           COPY DDS-ALL-FORMATS OF PCFGMNUH.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP2044".
       01  PGM-TYP                       PIC X(8)  VALUE "BATCH".

      * SUMMENBILDUNG (CFP9018)
       01  HASHKET-REC                   TYPE HASHKET-TYPE.

      * GEPRUEFTE DATEI UND IHR KETTENKOPF BEIM START DER PRUEFUNG
       01  DATEI-AKT                     PIC X(10).
       01  KOPF-NR                       PIC 9(9).
       01  KOPF-HASH                     PIC 9(9).
       01  KOPF-BASNR                    PIC 9(9).

      * DAS GERADE GELESENE GLIED
       01  GLIED-NR                      PIC 9(9).
       01  GLIED-VOR                     PIC 9(9).
       01  GLIED-HASH                    PIC 9(9).

      * STAND DER PRUEFUNG JE DATEI
       01  ERSTES-GLIED                  PIC X(1).
       01  ERW-NR                        PIC 9(9).
       01  LETZT-NR                      PIC 9(9).
       01  LETZT-HASH                    PIC 9(9).
       01  ERG-STS                       PIC X(1).
        88 ERG-OK                        VALUE "O".
       01  ERG-NR                        PIC 9(9).
       01  ANZ-GEPRUEFT                  PIC 9(9).
       01  ANZ-OHNE                      PIC 9(9).

      * ZAEHLER UEBER ALLE DATEIEN
       01  ANZ-FEHLER                    PIC 9(3) VALUE ZEROES.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP2044" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           OPEN     I-O   PHASHKT-DP.
           OPEN     INPUT PCFGJRN-DP
                          PREADLOG-DL
                          POUTJRN-DP
                          PCFGMNUH-DP.

           MOVE     "PCFGJRN"  TO DATEI-AKT.
           PERFORM  BEGINNE-DATEI.
           PERFORM  PRUEFE-PCFGJRN.
           PERFORM  ABSCHLUSS-DATEI.

           MOVE     "PREADLOG" TO DATEI-AKT.
           PERFORM  BEGINNE-DATEI.
           PERFORM  PRUEFE-PREADLOG.
           PERFORM  ABSCHLUSS-DATEI.

           MOVE     "POUTJRN"  TO DATEI-AKT.
           PERFORM  BEGINNE-DATEI.
           PERFORM  PRUEFE-POUTJRN.
           PERFORM  ABSCHLUSS-DATEI.

           MOVE     "PCFGMNUH" TO DATEI-AKT.
           PERFORM  BEGINNE-DATEI.
           PERFORM  PRUEFE-PCFGMNUH.
           PERFORM  ABSCHLUSS-DATEI.

           CLOSE    PHASHKT-DP
                    PCFGJRN-DP
                    PREADLOG-DL
                    POUTJRN-DP
                    PCFGMNUH-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * KETTENKOPF DER DATEI LESEN UND DEN PRUEFSTAND ZURUECKSETZEN;
      * SPAETER GESCHRIEBENE GLIEDER GEHOEREN ZUM NAECHSTEN LAUF
      *--------------------------------------------------------------
       BEGINNE-DATEI SECTION.
       BEG-DAT-00.

           MOVE     ZEROES TO KOPF-NR, KOPF-HASH, KOPF-BASNR.
           MOVE     ZEROES TO ERW-NR, LETZT-NR, LETZT-HASH, ERG-NR.
           MOVE     ZEROES TO ANZ-GEPRUEFT, ANZ-OHNE.
           MOVE     "1"    TO ERSTES-GLIED.
           MOVE     "O"    TO ERG-STS.

           INITIALIZE PHASHKTF OF PHASHKT-P.
           MOVE     DATEI-AKT TO HKDATEI OF PHASHKT-P.
           READ     PHASHKT-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE HKNR    OF PHASHKT-P TO KOPF-NR
                    MOVE HKHASH  OF PHASHKT-P TO KOPF-HASH
                    MOVE HKBASNR OF PHASHKT-P TO KOPF-BASNR
           END-IF.

       BEG-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PCFGJRN IN SCHLUESSELFOLGE (JRLFDN = KETTENFOLGE) PRUEFEN
      *--------------------------------------------------------------
       PRUEFE-PCFGJRN SECTION.
       PRU-JRN-00.

           INITIALIZE PCFGJRNF OF PCFGJRN-P.
           MOVE     ZEROES TO JRLFDN OF PCFGJRN-P.
           START    PCFGJRN-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-JRN-90
           END-IF.

       PRU-JRN-20.
           READ     PCFGJRN-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-JRN-90
           END-IF.

      * SATZ OHNE KETTE: VOR DEM ERSTEN GLIED ZULAESSIG, DANACH NICHT
           IF       JRHNR OF PCFGJRN-P = ZEROES
                    PERFORM PRUEFE-OHNE-KETTE
                    IF   NOT ERG-OK
                         GO TO PRU-JRN-90
                    END-IF
                    GO TO PRU-JRN-20
           END-IF.
           IF       JRHNR OF PCFGJRN-P > KOPF-NR
                    GO TO PRU-JRN-90
           END-IF.

           MOVE     JRHNR  OF PCFGJRN-P TO GLIED-NR.
           MOVE     JRHVOR OF PCFGJRN-P TO GLIED-VOR.
           MOVE     JRHASH OF PCFGJRN-P TO GLIED-HASH.
           MOVE     ZEROES              TO JRHASH OF PCFGJRN-P.
           INITIALIZE HASHKET-REC.
           MOVE     PCFGJRN-P TO KET-DATEN OF HASHKET-REC.
           PERFORM  PRUEFE-GLIED.
           IF       NOT ERG-OK
                    GO TO PRU-JRN-90
           END-IF.

           GO TO    PRU-JRN-20.

       PRU-JRN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PREADLOG UEBER PREADLOGL2 IN KETTENFOLGE PRUEFEN; ZAEHLER UND
      * UHRZEIT DES LETZTEN ZUGRIFFS GEHOEREN NICHT ZUR SUMME
      *--------------------------------------------------------------
       PRUEFE-PREADLOG SECTION.
       PRU-RLG-00.

           INITIALIZE PREADLOGF OF PREADLOG-L.
           MOVE     ZEROES TO RLHNR OF PREADLOG-L.
           START    PREADLOG-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-RLG-90
           END-IF.

       PRU-RLG-20.
           READ     PREADLOG-DL NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-RLG-90
           END-IF.

      * SAETZE OHNE KETTE STEHEN IN DIESER FOLGE IMMER VORNE
           IF       RLHNR OF PREADLOG-L = ZEROES
                    ADD  1 TO ANZ-OHNE
                    GO TO PRU-RLG-20
           END-IF.
           IF       RLHNR OF PREADLOG-L > KOPF-NR
                    GO TO PRU-RLG-90
           END-IF.

           MOVE     RLHNR  OF PREADLOG-L TO GLIED-NR.
           MOVE     RLHVOR OF PREADLOG-L TO GLIED-VOR.
           MOVE     RLHASH OF PREADLOG-L TO GLIED-HASH.
           MOVE     ZEROES               TO RLHASH OF PREADLOG-L.
           MOVE     ZEROES               TO RLANZ  OF PREADLOG-L.
           MOVE     ZEROES               TO RLTIA  OF PREADLOG-L.
           INITIALIZE HASHKET-REC.
           MOVE     PREADLOG-L TO KET-DATEN OF HASHKET-REC.
           PERFORM  PRUEFE-GLIED.
           IF       NOT ERG-OK
                    GO TO PRU-RLG-90
           END-IF.

           GO TO    PRU-RLG-20.

       PRU-RLG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * POUTJRN IN SCHLUESSELFOLGE (OJLFDN = KETTENFOLGE) PRUEFEN
      *--------------------------------------------------------------
       PRUEFE-POUTJRN SECTION.
       PRU-OJR-00.

           INITIALIZE POUTJRNF OF POUTJRN-P.
           MOVE     ZEROES TO OJLFDN OF POUTJRN-P.
           START    POUTJRN-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-OJR-90
           END-IF.

       PRU-OJR-20.
           READ     POUTJRN-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-OJR-90
           END-IF.

      * SATZ OHNE KETTE: VOR DEM ERSTEN GLIED ZULAESSIG, DANACH NICHT
           IF       OJHNR OF POUTJRN-P = ZEROES
                    PERFORM PRUEFE-OHNE-KETTE
                    IF   NOT ERG-OK
                         GO TO PRU-OJR-90
                    END-IF
                    GO TO PRU-OJR-20
           END-IF.
           IF       OJHNR OF POUTJRN-P > KOPF-NR
                    GO TO PRU-OJR-90
           END-IF.

           MOVE     OJHNR  OF POUTJRN-P TO GLIED-NR.
           MOVE     OJHVOR OF POUTJRN-P TO GLIED-VOR.
           MOVE     OJHASH OF POUTJRN-P TO GLIED-HASH.
           MOVE     ZEROES              TO OJHASH OF POUTJRN-P.
           INITIALIZE HASHKET-REC.
           MOVE     POUTJRN-P TO KET-DATEN OF HASHKET-REC.
           PERFORM  PRUEFE-GLIED.
           IF       NOT ERG-OK
                    GO TO PRU-OJR-90
           END-IF.

           GO TO    PRU-OJR-20.

       PRU-OJR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PCFGMNUH IN SCHLUESSELFOLGE (MHLFDN = KETTENFOLGE) PRUEFEN
      *--------------------------------------------------------------
       PRUEFE-PCFGMNUH SECTION.
       PRU-MNH-00.

           INITIALIZE PCFGMNUHF OF PCFGMNUH-P.
           MOVE     ZEROES TO MHLFDN OF PCFGMNUH-P.
           START    PCFGMNUH-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-MNH-90
           END-IF.

       PRU-MNH-20.
           READ     PCFGMNUH-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-MNH-90
           END-IF.

      * SATZ OHNE KETTE: VOR DEM ERSTEN GLIED ZULAESSIG, DANACH NICHT
           IF       MHHNR OF PCFGMNUH-P = ZEROES
                    PERFORM PRUEFE-OHNE-KETTE
                    IF   NOT ERG-OK
                         GO TO PRU-MNH-90
                    END-IF
                    GO TO PRU-MNH-20
           END-IF.
           IF       MHHNR OF PCFGMNUH-P > KOPF-NR
                    GO TO PRU-MNH-90
           END-IF.

           MOVE     MHHNR  OF PCFGMNUH-P TO GLIED-NR.
           MOVE     MHHVOR OF PCFGMNUH-P TO GLIED-VOR.
           MOVE     MHHASH OF PCFGMNUH-P TO GLIED-HASH.
           MOVE     ZEROES               TO MHHASH OF PCFGMNUH-P.
           INITIALIZE HASHKET-REC.
           MOVE     PCFGMNUH-P TO KET-DATEN OF HASHKET-REC.
           PERFORM  PRUEFE-GLIED.
           IF       NOT ERG-OK
                    GO TO PRU-MNH-90
           END-IF.

           GO TO    PRU-MNH-20.

       PRU-MNH-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SATZ OHNE KETTENNUMMER: VOR DEM ERSTEN GLIED STAMMT ER AUS
      * DER ZEIT VOR DER KETTE, DANACH WURDE DIE NUMMER ENTFERNT
      *--------------------------------------------------------------
       PRUEFE-OHNE-KETTE SECTION.
       PRU-OHN-00.

           IF       ERSTES-GLIED = "1"
                    ADD  1 TO ANZ-OHNE
           ELSE
                    MOVE "B"    TO ERG-STS
                    MOVE ERW-NR TO ERG-NR
           END-IF.

       PRU-OHN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EIN GLIED PRUEFEN: NUMMER, SUMME DES VORGAENGERS UND DIE NEU
      * BERECHNETE EIGENE SUMME (KET-DATEN MIT SUMMENFELD NULL)
      *--------------------------------------------------------------
       PRUEFE-GLIED SECTION.
       PRU-GLI-00.

           IF       ERSTES-GLIED = "1"
                    GO TO PRU-GLI-20
           END-IF.

      * LUECKE: DAS ERWARTETE GLIED FEHLT
           IF       GLIED-NR > ERW-NR
                    MOVE "F"    TO ERG-STS
                    MOVE ERW-NR TO ERG-NR
                    GO TO PRU-GLI-90
           END-IF.

      * DOPPELTE ODER ZURUECKGESETZTE NUMMER, BRUCH ZUM VORGAENGER
           IF       GLIED-NR < ERW-NR
            OR      GLIED-VOR NOT = LETZT-HASH
                    MOVE "B"      TO ERG-STS
                    MOVE GLIED-NR TO ERG-NR
                    GO TO PRU-GLI-90
           END-IF.
           GO TO    PRU-GLI-40.

       PRU-GLI-20.
      * ERSTES VORHANDENES GLIED: DAVOR DARF NUR PLANMAESSIG
      * GELOESCHT WORDEN SEIN
           MOVE     "0" TO ERSTES-GLIED.
           IF       GLIED-NR > KOPF-BASNR + 1
                    MOVE "F" TO ERG-STS
                    COMPUTE ERG-NR = KOPF-BASNR + 1
                    GO TO PRU-GLI-90
           END-IF.
           IF       GLIED-NR = 1
            AND     GLIED-VOR NOT = ZEROES
                    MOVE "B"      TO ERG-STS
                    MOVE GLIED-NR TO ERG-NR
                    GO TO PRU-GLI-90
           END-IF.

       PRU-GLI-40.
      * EIGENE SUMME NEU BERECHNEN
           MOVE     "P"       TO KET-MODUS OF HASHKET-REC.
           MOVE     GLIED-VOR TO KET-VOR   OF HASHKET-REC.
           CALL     "CFP9018" USING HASHKET-REC
           END-CALL.
           IF       KET-HASH OF HASHKET-REC NOT = GLIED-HASH
                    MOVE "B"      TO ERG-STS
                    MOVE GLIED-NR TO ERG-NR
                    GO TO PRU-GLI-90
           END-IF.

           MOVE     GLIED-NR   TO LETZT-NR.
           MOVE     GLIED-HASH TO LETZT-HASH.
           COMPUTE  ERW-NR = GLIED-NR + 1.
           ADD      1 TO ANZ-GEPRUEFT.

       PRU-GLI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ENDE DER KETTE GEGEN DEN KETTENKOPF PRUEFEN, ERGEBNIS IN
      * PHASHKT FESTHALTEN UND PROTOKOLLIEREN
      *--------------------------------------------------------------
       ABSCHLUSS-DATEI SECTION.
       ABS-DAT-00.

           IF       NOT ERG-OK
                    GO TO ABS-DAT-50
           END-IF.

      * KEIN GLIED GEFUNDEN, OBWOHL DER KOPF GLIEDER NACH DER
      * LOESCHGRENZE KENNT
           IF       ERSTES-GLIED = "1"
                    IF   KOPF-NR > KOPF-BASNR
                         MOVE "F" TO ERG-STS
                         COMPUTE ERG-NR = KOPF-BASNR + 1
                    END-IF
                    GO TO ABS-DAT-50
           END-IF.

      * DIE LETZTEN GLIEDER FEHLEN
           IF       LETZT-NR < KOPF-NR
                    MOVE "F"    TO ERG-STS
                    MOVE ERW-NR TO ERG-NR
                    GO TO ABS-DAT-50
           END-IF.

      * LETZTES GLIED PASST NICHT ZUM KOPF
           IF       LETZT-HASH NOT = KOPF-HASH
                    MOVE "B"      TO ERG-STS
                    MOVE LETZT-NR TO ERG-NR
           END-IF.

       ABS-DAT-50.
           PERFORM  COPY-GET-TIME.

           INITIALIZE PHASHKTF OF PHASHKT-P.
           MOVE     DATEI-AKT TO HKDATEI OF PHASHKT-P.
           READ     PHASHKT-DP.
           IF       FILE-STATUS NOT = ZEROES
                    INITIALIZE PHASHKTF OF PHASHKT-P
                    MOVE DATEI-AKT    TO HKDATEI OF PHASHKT-P
                    MOVE DATE-8       TO HKPDTA  OF PHASHKT-P
                    MOVE TIME-6       TO HKPTIA  OF PHASHKT-P
                    MOVE ERG-STS      TO HKPSTS  OF PHASHKT-P
                    MOVE ERG-NR       TO HKPNR   OF PHASHKT-P
                    MOVE ANZ-GEPRUEFT TO HKPANZ  OF PHASHKT-P
                    MOVE ANZ-OHNE     TO HKPOHN  OF PHASHKT-P
                    WRITE PHASHKT-P
           ELSE
                    MOVE DATE-8       TO HKPDTA  OF PHASHKT-P
                    MOVE TIME-6       TO HKPTIA  OF PHASHKT-P
                    MOVE ERG-STS      TO HKPSTS  OF PHASHKT-P
                    MOVE ERG-NR       TO HKPNR   OF PHASHKT-P
                    MOVE ANZ-GEPRUEFT TO HKPANZ  OF PHASHKT-P
                    MOVE ANZ-OHNE     TO HKPOHN  OF PHASHKT-P
                    REWRITE PHASHKT-P
           END-IF.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     ":ACCESS"  TO STFILE OF LOG-CPY.
           INITIALIZE STSTS OF LOG-CPY.
           IF       ERG-OK
                    MOVE "INFO" TO STKEY OF LOG-CPY
                    STRING "HASHKETTE "             DELIMITED BY SIZE
                           DATEI-AKT                DELIMITED BY SPACE
                           " OK, "                  DELIMITED BY SIZE
                           ANZ-GEPRUEFT             DELIMITED BY SIZE
                           " GLIEDER GEPRUEFT"      DELIMITED BY SIZE
                      INTO STSTS OF LOG-CPY
                    END-STRING
           ELSE
                    ADD  1      TO ANZ-FEHLER
                    MOVE "WARN" TO STKEY OF LOG-CPY
                    IF   ERG-STS = "F"
                         STRING "HASHKETTE "        DELIMITED BY SIZE
                                DATEI-AKT           DELIMITED BY SPACE
                                ": GLIED "          DELIMITED BY SIZE
                                ERG-NR              DELIMITED BY SIZE
                                " FEHLT"            DELIMITED BY SIZE
                           INTO STSTS OF LOG-CPY
                         END-STRING
                    ELSE
                         STRING "HASHKETTE "        DELIMITED BY SIZE
                                DATEI-AKT           DELIMITED BY SPACE
                                ": GLIED "          DELIMITED BY SIZE
                                ERG-NR              DELIMITED BY SIZE
                                " VERAENDERT"       DELIMITED BY SIZE
                           INTO STSTS OF LOG-CPY
                         END-STRING
                    END-IF
           END-IF.
           PERFORM  COPY-WRITE-LOG-CPY.

       ABS-DAT-90.
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
