       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP2061.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * LIZENZBERICHT: UEBERBUCHUNG UND PLAETZE INAKTIVER USER        *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  DRUCKT (XXF2061) JE PRODUKT AUS PLIZENZ DIE  *
      *                  GEKAUFTEN UND DIE BELEGTEN PLAETZE           *
      *                  (PLIZSEAT), KOSTEN UND VERLAENGERUNG;        *
      *                  UEBERBUCHTE PRODUKTE SIND MARKIERT. DARUNTER *
      *                  STEHEN DIE PLAETZE VON USERN, DIE SEIT       *
      *                  PCONFIG LIZENZ/INAKTIV CFIN01 TAGEN          *
      *                  (STANDARD 90) NICHT MEHR AKTIV WAREN. DIE    *
      *                  LETZTE AKTIVITAET IST DER JUENGSTE           *
      *                  PROGRAMMSTART AUS PPGMLOG BZW. DIE ANMELDUNG *
      *                  AUS PCFGSES (WIE CFP9016/XXP1008); USER      *
      *                  OHNE JEDE AKTIVITAET ZAEHLEN ALS INAKTIV.    *
      *                  DIE SUMMENZEILE NENNT DIE ANTEILIGEN         *
      *                  JAHRESKOSTEN DIESER PLAETZE. DAS ERGEBNIS    *
      *                  WIRD PROTOKOLLIERT.                          *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    NAME DES PLATZINHABERS UEBER PERSONENSTAMM   *
      *                  (CFP9022) STATT PCONFIG H050                 *
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
      * PLIZENZ: LZPROD (LIZENZKATALOG)
      *-------------------------------------------------------------
           SELECT PLIZENZ-DP
                  ASSIGN       TO  DATABASE-PLIZENZ
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PLIZSEAT: LSPROD, LSUSER (VERGEBENE PLAETZE)
      *-------------------------------------------------------------
           SELECT PLIZSEAT-DP
                  ASSIGN       TO  DATABASE-PLIZSEAT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PHYSISCHE DATEI PROGRAMMSTARTS (LGPGM, LGUSER)
      *-------------------------------------------------------------
           SELECT PPGMLOG-DP
                  ASSIGN       TO  DATABASE-PPGMLOG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PHYSISCHE DATEI SITZUNGEN (SEUSER)
      *-------------------------------------------------------------
           SELECT PCFGSES-DP
                  ASSIGN       TO  DATABASE-PCFGSES
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *    PRINTERFILE FUER DIE LISTE
      *-------------------------------------------------------------
           SELECT XXDRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF2061
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PLIZENZ: LZPROD
       FD  PLIZENZ-DP
           LABEL RECORDS ARE STANDARD.
       01  PLIZENZ-P.
           COPY DDS-ALL-FORMATS OF PLIZENZ.
      /
      *--- PLIZSEAT: LSPROD, LSUSER
       FD  PLIZSEAT-DP
           LABEL RECORDS ARE STANDARD.
       01  PLIZSEAT-P.
           COPY DDS-ALL-FORMATS OF PLIZSEAT.
      /
      *--- PROGRAMMSTARTS
       FD  PPGMLOG-DP
           LABEL RECORDS ARE STANDARD.
       01  PPGMLOG-P.
           COPY DDS-ALL-FORMATS OF PPGMLOG.
      /
      *--- SITZUNGEN
       FD  PCFGSES-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGSES-P.
           COPY DDS-ALL-FORMATS OF PCFGSES.
      /
      *------DRUCKAUSGABE----
       FD  XXDRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  XXDRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF2061.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY   OF APG-QCPYSRC.

      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP2061".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".

      * PARAMETER FUER CL-PROGRAMME
       01  OVRPRTF-REC                   TYPE OVRPRTF-TYPE.
       01  OVR-OUTQ                      PIC X(10).

      * PERSONENSTAMM (CFP9022)
       01  PERSON-REC                    TYPE PERSON-TYPE.

      * INAKTIV, WENN DIE LETZTE AKTIVITAET VOR DIESEM TAG LIEGT
       01  INAKTIV-TAGE                  PIC 9(4).
       01  GRENZ-DATUM                   PIC 9(8).

      * LETZTE AKTIVITAET JE PLATZINHABER AUS PPGMLOG UND PCFGSES
       01  ACT-TAB.
        02 ACT-CNT                       PIC 9(3) COMP-3.
        02 ACT-REC OCCURS 0 TO 500 TIMES DEPENDING ON ACT-CNT
                                          INDEXED   BY AIDX.
         04 ACT-USER                     PIC X(10).
         04 ACT-DTA                      PIC 9(8).
         04 ACT-TIA                      PIC 9(6).

       01  LOG-DTA-WRK                   PIC 9(8).
       01  LOG-TIA-WRK                   PIC 9(6).
       01  LETZT-DTA                     PIC 9(8).

      * AKTUELLES PRODUKT
       01  ANZ-BELEGT                    PIC 9(4).
       01  KOSTEN-PLATZ                  PIC 9(7)V99.

      * ZAEHLER
       01  ANZ-PRODUKTE                  PIC 9(5)  VALUE ZEROES.
       01  ANZ-UEBER                     PIC 9(5)  VALUE ZEROES.
       01  ANZ-INAKTIV                   PIC 9(5)  VALUE ZEROES.
       01  SUMME-INAKTIV                 PIC 9(9)V99 VALUE ZEROES.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * AUSGABEWARTESCHLANGE, SPACES = PRT01
       01  X-OUTQ                        PIC X(10).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-OUTQ.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP2061" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

      * SCHWELLE FUER INAKTIVE USER
           MOVE     90 TO INAKTIV-TAGE.
           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "LIZENZ"    TO CFID  OF CFG-CPY.
           MOVE     "INAKTIV"   TO CFKEY OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY NOT = ZEROES
            AND     CFIN01 OF CFG-CPY > ZEROES
            AND     CFIN01 OF CFG-CPY < 10000
                    MOVE CFIN01 OF CFG-CPY TO INAKTIV-TAGE
           END-IF.
           COMPUTE  GRENZ-DATUM = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(DATE-8) - INAKTIV-TAGE).

      * OUTQ SETZEN UND DRUCKDATEI OEFFNEN
           IF       X-OUTQ = SPACES
                    MOVE "PRT01" TO OVR-OUTQ
           ELSE
                    MOVE X-OUTQ  TO OVR-OUTQ
           END-IF.
           INITIALIZE RET-CODE.
           INITIALIZE OVRPRTF-REC.
           MOVE     "XXF2061" TO FROMFILE OF OVRPRTF-REC.
           MOVE     OVR-OUTQ  TO TOOUTQ   OF OVRPRTF-REC.
           CALL     "CLP0041" USING OVRPRTF-REC
                                    RET-CODE
           END-CALL.

           OPEN     INPUT  PLIZENZ-DP
                           PLIZSEAT-DP
                           PPGMLOG-DP
                           PCFGSES-DP.
           OPEN     OUTPUT XXDRUCK-DAT.

      * LETZTE AKTIVITAET ALLER PLATZINHABER ERMITTELN
           PERFORM  LADE-INHABER.
           PERFORM  SWEEP-PPGMLOG.
           PERFORM  PRUEFE-SITZUNGEN.

      * KOPFZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "KOPF"       TO DRART   OF XXDRUCK-REC.
           MOVE     DATE-8       TO DRDATUM OF XXDRUCK-REC.
           MOVE     INAKTIV-TAGE TO DRTAGE  OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

      * ALLE PRODUKTE PRUEFEN
           PERFORM  PRUEFE-PRODUKTE.

      * SUMMENZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "SUMME"       TO DRART   OF XXDRUCK-REC.
           MOVE     ANZ-PRODUKTE  TO DRANZP  OF XXDRUCK-REC.
           MOVE     ANZ-UEBER     TO DRANZU  OF XXDRUCK-REC.
           MOVE     ANZ-INAKTIV   TO DRANZI  OF XXDRUCK-REC.
           MOVE     SUMME-INAKTIV TO DRSPAR  OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           CLOSE    PLIZENZ-DP
                    PLIZSEAT-DP
                    PPGMLOG-DP
                    PCFGSES-DP
                    XXDRUCK-DAT.

           PERFORM  LOGGE-ERGEBNIS.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE USER MIT MINDESTENS EINEM PLATZ IN ACT-TAB AUFNEHMEN
      *--------------------------------------------------------------
       LADE-INHABER SECTION.
       LAD-INH-00.

           INITIALIZE ACT-TAB.

           INITIALIZE PLIZSEATF OF PLIZSEAT-P.
           START    PLIZSEAT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-INH-90
           END-IF.

       LAD-INH-20.
           READ     PLIZSEAT-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-INH-90
           END-IF.

           SET      AIDX TO 1.
           SEARCH   ACT-REC
                    AT END PERFORM AUFNEHMEN-INHABER
                    WHEN   ACT-USER(AIDX) = LSUSER OF PLIZSEAT-P
                           CONTINUE
           END-SEARCH.

           GO TO    LAD-INH-20.

       LAD-INH-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NEUEN PLATZINHABER OHNE AKTIVITAET AUFNEHMEN, SOLANGE PLATZ
      * IST
      *--------------------------------------------------------------
       AUFNEHMEN-INHABER SECTION.
       AUF-INH-00.

           IF       ACT-CNT < 500
                    ADD  1 TO ACT-CNT
                    MOVE LSUSER OF PLIZSEAT-P TO ACT-USER (ACT-CNT)
                    MOVE ZEROES               TO ACT-DTA  (ACT-CNT)
                    MOVE ZEROES               TO ACT-TIA  (ACT-CNT)
           END-IF.

       AUF-INH-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PPGMLOG EINMAL DURCHLAUFEN UND JE PLATZINHABER DEN JUENGSTEN
      * PROGRAMMSTART MERKEN
      *--------------------------------------------------------------
       SWEEP-PPGMLOG SECTION.
       SWP-LOG-00.

           IF       ACT-CNT = ZEROES
                    GO TO SWP-LOG-90
           END-IF.

           INITIALIZE PPGMLOGF OF PPGMLOG-P.
           MOVE     SPACES TO LGPGM  OF PPGMLOG-P.
           MOVE     SPACES TO LGUSER OF PPGMLOG-P.
           START    PPGMLOG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SWP-LOG-90
           END-IF.

       SWP-LOG-20.
           READ     PPGMLOG-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SWP-LOG-90
           END-IF.

      * WURDE DER JOB NUR EINMAL AUSGEFUEHRT, STEHT DER LETZTE LAUF
      * NOCH IN LGADTA/LGATIA, SONST IN LGMDTA/LGMTIA (WIE XXP1005)
           IF       LGLFDN OF PPGMLOG-P = 1
                    MOVE LGADTA OF PPGMLOG-P TO LOG-DTA-WRK
                    MOVE LGATIA OF PPGMLOG-P TO LOG-TIA-WRK
           ELSE
                    MOVE LGMDTA OF PPGMLOG-P TO LOG-DTA-WRK
                    MOVE LGMTIA OF PPGMLOG-P TO LOG-TIA-WRK
           END-IF.

           SET      AIDX TO 1.
           SEARCH   ACT-REC
                    AT END CONTINUE
                    WHEN   ACT-USER(AIDX) = LGUSER OF PPGMLOG-P
                           PERFORM FORTSCHREIBEN-AKTIVITAET
           END-SEARCH.

           GO TO    SWP-LOG-20.

       SWP-LOG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE OFFENE SITZUNG (PCFGSES) ZAEHLT MINDESTENS MIT IHRER
      * ANMELDEZEIT
      *--------------------------------------------------------------
       PRUEFE-SITZUNGEN SECTION.
       PRF-SIT-00.

           SET      AIDX TO 1.

       PRF-SIT-20.
           IF       AIDX > ACT-CNT
                    GO TO PRF-SIT-90
           END-IF.

           INITIALIZE PCFGSESF OF PCFGSES-P.
           MOVE     ACT-USER(AIDX) TO SEUSER OF PCFGSES-P.
           READ     PCFGSES-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE SEDTA OF PCFGSES-P TO LOG-DTA-WRK
                    MOVE SETIA OF PCFGSES-P TO LOG-TIA-WRK
                    PERFORM FORTSCHREIBEN-AKTIVITAET
           END-IF.

           SET      AIDX UP BY 1.
           GO TO    PRF-SIT-20.

       PRF-SIT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * JUENGEREN ZEITSTEMPEL IN ACT-TAB UEBERNEHMEN
      *--------------------------------------------------------------
       FORTSCHREIBEN-AKTIVITAET SECTION.
       FRT-AKT-00.

           IF       LOG-DTA-WRK > ACT-DTA (AIDX)
            OR      (    LOG-DTA-WRK = ACT-DTA (AIDX)
                     AND LOG-TIA-WRK > ACT-TIA (AIDX))
                    MOVE LOG-DTA-WRK TO ACT-DTA (AIDX)
                    MOVE LOG-TIA-WRK TO ACT-TIA (AIDX)
           END-IF.

       FRT-AKT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE PRODUKTE DES KATALOGS PRUEFEN UND DRUCKEN
      *--------------------------------------------------------------
       PRUEFE-PRODUKTE SECTION.
       PRF-PRD-00.

           INITIALIZE PLIZENZF OF PLIZENZ-P.
           MOVE     SPACES TO LZPROD OF PLIZENZ-P.
           START    PLIZENZ-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-PRD-90
           END-IF.

       PRF-PRD-20.
           READ     PLIZENZ-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-PRD-90
           END-IF.

           ADD      1 TO ANZ-PRODUKTE.

      * ANTEILIGE JAHRESKOSTEN EINES PLATZES
           IF       LZPLAE OF PLIZENZ-P > ZEROES
                    COMPUTE KOSTEN-PLATZ ROUNDED =
                            LZKOST OF PLIZENZ-P / LZPLAE OF PLIZENZ-P
           ELSE
                    MOVE LZKOST OF PLIZENZ-P TO KOSTEN-PLATZ
           END-IF.

           PERFORM  ZAEHLE-PLAETZE.

      * PRODUKTZEILE, UEBERBUCHUNG MARKIEREN
           INITIALIZE XXDRUCK-REC.
           MOVE     "PROD"               TO DRART  OF XXDRUCK-REC.
           MOVE     LZPROD OF PLIZENZ-P  TO LZPROD OF XXDRUCK-REC.
           MOVE     LZTEXT OF PLIZENZ-P  TO LZTEXT OF XXDRUCK-REC.
           MOVE     LZPLAE OF PLIZENZ-P  TO LZPLAE OF XXDRUCK-REC.
           MOVE     ANZ-BELEGT           TO LZBELE OF XXDRUCK-REC.
           MOVE     LZKOST OF PLIZENZ-P  TO LZKOST OF XXDRUCK-REC.
           MOVE     LZERNE OF PLIZENZ-P  TO LZERNE OF XXDRUCK-REC.
           MOVE     LZVERA OF PLIZENZ-P  TO LZVERA OF XXDRUCK-REC.
           IF       ANZ-BELEGT > LZPLAE OF PLIZENZ-P
                    MOVE "UEBERBUCHT"    TO DRBEFU OF XXDRUCK-REC
                    ADD  1 TO ANZ-UEBER
           END-IF.
           WRITE    XXDRUCK-REC.

      * PLAETZE INAKTIVER USER DARUNTER
           PERFORM  DRUCKE-INAKTIVE.

           GO TO    PRF-PRD-20.

       PRF-PRD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VERGEBENE PLAETZE DES AKTUELLEN PRODUKTS ZAEHLEN
      *--------------------------------------------------------------
       ZAEHLE-PLAETZE SECTION.
       ZAE-PLA-00.

           MOVE     ZEROES TO ANZ-BELEGT.

           INITIALIZE PLIZSEATF OF PLIZSEAT-P.
           MOVE     LZPROD OF PLIZENZ-P TO LSPROD OF PLIZSEAT-P.
           MOVE     SPACES              TO LSUSER OF PLIZSEAT-P.
           START    PLIZSEAT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-PLA-90
           END-IF.

       ZAE-PLA-20.
           READ     PLIZSEAT-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      LSPROD OF PLIZSEAT-P NOT = LZPROD OF PLIZENZ-P
                    GO TO ZAE-PLA-90
           END-IF.

           ADD      1 TO ANZ-BELEGT.

           GO TO    ZAE-PLA-20.

       ZAE-PLA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PLAETZE DES AKTUELLEN PRODUKTS MIT INAKTIVEM INHABER DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-INAKTIVE SECTION.
       DRU-INA-00.

           INITIALIZE PLIZSEATF OF PLIZSEAT-P.
           MOVE     LZPROD OF PLIZENZ-P TO LSPROD OF PLIZSEAT-P.
           MOVE     SPACES              TO LSUSER OF PLIZSEAT-P.
           START    PLIZSEAT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-INA-90
           END-IF.

       DRU-INA-20.
           READ     PLIZSEAT-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      LSPROD OF PLIZSEAT-P NOT = LZPROD OF PLIZENZ-P
                    GO TO DRU-INA-90
           END-IF.

      * LETZTE AKTIVITAET DES INHABERS (NULL = NIE AKTIV)
           MOVE     ZEROES TO LETZT-DTA.
           SET      AIDX TO 1.
           SEARCH   ACT-REC
                    AT END CONTINUE
                    WHEN   ACT-USER(AIDX) = LSUSER OF PLIZSEAT-P
                           MOVE ACT-DTA (AIDX) TO LETZT-DTA
           END-SEARCH.

           IF       LETZT-DTA NOT < GRENZ-DATUM
                    GO TO DRU-INA-20
           END-IF.

           ADD      1            TO ANZ-INAKTIV.
           ADD      KOSTEN-PLATZ TO SUMME-INAKTIV.

           INITIALIZE XXDRUCK-REC.
           MOVE     "SEAT"               TO DRART  OF XXDRUCK-REC.
           MOVE     LSPROD OF PLIZSEAT-P TO LZPROD OF XXDRUCK-REC.
           MOVE     LSUSER OF PLIZSEAT-P TO LSUSER OF XXDRUCK-REC.
           MOVE     LSVON  OF PLIZSEAT-P TO LSVON  OF XXDRUCK-REC.
           MOVE     LETZT-DTA            TO DRLDTA OF XXDRUCK-REC.
           MOVE     KOSTEN-PLATZ         TO DRKPLZ OF XXDRUCK-REC.

      * NAME AUS DEM PERSONENSTAMM
           INITIALIZE PERSON-REC.
           MOVE     "L"                  TO PN-MODUS OF PERSON-REC.
           MOVE     LSUSER OF PLIZSEAT-P TO PN-USER  OF PERSON-REC.
           CALL     "CFP9022" USING PERSON-REC
           END-CALL.
           IF       PN-RET OF PERSON-REC = SPACES
                    MOVE PN-NAME OF PERSON-REC TO DRNAME OF XXDRUCK-REC
           END-IF.

           WRITE    XXDRUCK-REC.

           GO TO    DRU-INA-20.

       DRU-INA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ERGEBNIS UEBER CFP0019 PROTOKOLLIEREN
      *--------------------------------------------------------------
       LOGGE-ERGEBNIS SECTION.
       LOG-ERG-00.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PLIZSEAT" TO STFILE OF LOG-CPY.
           IF       ANZ-UEBER   = ZEROES
            AND     ANZ-INAKTIV = ZEROES
                    MOVE "INFO" TO STKEY OF LOG-CPY
           ELSE
                    MOVE "WARN" TO STKEY OF LOG-CPY
           END-IF.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "LIZENZEN: PRODUKTE "                DELIMITED BY
                                                         SIZE
                    ANZ-PRODUKTE                         DELIMITED BY
                                                         SIZE
                    ", UEBERBUCHT "                      DELIMITED BY
                                                         SIZE
                    ANZ-UEBER                            DELIMITED BY
                                                         SIZE
                    ", PLAETZE INAKTIVER USER "          DELIMITED BY
                                                         SIZE
                    ANZ-INAKTIV                          DELIMITED BY
                                                         SIZE
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       LOG-ERG-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-CFG-CPY: LESEN DER KONFIGURATION
      *---------------------------------------------------------------

           COPY     CFGCPY     OF APG-QCPYSRC.
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
