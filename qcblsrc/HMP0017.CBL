       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              HMP0017.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * WOCHENBERICHT: ABGEKUENDIGTE PROGRAMME IN NUTZUNG             *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  DRUCKT (HMF0017) JEDES ABGEKUENDIGTE         *
      *                  PROGRAMM AUS PPGMDEP, DAS IN DEN LETZTEN     *
      *                  SIEBEN TAGEN NOCH AUFGERUFEN WURDE, MIT      *
      *                  NACHFOLGER, ABSCHALTDATUM (UEBERFAELLIG,     *
      *                  WENN ES SCHON VERSTRICHEN IST) UND DEN       *
      *                  AUFRUFEN SEIT DER ABKUENDIGUNG. DARUNTER     *
      *                  STEHEN DIE USER DER WOCHE AUS PPGMLOG, DIE   *
      *                  AUFRUFENDEN PROGRAMME DER WOCHE AUS PPGMDPN  *
      *                  (MIT DEM BENACHRICHTIGTEN VERANTWORTLICHEN)  *
      *                  UND DIE PROGRAMME, DIE ES LAUT CALL-GRAPH    *
      *                  PPGMCAL IM QUELLTEXT NOCH RUFEN. WIRD        *
      *                  WOECHENTLICH EINGEPLANT (X-OUTQ).            *
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
      * PPGMDEP: DPPGM (ABGEKUENDIGTE PROGRAMME)
      *-------------------------------------------------------------
           SELECT PPGMDEP-DP
                  ASSIGN       TO  DATABASE-PPGMDEP
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PPGMDPN: DNPGM, DNTYP, DNWER (HINWEISE ZUR ABKUENDIGUNG)
      *-------------------------------------------------------------
           SELECT PPGMDPN-DP
                  ASSIGN       TO  DATABASE-PPGMDPN
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PPGMLOG: LGPGM, LGUSER (AUFRUFSTATISTIK)
      *-------------------------------------------------------------
           SELECT PPGMLOG-DP
                  ASSIGN       TO  DATABASE-PPGMLOG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PPGMCAL: CGPGM, CGCALLEE (CALL-GRAPH)
      *-------------------------------------------------------------
           SELECT PPGMCAL-DP
                  ASSIGN       TO  DATABASE-PPGMCAL
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *    PRINTERFILE FUER DIE LISTE
      *-------------------------------------------------------------
           SELECT XXDRUCK-DAT
                  ASSIGN        TO FORMATFILE-HMF0017
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PPGMDEP: DPPGM
       FD  PPGMDEP-DP
           LABEL RECORDS ARE STANDARD.
       01  PPGMDEP-P.
           COPY DDS-ALL-FORMATS OF PPGMDEP.
      /
      *--- PPGMDPN: DNPGM, DNTYP, DNWER
       FD  PPGMDPN-DP
           LABEL RECORDS ARE STANDARD.
       01  PPGMDPN-P.
           COPY DDS-ALL-FORMATS OF PPGMDPN.
      /
      *--- PPGMLOG: LGPGM, LGUSER
       FD  PPGMLOG-DP
           LABEL RECORDS ARE STANDARD.
       01  PPGMLOG-P.
           COPY DDS-ALL-FORMATS OF PPGMLOG.
      /
      *--- PPGMCAL: CGPGM, CGCALLEE
       FD  PPGMCAL-DP
           LABEL RECORDS ARE STANDARD.
       01  PPGMCAL-P.
           COPY DDS-ALL-FORMATS OF PPGMCAL.
      /
      *------DRUCKAUSGABE----
       FD  XXDRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  XXDRUCK-REC.
           COPY DDS-ALL-FORMATS OF HMF0017.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "HMP0017".
       01  PGM-TYP                       PIC X(8)  VALUE "HERMES".

      * PARAMETER FUER CL-PROGRAMME
       01  OVRPRTF-REC                   TYPE OVRPRTF-TYPE.
       01  OVR-OUTQ                      PIC X(10).

      * BERICHTSZEITRAUM (SIEBEN TAGE BIS HEUTE)
       01  BER-VON                       PIC 9(8).
       01  LETZT-WRK                     PIC 9(8).

      * ZAEHLER
       01  ANZ-GESAMT                    PIC 9(5)  VALUE ZEROES.
       01  ANZ-AKTIV                     PIC 9(5)  VALUE ZEROES.
       01  ANZ-UEBERF                    PIC 9(5)  VALUE ZEROES.
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
           MOVE     "HMP0017" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

      * ZEITRAUM: DIE LETZTEN SIEBEN TAGE EINSCHLIESSLICH HEUTE
           COMPUTE  BER-VON = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(DATE-8) - 6).

      * OUTQ SETZEN UND DRUCKDATEI OEFFNEN
           IF       X-OUTQ = SPACES
                    MOVE "PRT01" TO OVR-OUTQ
           ELSE
                    MOVE X-OUTQ  TO OVR-OUTQ
           END-IF.
           INITIALIZE RET-CODE.
           INITIALIZE OVRPRTF-REC.
           MOVE     "HMF0017" TO FROMFILE OF OVRPRTF-REC.
           MOVE     OVR-OUTQ  TO TOOUTQ   OF OVRPRTF-REC.
           CALL     "CLP0041" USING OVRPRTF-REC
                                    RET-CODE
           END-CALL.

           OPEN     INPUT  PPGMDEP-DP
                           PPGMDPN-DP
                           PPGMLOG-DP
                           PPGMCAL-DP.
           OPEN     OUTPUT XXDRUCK-DAT.

      * KOPFZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "KOPF"    TO DRART   OF XXDRUCK-REC.
           MOVE     DATE-8    TO DRDATUM OF XXDRUCK-REC.
           MOVE     BER-VON   TO DRVON   OF XXDRUCK-REC.
           MOVE     DATE-8    TO DRBIS   OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

      * ALLE ABGEKUENDIGTEN PROGRAMME PRUEFEN
           PERFORM  PRUEFE-PROGRAMME.

      * SUMMENZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "SUMME"       TO DRART   OF XXDRUCK-REC.
           MOVE     ANZ-GESAMT    TO DRANZG  OF XXDRUCK-REC.
           MOVE     ANZ-AKTIV     TO DRANZA  OF XXDRUCK-REC.
           MOVE     ANZ-UEBERF    TO DRANZU  OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           CLOSE    PPGMDEP-DP
                    PPGMDPN-DP
                    PPGMLOG-DP
                    PPGMCAL-DP
                    XXDRUCK-DAT.

           PERFORM  LOGGE-ERGEBNIS.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE ABGEKUENDIGTEN PROGRAMME; GEDRUCKT WERDEN NUR DIE, DIE
      * IM ZEITRAUM NOCH AUFGERUFEN WURDEN
      *--------------------------------------------------------------
       PRUEFE-PROGRAMME SECTION.
       PRF-PGM-00.

           INITIALIZE PPGMDEPF OF PPGMDEP-P.
           MOVE     SPACES TO DPPGM  OF PPGMDEP-P.
           START    PPGMDEP-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-PGM-90
           END-IF.

       PRF-PGM-20.
           READ     PPGMDEP-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-PGM-90
           END-IF.

           ADD      1 TO ANZ-GESAMT.

           IF       DPLDTA OF PPGMDEP-P < BER-VON
                    GO TO PRF-PGM-20
           END-IF.

           ADD      1 TO ANZ-AKTIV.
           IF       DPSUNS OF PPGMDEP-P < DATE-8
                    ADD 1 TO ANZ-UEBERF
           END-IF.

           PERFORM  DRUCKE-PROGRAMM.
           PERFORM  DRUCKE-USER.
           PERFORM  DRUCKE-AUFRUFER.
           PERFORM  DRUCKE-QUELLEN.

           GO TO    PRF-PGM-20.

       PRF-PGM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZEILE DES ABGEKUENDIGTEN PROGRAMMS DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-PROGRAMM SECTION.
       DRK-PGM-00.

           INITIALIZE XXDRUCK-REC.
           MOVE     "PGM"                TO DRART  OF XXDRUCK-REC.
           MOVE     DPLIB  OF PPGMDEP-P  TO DPLIB  OF XXDRUCK-REC.
           MOVE     DPPGM  OF PPGMDEP-P  TO DPPGM  OF XXDRUCK-REC.
           MOVE     DPNACH OF PPGMDEP-P  TO DPNACH OF XXDRUCK-REC.
           MOVE     DPSUNS OF PPGMDEP-P  TO DPSUNS OF XXDRUCK-REC.
           MOVE     DPANZ  OF PPGMDEP-P  TO DPANZ  OF XXDRUCK-REC.
           MOVE     DPLDTA OF PPGMDEP-P  TO DPLDTA OF XXDRUCK-REC.
           IF       DPSUNS OF PPGMDEP-P < DATE-8
                    MOVE "UEBERFAELLIG" TO DRBEFU OF XXDRUCK-REC
           END-IF.
           WRITE    XXDRUCK-REC.

       DRK-PGM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * USER DES ZEITRAUMS AUS PPGMLOG
      *--------------------------------------------------------------
       DRUCKE-USER SECTION.
       DRK-USR-00.

           INITIALIZE PPGMLOGF OF PPGMLOG-P.
           MOVE     DPPGM OF PPGMDEP-P TO LGPGM  OF PPGMLOG-P.
           MOVE     SPACES             TO LGUSER OF PPGMLOG-P.
           START    PPGMLOG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRK-USR-90
           END-IF.

       DRK-USR-20.
           READ     PPGMLOG-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      LGPGM OF PPGMLOG-P NOT = DPPGM OF PPGMDEP-P
                    GO TO DRK-USR-90
           END-IF.

      * LETZTER AUFRUF: AENDERUNGSSTEMPEL, SONST ANLAGESTEMPEL
           IF       LGMDTA OF PPGMLOG-P > ZEROES
                    MOVE LGMDTA OF PPGMLOG-P TO LETZT-WRK
           ELSE
                    MOVE LGADTA OF PPGMLOG-P TO LETZT-WRK
           END-IF.
           IF       LETZT-WRK < BER-VON
                    GO TO DRK-USR-20
           END-IF.

           INITIALIZE XXDRUCK-REC.
           MOVE     "USER"               TO DRART  OF XXDRUCK-REC.
           MOVE     LGUSER OF PPGMLOG-P  TO DRWER  OF XXDRUCK-REC.
           MOVE     LGLFDN OF PPGMLOG-P  TO DRANZ  OF XXDRUCK-REC.
           MOVE     LETZT-WRK            TO DRLDTA OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           GO TO    DRK-USR-20.

       DRK-USR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AUFRUFENDE PROGRAMME DES ZEITRAUMS AUS PPGMDPN
      *--------------------------------------------------------------
       DRUCKE-AUFRUFER SECTION.
       DRK-AUF-00.

           INITIALIZE PPGMDPNF OF PPGMDPN-P.
           MOVE     DPPGM OF PPGMDEP-P TO DNPGM  OF PPGMDPN-P.
           MOVE     "C"                TO DNTYP  OF PPGMDPN-P.
           MOVE     SPACES             TO DNWER  OF PPGMDPN-P.
           START    PPGMDPN-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRK-AUF-90
           END-IF.

       DRK-AUF-20.
           READ     PPGMDPN-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      DNPGM OF PPGMDPN-P NOT = DPPGM OF PPGMDEP-P
            OR      DNTYP OF PPGMDPN-P NOT = "C"
                    GO TO DRK-AUF-90
           END-IF.

           IF       DNLDTA OF PPGMDPN-P < BER-VON
                    GO TO DRK-AUF-20
           END-IF.

           INITIALIZE XXDRUCK-REC.
           MOVE     "AUFRUFER"           TO DRART  OF XXDRUCK-REC.
           MOVE     DNWER  OF PPGMDPN-P  TO DRWER  OF XXDRUCK-REC.
           MOVE     DNLIB  OF PPGMDPN-P  TO DNLIB  OF XXDRUCK-REC.
           MOVE     DNANZ  OF PPGMDPN-P  TO DRANZ  OF XXDRUCK-REC.
           MOVE     DNLDTA OF PPGMDPN-P  TO DRLDTA OF XXDRUCK-REC.
           MOVE     DNEMPF OF PPGMDPN-P  TO DNEMPF OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           GO TO    DRK-AUF-20.

       DRK-AUF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PROGRAMME, DIE DAS ABGEKUENDIGTE PROGRAMM LAUT CALL-GRAPH
      * IM QUELLTEXT NOCH RUFEN (PPGMCAL KOMPLETT, WIE CRP0051)
      *--------------------------------------------------------------
       DRUCKE-QUELLEN SECTION.
       DRK-QUE-00.

           INITIALIZE PPGMCALF OF PPGMCAL-P.
           MOVE     SPACES TO CGPGM    OF PPGMCAL-P.
           MOVE     SPACES TO CGCALLEE OF PPGMCAL-P.
           START    PPGMCAL-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRK-QUE-90
           END-IF.

       DRK-QUE-20.
           READ     PPGMCAL-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRK-QUE-90
           END-IF.

           IF       CGCALLEE OF PPGMCAL-P NOT = DPPGM OF PPGMDEP-P
                    GO TO DRK-QUE-20
           END-IF.

           INITIALIZE XXDRUCK-REC.
           MOVE     "QUELLE"             TO DRART  OF XXDRUCK-REC.
           MOVE     CGPGM  OF PPGMCAL-P  TO DRWER  OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           GO TO    DRK-QUE-20.

       DRK-QUE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ERGEBNIS UEBER CFP0019 PROTOKOLLIEREN
      *--------------------------------------------------------------
       LOGGE-ERGEBNIS SECTION.
       LOG-ERG-00.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PPGMDEP"  TO STFILE OF LOG-CPY.
           IF       ANZ-UEBERF = ZEROES
                    MOVE "INFO" TO STKEY OF LOG-CPY
           ELSE
                    MOVE "WARN" TO STKEY OF LOG-CPY
           END-IF.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "ABGEKUENDIGT "                      DELIMITED BY
                                                         SIZE
                    ANZ-GESAMT                           DELIMITED BY
                                                         SIZE
                    ", NOCH IN NUTZUNG "                 DELIMITED BY
                                                         SIZE
                    ANZ-AKTIV                            DELIMITED BY
                                                         SIZE
                    ", DAVON UEBERFAELLIG "              DELIMITED BY
                                                         SIZE
                    ANZ-UEBERF                           DELIMITED BY
                                                         SIZE
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       LOG-ERG-90.
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
