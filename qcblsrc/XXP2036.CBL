       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP2036.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * UEBERWACHUNG DER APG-DATENWARTESCHLANGEN (PDTAQREG)           *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  WIRD WIE XXP2028 PER JOBPLANUNG              *
      *                  REGELMAESSIG ANGESTOSSEN UND AUS XXP2037     *
      *                  MIT F5 AUFGERUFEN. FUER JEDE AKTIVE          *
      *                  WARTESCHLANGE IM REGISTER PDTAQREG WERDEN    *
      *                  UEBER XXP2007 (QMHQRDQD/QMHRDQM) DIE ANZAHL  *
      *                  DER EINTRAEGE UND DAS ALTER DES AELTESTEN    *
      *                  EINTRAGS IN MINUTEN SOWIE UEBER XXP2035 DIE  *
      *                  ANZAHL AKTIVER SERVERJOBS (DQJOB) ERMITTELT  *
      *                  UND IM REGISTER FORTGESCHRIEBEN. DER STATUS  *
      *                  DQSTS IST "F" (WARTESCHLANGE FEHLT), "J"     *
      *                  (SERVERJOB NICHT AKTIV), "A" (MEHR ALS       *
      *                  DQMAXA EINTRAEGE), "Z" (AELTESTER EINTRAG    *
      *                  AELTER ALS DQMAXM MINUTEN), "W" (ANZAHL SEIT *
      *                  DQWMAX PRUEFUNGEN STAENDIG GEWACHSEN) ODER   *
      *                  "O". WECHSELT DER STATUS VON "O" AUF EINEN   *
      *                  FEHLERSTATUS ODER ZWISCHEN FEHLERSTATUS,     *
      *                  WIRD DIE RUFBEREITSCHAFT DER GRUPPE DQGRP    *
      *                  (PCFGONC, SONST ADMINISTRATOR "APG") UEBER   *
      *                  XXP2010 (EREIGNISTYP "DTAQ") BENACHRICHTIGT. *
      *                  DIE RUECKKEHR AUF "O" WIRD PROTOKOLLIERT.    *
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
      * PDTAQREG: DQNAME, DQLIB (REGISTER DER DATENWARTESCHLANGEN)
      *-------------------------------------------------------------
           SELECT PDTAQREG-DP
                  ASSIGN       TO  DATABASE-PDTAQREG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCFGONC: OCGRP, OCSEQ (RUFBEREITSCHAFTS-ROTATION)
      *-------------------------------------------------------------
           SELECT PCFGONC-DP
                  ASSIGN       TO  DATABASE-PCFGONC
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PDTAQREG: DQNAME, DQLIB
       FD  PDTAQREG-DP
           LABEL RECORDS ARE STANDARD.
       01  PDTAQREG-P.
           COPY DDS-ALL-FORMATS OF PDTAQREG.
      /
      *--- PCFGONC: OCGRP, OCSEQ
       FD  PCFGONC-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGONC-P.
           COPY DDS-ALL-FORMATS OF PCFGONC.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP2036".
       01  PGM-TYP                       PIC X(8)  VALUE "BATCH".

      * PARAMETER FUER XXP2007
       01  DTQ-NAME                      PIC X(10).
       01  DTQ-LIB                       PIC X(10).
       01  DTQ-ANZAHL                    PIC 9(9).
       01  DTQ-DATUM                     PIC 9(8).
       01  DTQ-ZEIT                      PIC 9(6).
       01  DTQ-RETCODE                   PIC X(1).

      * PARAMETER FUER XXP2035
       01  JOB-NAME                      PIC X(10).
       01  JOB-ANZAHL                    PIC 9(5).
       01  JOB-RETCODE                   PIC X(1).

      * ALTERSBERECHNUNG DES AELTESTEN EINTRAGS
       01  TAGE-DIFF-WRK                 PIC S9(9).
       01  MINUTEN-ALT                   PIC 9(4).
       01  MINUTEN-NEU                   PIC 9(4).
       01  ALTER-MINUTEN                 PIC S9(9).

      * STATUS VOR UND NACH DER PRUEFUNG
       01  STATUS-ALT                    PIC X(1).
       01  STATUS-NEU                    PIC X(1).
       01  STATUS-TEXT                   PIC X(40).
       01  ANZ-ALT-EDIT                  PIC Z(8)9.
       01  ANZ-NEU-EDIT                  PIC Z(8)9.
       01  MIN-EDIT                      PIC Z(6)9.

      * EMPFAENGER DER BENACHRICHTIGUNG
       01  ONCALL-USER                   PIC X(10).

      * PARAMETER FUER DEN VERTEILER XXP2010
       01  NOT-MODUS                     PIC X(1).
       01  NOT-EVTTYP                    PIC X(10).
       01  NOT-USER                      PIC X(10).
       01  NOT-BETREFF                   PIC X(50).
       01  NOT-TEXT                      PIC X(256).
       01  NOT-STDKAN                    PIC X(1).
       01  NOT-KANAL                     PIC X(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP2036" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

           OPEN     I-O   PDTAQREG-DP.
           OPEN     INPUT PCFGONC-DP.

           PERFORM  SCAN-REGISTER.

           CLOSE    PDTAQREG-DP
                    PCFGONC-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE WARTESCHLANGEN DES REGISTERS DURCHLAUFEN
      *--------------------------------------------------------------
       SCAN-REGISTER SECTION.
       SCN-REG-00.

           INITIALIZE PDTAQREGF OF PDTAQREG-P.
           MOVE     SPACES TO DQNAME OF PDTAQREG-P.
           MOVE     SPACES TO DQLIB  OF PDTAQREG-P.
           START    PDTAQREG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCN-REG-90
           END-IF.

       SCN-REG-20.
           READ     PDTAQREG-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCN-REG-90
           END-IF.

      * STILLGELEGTE EINTRAEGE NICHT PRUEFEN
           IF       DQAKT OF PDTAQREG-P NOT = "J"
                    GO TO SCN-REG-20
           END-IF.

           PERFORM  PRUEFE-WARTESCHLANGE.

           GO TO    SCN-REG-20.

       SCN-REG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE WARTESCHLANGE PRUEFEN UND DEN REGISTERSATZ
      * FORTSCHREIBEN
      *--------------------------------------------------------------
       PRUEFE-WARTESCHLANGE SECTION.
       PRF-WSL-00.

           MOVE     DQSTS OF PDTAQREG-P TO STATUS-ALT.
           MOVE     DQANZ OF PDTAQREG-P TO ANZ-ALT-EDIT.

      * ANZAHL UND AELTESTER EINTRAG
           MOVE     DQNAME OF PDTAQREG-P TO DTQ-NAME.
           MOVE     DQLIB  OF PDTAQREG-P TO DTQ-LIB.
           IF       DTQ-LIB = SPACES
                    MOVE CONST-LIB TO DTQ-LIB
           END-IF.
           CALL     "XXP2007" USING DTQ-NAME
                                    DTQ-LIB
                                    DTQ-ANZAHL
                                    DTQ-DATUM
                                    DTQ-ZEIT
                                    DTQ-RETCODE
           END-CALL.

      * AKTIVE SERVERJOBS
           MOVE     ZEROES TO JOB-ANZAHL.
           MOVE     SPACES TO JOB-RETCODE.
           IF       DQJOB OF PDTAQREG-P NOT = SPACES
                    MOVE DQJOB OF PDTAQREG-P TO JOB-NAME
                    CALL "XXP2035" USING JOB-NAME
                                         JOB-ANZAHL
                                         JOB-RETCODE
                    END-CALL
           END-IF.

      * ALTER DES AELTESTEN EINTRAGS IN MINUTEN
           MOVE     ZEROES TO ALTER-MINUTEN.
           IF       DTQ-RETCODE = SPACES
            AND     DTQ-ANZAHL > ZEROES
            AND     DTQ-DATUM  > ZEROES
                    INITIALIZE TAGE-DIFF-WRK
                    CALL "CFP8009" USING DTQ-DATUM
                                         DATE-8
                                         TAGE-DIFF-WRK
                    END-CALL
                    MOVE DTQ-ZEIT TO UHRZEIT-RED
                    COMPUTE MINUTEN-ALT = STUNDE * 60 + MINUTE
                    MOVE TIME-6   TO UHRZEIT-RED
                    COMPUTE MINUTEN-NEU = STUNDE * 60 + MINUTE
                    COMPUTE ALTER-MINUTEN = TAGE-DIFF-WRK * 1440
                                          + MINUTEN-NEU - MINUTEN-ALT
                    IF   ALTER-MINUTEN < ZEROES
                         MOVE ZEROES TO ALTER-MINUTEN
                    END-IF
           END-IF.

      * WACHSTUM GEGENUEBER DER LETZTEN PRUEFUNG MITZAEHLEN
           IF       DTQ-RETCODE = SPACES
            AND     DTQ-ANZAHL > DQANZ OF PDTAQREG-P
                    ADD  1      TO DQWANZ OF PDTAQREG-P
           ELSE
                    MOVE ZEROES TO DQWANZ OF PDTAQREG-P
           END-IF.

      * STATUS BESTIMMEN, SCHWERSTER BEFUND ZUERST
           EVALUATE TRUE
                    WHEN DTQ-RETCODE NOT = SPACES
                         MOVE "F" TO STATUS-NEU
                    WHEN DQJOB OF PDTAQREG-P NOT = SPACES
                     AND JOB-RETCODE = SPACES
                     AND JOB-ANZAHL  = ZEROES
                         MOVE "J" TO STATUS-NEU
                    WHEN DQMAXA OF PDTAQREG-P > ZEROES
                     AND DTQ-ANZAHL > DQMAXA OF PDTAQREG-P
                         MOVE "A" TO STATUS-NEU
                    WHEN DQMAXM OF PDTAQREG-P > ZEROES
                     AND ALTER-MINUTEN > DQMAXM OF PDTAQREG-P
                         MOVE "Z" TO STATUS-NEU
                    WHEN DQWMAX OF PDTAQREG-P > ZEROES
                     AND DQWANZ OF PDTAQREG-P
                         NOT < DQWMAX OF PDTAQREG-P
                         MOVE "W" TO STATUS-NEU
                    WHEN OTHER
                         MOVE "O" TO STATUS-NEU
           END-EVALUATE.

      * REGISTER FORTSCHREIBEN
           IF       DTQ-RETCODE = SPACES
                    MOVE DTQ-ANZAHL    TO DQANZ  OF PDTAQREG-P
                    MOVE ALTER-MINUTEN TO DQALT  OF PDTAQREG-P
           ELSE
                    MOVE ZEROES        TO DQANZ  OF PDTAQREG-P
                    MOVE ZEROES        TO DQALT  OF PDTAQREG-P
           END-IF.
           IF       JOB-ANZAHL > ZEROES
                    MOVE "J" TO DQJAKT OF PDTAQREG-P
           ELSE
                    MOVE "N" TO DQJAKT OF PDTAQREG-P
           END-IF.
           MOVE     STATUS-NEU  TO DQSTS  OF PDTAQREG-P.
           MOVE     DATE-8      TO DQPDTA OF PDTAQREG-P.
           MOVE     TIME-6      TO DQPTIA OF PDTAQREG-P.
           REWRITE  PDTAQREG-P.

      * NUR BEI EINEM STATUSWECHSEL MELDEN
           IF       STATUS-NEU = STATUS-ALT
                    GO TO PRF-WSL-90
           END-IF.

           PERFORM  ERMITTLE-STATUSTEXT.

           IF       STATUS-NEU = "O"
                    PERFORM SCHREIBE-INFO
           ELSE
                    PERFORM MELDE-BEFUND
           END-IF.

       PRF-WSL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KLARTEXT ZUM STATUS
      *--------------------------------------------------------------
       ERMITTLE-STATUSTEXT SECTION.
       ERM-STX-00.

           MOVE     DQANZ OF PDTAQREG-P TO ANZ-NEU-EDIT.
           MOVE     DQALT OF PDTAQREG-P TO MIN-EDIT.
           EVALUATE STATUS-NEU
                    WHEN "F"
                         MOVE "WARTESCHLANGE NICHT VORHANDEN"
                           TO STATUS-TEXT
                    WHEN "J"
                         MOVE "SERVERJOB NICHT AKTIV" TO STATUS-TEXT
                    WHEN "A"
                         MOVE "ANZAHL UEBER SCHWELLWERT"
                           TO STATUS-TEXT
                    WHEN "Z"
                         MOVE "AELTESTER EINTRAG UEBER SCHWELLWERT"
                           TO STATUS-TEXT
                    WHEN "W"
                         MOVE "ANZAHL WAECHST STAENDIG" TO STATUS-TEXT
                    WHEN OTHER
                         MOVE "WIEDER IN ORDNUNG" TO STATUS-TEXT
           END-EVALUATE.

       ERM-STX-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * RUFBEREITSCHAFT UEBER DEN BEFUND BENACHRICHTIGEN
      *--------------------------------------------------------------
       MELDE-BEFUND SECTION.
       MEL-BEF-00.

           PERFORM  ERMITTLE-ONCALL.

           MOVE     "S"          TO NOT-MODUS.
           MOVE     "DTAQ"       TO NOT-EVTTYP.
           MOVE     ONCALL-USER  TO NOT-USER.
           INITIALIZE NOT-BETREFF.
           STRING   "DTAQ "                     DELIMITED BY SIZE
                    DQNAME OF PDTAQREG-P        DELIMITED BY SPACES
                    ": "                        DELIMITED BY SIZE
                    STATUS-TEXT                 DELIMITED BY SIZE
             INTO   NOT-BETREFF
           END-STRING.
           INITIALIZE NOT-TEXT.
           STRING   "WARTESCHLANGE "            DELIMITED BY SIZE
                    DTQ-LIB                     DELIMITED BY SPACES
                    "/"                         DELIMITED BY SIZE
                    DQNAME OF PDTAQREG-P        DELIMITED BY SPACES
                    " ("                        DELIMITED BY SIZE
                    DQTEXT OF PDTAQREG-P        DELIMITED BY SIZE
                    "): "                       DELIMITED BY SIZE
                    STATUS-TEXT                 DELIMITED BY SIZE
                    " - EINTRAEGE "             DELIMITED BY SIZE
                    ANZ-NEU-EDIT                DELIMITED BY SIZE
                    " (ZULETZT "                DELIMITED BY SIZE
                    ANZ-ALT-EDIT                DELIMITED BY SIZE
                    "), AELTESTER "             DELIMITED BY SIZE
                    MIN-EDIT                    DELIMITED BY SIZE
                    " MIN., SERVERJOB "         DELIMITED BY SIZE
                    DQJOB  OF PDTAQREG-P        DELIMITED BY SPACES
                    " AKTIV: "                  DELIMITED BY SIZE
                    DQJAKT OF PDTAQREG-P        DELIMITED BY SIZE
             INTO   NOT-TEXT
           END-STRING.
           MOVE     "T"    TO NOT-STDKAN.
           MOVE     SPACES TO NOT-KANAL.
           CALL     "XXP2010" USING NOT-MODUS
                                    NOT-EVTTYP
                                    NOT-USER
                                    NOT-BETREFF
                                    NOT-TEXT
                                    NOT-STDKAN
                                    NOT-KANAL
           END-CALL.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PDTAQREG" TO STFILE OF LOG-CPY.
           MOVE     "WARN"     TO STKEY  OF LOG-CPY.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   DQNAME OF PDTAQREG-P        DELIMITED BY SPACES
                    ": "                        DELIMITED BY SIZE
                    STATUS-TEXT                 DELIMITED BY SIZE
                    " GEMELDET AN "             DELIMITED BY SIZE
                    ONCALL-USER                 DELIMITED BY SPACES
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       MEL-BEF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * RUECKKEHR IN DEN NORMALZUSTAND PROTOKOLLIEREN
      *--------------------------------------------------------------
       SCHREIBE-INFO SECTION.
       SCH-INF-00.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PDTAQREG" TO STFILE OF LOG-CPY.
           MOVE     "INFO"     TO STKEY  OF LOG-CPY.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   DQNAME OF PDTAQREG-P        DELIMITED BY SPACES
                    ": "                        DELIMITED BY SIZE
                    STATUS-TEXT                 DELIMITED BY SIZE
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       SCH-INF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AKTUELLE RUFBEREITSCHAFT DER GRUPPE DQGRP ERMITTELN:
      * GUELTIGE ZEILE MIT DER KLEINSTEN OCSEQ, OHNE GRUPPE ODER
      * RUFBEREITSCHAFT DER ADMINISTRATOR (WIE XXP2028)
      *--------------------------------------------------------------
       ERMITTLE-ONCALL SECTION.
       ERM-ONC-00.

           MOVE     "APG" TO ONCALL-USER.
           IF       DQGRP OF PDTAQREG-P = SPACES
                    GO TO ERM-ONC-90
           END-IF.

           INITIALIZE PCFGONCF OF PCFGONC-P.
           MOVE     DQGRP OF PDTAQREG-P TO OCGRP OF PCFGONC-P.
           MOVE     ZEROES              TO OCSEQ OF PCFGONC-P.
           START    PCFGONC-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERM-ONC-90
           END-IF.

       ERM-ONC-20.
           READ     PCFGONC-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERM-ONC-90
           END-IF.
           IF       OCGRP OF PCFGONC-P NOT = DQGRP OF PDTAQREG-P
                    GO TO ERM-ONC-90
           END-IF.
           IF       DATE-8 < OCVON OF PCFGONC-P
            OR      DATE-8 > OCBIS OF PCFGONC-P
                    GO TO ERM-ONC-20
           END-IF.

           MOVE     OCUSER OF PCFGONC-P TO ONCALL-USER.

       ERM-ONC-90.
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
