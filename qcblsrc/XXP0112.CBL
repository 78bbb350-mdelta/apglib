       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0112.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * JAHRESWECHSEL DER KALENDERBEZOGENEN DATEIEN                   *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  FUEHRT DEN JAHRESWECHSEL FUER DAS JAHR       *
      *                  X-JAHR (ZEROES = AB JULI DAS FOLGEJAHR,      *
      *                  SONST DAS LAUFENDE JAHR) IN SECHS SCHRITTEN  *
      *                  DURCH:                                       *
      *                  KALENDER - FEHLENDE PCFGDAT-TAGE ANLEGEN     *
      *                             (WOCHENTAG, KW UEBER CFP8007,     *
      *                             SEQUENZ UEBER CFP0020)            *
      *                  URLAUB   - PZEITANS FUER ALLE AKTIVEN USER   *
      *                             (PPERSON) MIT STANDARDANSPRUCH    *
      *                             URLAUB/ANSPRUCH UND RESTURLAUB    *
      *                             DES VORJAHRES, HOECHSTENS         *
      *                             URLAUB/UEBERTRAG CFIN01           *
      *                  SCHULE   - AZUBIS MIT BERUFSSCHULWOCHEN      *
      *                             (PAZUBDL) IM VORJAHR, ABER NOCH   *
      *                             KEINEM BLOCKPLAN IM NEUEN JAHR,   *
      *                             AUFLISTEN (IMPORT UEBER AZP0323)  *
      *                  KUECHE   - KUECHENDIENSTVORSCHLAG JANUAR JE  *
      *                             DIENSTART (K110) UEBER XXP0221    *
      *                  SALDO    - GLEITZEITSALDO (XXP0065) ALS      *
      *                             VORTRAG IN PZEITSAL SAVJAHR/      *
      *                             SAVSECS FESTSCHREIBEN             *
      *                  SEQUENZ  - JAEHRLICHE ZAEHLER IN PCFGSEQ     *
      *                             LT. PCONFIG JAHRSEQ/<CFID>/       *
      *                             <CFKEY> AUF CFIN01 ZURUECKSETZEN  *
      *                  X-MODUS "PRUEF" DRUCKT NUR, WAS ANGELEGT     *
      *                  WUERDE, "UEBERN" FUEHRT DEN WECHSEL AUS.     *
      *                  JEDER ERLEDIGTE SCHRITT WIRD IN PJAHRWE      *
      *                  VERMERKT UND BEI EINEM NEUSTART UEBER-       *
      *                  SPRUNGEN. SPOOL XXF0112 UEBER XXP2030, DER   *
      *                  ECHTLAUF ENDET MIT EINEM ABSCHLUSSBERICHT    *
      *                  IM LOG (CFP0019).                            *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    AKTIVE USER UND TAGESSOLL UEBER DEN          *
      *                  PERSONENSTAMM (CFP9022) STATT PCONFIG H050   *
      *                  UND A110                                     *
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
      * PJAHRWE: JWJAHR, JWSCHR (WIEDERANLAUFPUNKTE JE SCHRITT)
      *-------------------------------------------------------------
           SELECT PJAHRWE-DP
                  ASSIGN       TO  DATABASE-PJAHRWE
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCFGDAT: DTLFDN (KALENDER)
      *-------------------------------------------------------------
           SELECT PCFGDAT-DP
                  ASSIGN       TO  DATABASE-PCFGDAT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCONFIG: CFID, CFKEY (URLAUB, K110, JAHRSEQ)
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PZEITANS: ANUSER, ANJAHR (URLAUBSANSPRUCH)
      *-------------------------------------------------------------
           SELECT PZEITANS-DP
                  ASSIGN       TO  DATABASE-PZEITANS
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAZUBDL: BDJAHR, BDKW, BDUSER (BERUFSSCHULWOCHEN)
      *-------------------------------------------------------------
           SELECT PAZUBDL-DP
                  ASSIGN       TO  DATABASE-PAZUBDL
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDPLAN: KDDATE, KDTYP, KDUSER (KUECHENDIENST)
      *-------------------------------------------------------------
           SELECT PKDPLAN-DP
                  ASSIGN       TO  DATABASE-PKDPLAN
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PZEITSAL: SAUSER (GLEITZEITSALDO JE USER)
      *-------------------------------------------------------------
           SELECT PZEITSAL-DP
                  ASSIGN       TO  DATABASE-PZEITSAL
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PZEITTAG: ZTUSER, ZTJAHR, ZTDATUM (TAGESERFASSUNG)
      *-------------------------------------------------------------
           SELECT PZEITTAG-DP
                  ASSIGN       TO  DATABASE-PZEITTAG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCFGSEQ: CFID, CFKEY (LAUFENDE NUMMERN)
      *-------------------------------------------------------------
           SELECT PCFGSEQ-DP
                  ASSIGN       TO  DATABASE-PCFGSEQ
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *    PRINTERFILE FUER DAS PROTOKOLL
      *-------------------------------------------------------------
           SELECT XXDRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0112
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PJAHRWE: JWJAHR, JWSCHR
       FD  PJAHRWE-DP
           LABEL RECORDS ARE STANDARD.
       01  PJAHRWE-P.
           COPY DDS-ALL-FORMATS OF PJAHRWE.
      /
      *--- PCFGDAT: DTLFDN
       FD  PCFGDAT-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGDAT-P.
           COPY DDS-ALL-FORMATS OF PCFGDAT.
      /
      *--- PCONFIG: CFID, CFKEY
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
      *--- PZEITANS: ANUSER, ANJAHR
       FD  PZEITANS-DP
           LABEL RECORDS ARE STANDARD.
       01  PZEITANS-P.
           COPY DDS-ALL-FORMATS OF PZEITANS.
      /
      *--- PAZUBDL: BDJAHR, BDKW, BDUSER
       FD  PAZUBDL-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUBDL-P.
           COPY DDS-ALL-FORMATS OF PAZUBDL.
      /
      *--- PKDPLAN: KDDATE, KDTYP, KDUSER
       FD  PKDPLAN-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDPLAN-P.
           COPY DDS-ALL-FORMATS OF PKDPLAN.
      /
      *--- PZEITSAL: SAUSER
       FD  PZEITSAL-DP
           LABEL RECORDS ARE STANDARD.
       01  PZEITSAL-P.
           COPY DDS-ALL-FORMATS OF PZEITSAL.
      /
      *--- PZEITTAG: ZTUSER, ZTJAHR, ZTDATUM
       FD  PZEITTAG-DP
           LABEL RECORDS ARE STANDARD.
       01  PZEITTAG-P.
           COPY DDS-ALL-FORMATS OF PZEITTAG.
      /
      *--- PCFGSEQ: CFID, CFKEY
       FD  PCFGSEQ-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGSEQ-P.
           COPY DDS-ALL-FORMATS OF PCFGSEQ.
      /
      *------DRUCKAUSGABE----
       FD  XXDRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  XXDRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0112.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0112".
       01  PGM-TYP                       PIC X(8)  VALUE "BATCH".

      * PERSONENSTAMM (CFP9022)
       01  PERSON-REC                    TYPE PERSON-TYPE.

      * PARAMETER FUER DIE AUSGABEDREHSCHEIBE XXP2030
       01  HUB-AKTION                    PIC X(1).
       01  HUB-PRTF                      PIC X(10).
       01  HUB-USER                      PIC X(10).
       01  HUB-OUTQ                      PIC X(10).

      * PARAMETER FUER DAS XXP0221 (KUECHENDIENSTVORSCHLAG)
       01  KD-JAHR                       PIC 9(4).
       01  KD-MONAT                      PIC 9(2).
       01  KD-TYP                        PIC X(3).
       01  KD-MODUS                      PIC X(1).

      * PARAMETER FUER DAS XXP0065 (SALDO ALLER USER)
       01  SAL-USER                      PIC X(10).

      * VORJAHR
       01  VORJAHR                       PIC 9(4).

      * AKTUELLER SCHRITT
       01  SCHR-NAME                     PIC X(10).
       01  SCHR-ANZ                      PIC 9(7).
      * SCHRITT LT. PJAHRWE BEREITS ERLEDIGT (1)
       01  SCHR-ERLEDIGT                 PIC 9(1).

      * ERGEBNISSE JE SCHRITT FUER DEN ABSCHLUSSBERICHT
       01  ANZ-KALENDER                  PIC 9(5)   VALUE ZEROES.
       01  ANZ-URLAUB                    PIC 9(5)   VALUE ZEROES.
       01  ANZ-SCHULE                    PIC 9(5)   VALUE ZEROES.
       01  ANZ-KUECHE                    PIC 9(5)   VALUE ZEROES.
       01  ANZ-SALDO                     PIC 9(5)   VALUE ZEROES.
       01  ANZ-SEQUENZ                   PIC 9(5)   VALUE ZEROES.
       01  ANZ-GESAMT                    PIC 9(7)   VALUE ZEROES.

      * KALENDER
       01  TAG-DATUM                     PIC 9(8).
       01  TAG-INT                       PIC 9(9).
       01  TAG-ENDE                      PIC 9(8).
       01  TAG-QUOT                      PIC 9(9).
       01  TAG-REST                      PIC 9(1).
       01  DATE-WRK                      LIKE DATE-8.
       01  KW-WRK                        PIC 9(2).

      * URLAUB
       01  ANS-STD-TAGE                  PIC 9(3).
       01  ANS-MAX-UEBERTRAG             PIC 9(3).
       01  ANS-REST                      PIC S9(3).
       01  ANS-NEU                       PIC 9(3).
       01  USR-WRK                       PIC X(10).

      * SCHULE: AZUBIS DES VORJAHRES
       01  AZB-TAB.
        02 AZB-CNT                       PIC 9(3) COMP-3.
        02 AZB-REC OCCURS 0 TO 200 TIMES DEPENDING ON AZB-CNT
                                          INDEXED   BY AIDX.
         04 AZB-USER                     PIC X(10).
         04 AZB-NEU                      PIC 9(1).

      * KUECHE: PLAN IM JANUAR SCHON VORHANDEN (1)
       01  KD-VORHANDEN                  PIC 9(1).
       01  KD-TYP-VOLL                   LIKE KDTYP OF PKDPLAN-P.

      * SALDO
       01  SOLL-MINUTEN                  PIC 9(4).
       01  SOLL-SEC-WRK                  PIC S9(9).
       01  NEUJAHR-SEC                   PIC S9(9).
       01  VORTRAG-SEC                   PIC S9(9).

      * SEQUENZ
       01  SEQ-ALT                       PIC 9(9).
       01  SEQ-NEU                       PIC 9(9).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * NEUES JAHR, ZEROES = AB JULI FOLGEJAHR, SONST LAUFENDES
       01  X-JAHR                        PIC 9(4).
      * "PRUEF" = NUR VORSCHAU, "UEBERN" = AUSFUEHREN
       01  X-MODUS                       PIC X(6).
      * AUSGABEWARTESCHLANGE, SPACES = PRT01
       01  X-OUTQ                        PIC X(10).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-JAHR
                                X-MODUS
                                X-OUTQ.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0112" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

      * ALLE PARAMETER VORHANDEN?
           IF       X-MODUS NOT = "PRUEF"
            AND     X-MODUS NOT = "UEBERN"
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

      * OHNE JAHR: AB JULI DAS FOLGEJAHR, SONST DAS LAUFENDE JAHR
           IF       X-JAHR = ZEROES
                    MOVE DATE-8(1:4) TO X-JAHR
                    IF   DATE-8(5:2) NOT < "07"
                         ADD 1 TO X-JAHR
                    END-IF
           END-IF.
           COMPUTE  VORJAHR = X-JAHR - 1.

      * AUSGABEWEG UEBER DIE DREHSCHEIBE XXP2030 BESTIMMEN
           INITIALIZE RET-CODE.
           MOVE     "V"       TO HUB-AKTION.
           MOVE     "XXF0112" TO HUB-PRTF.
           MOVE     T-USER    TO HUB-USER.
           MOVE     X-OUTQ    TO HUB-OUTQ.
           CALL     "XXP2030" USING HUB-AKTION
                                    HUB-PRTF
                                    HUB-USER
                                    HUB-OUTQ
                                    RET-CODE
           END-CALL.

           OPEN     INPUT  PCONFIG-DP
                           PAZUBDL-DP
                           PKDPLAN-DP
                           PZEITTAG-DP.
           OPEN     I-O    PJAHRWE-DP
                           PCFGDAT-DP
                           PZEITANS-DP
                           PZEITSAL-DP
                           PCFGSEQ-DP.
           OPEN     OUTPUT XXDRUCK-DAT.

      * KOPFZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "KOPF"      TO DRART   OF XXDRUCK-REC.
           MOVE     X-JAHR      TO DRJAHR  OF XXDRUCK-REC.
           MOVE     X-MODUS     TO DRMODUS OF XXDRUCK-REC.
           MOVE     DATE-8      TO DRDATUM OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

      * DIE SCHRITTE DES JAHRESWECHSELS
           MOVE     "KALENDER"  TO SCHR-NAME.
           PERFORM  SCHRITT-BEGINN.
           IF       SCHR-ERLEDIGT = ZEROES
                    PERFORM SCHRITT-KALENDER
           END-IF.
           PERFORM  SCHRITT-ENDE.
           MOVE     SCHR-ANZ    TO ANZ-KALENDER.

           MOVE     "URLAUB"    TO SCHR-NAME.
           PERFORM  SCHRITT-BEGINN.
           IF       SCHR-ERLEDIGT = ZEROES
                    PERFORM SCHRITT-URLAUB
           END-IF.
           PERFORM  SCHRITT-ENDE.
           MOVE     SCHR-ANZ    TO ANZ-URLAUB.

           MOVE     "SCHULE"    TO SCHR-NAME.
           PERFORM  SCHRITT-BEGINN.
           IF       SCHR-ERLEDIGT = ZEROES
                    PERFORM SCHRITT-SCHULE
           END-IF.
           PERFORM  SCHRITT-ENDE.
           MOVE     SCHR-ANZ    TO ANZ-SCHULE.

           MOVE     "KUECHE"    TO SCHR-NAME.
           PERFORM  SCHRITT-BEGINN.
           IF       SCHR-ERLEDIGT = ZEROES
                    PERFORM SCHRITT-KUECHE
           END-IF.
           PERFORM  SCHRITT-ENDE.
           MOVE     SCHR-ANZ    TO ANZ-KUECHE.

           MOVE     "SALDO"     TO SCHR-NAME.
           PERFORM  SCHRITT-BEGINN.
           IF       SCHR-ERLEDIGT = ZEROES
                    PERFORM SCHRITT-SALDO
           END-IF.
           PERFORM  SCHRITT-ENDE.
           MOVE     SCHR-ANZ    TO ANZ-SALDO.

           MOVE     "SEQUENZ"   TO SCHR-NAME.
           PERFORM  SCHRITT-BEGINN.
           IF       SCHR-ERLEDIGT = ZEROES
                    PERFORM SCHRITT-SEQUENZ
           END-IF.
           PERFORM  SCHRITT-ENDE.
           MOVE     SCHR-ANZ    TO ANZ-SEQUENZ.

      * SUMMENZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "SUMME"     TO DRART   OF XXDRUCK-REC.
           MOVE     ANZ-GESAMT  TO DRANZ   OF XXDRUCK-REC.
           MOVE     X-MODUS     TO DRMODUS OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

      * ABSCHLUSSBERICHT INS LOG
           IF       X-MODUS = "UEBERN"
                    PERFORM SCHREIBE-ABSCHLUSSLOG
           END-IF.

           CLOSE    PCONFIG-DP
                    PAZUBDL-DP
                    PKDPLAN-DP
                    PZEITTAG-DP
                    PJAHRWE-DP
                    PCFGDAT-DP
                    PZEITANS-DP
                    PZEITSAL-DP
                    PCFGSEQ-DP
                    XXDRUCK-DAT.

      * ZUSTELLUNG UND JOURNAL UEBER DIE DREHSCHEIBE ABSCHLIESSEN
           INITIALIZE RET-CODE.
           MOVE     "N" TO HUB-AKTION.
           CALL     "XXP2030" USING HUB-AKTION
                                    HUB-PRTF
                                    HUB-USER
                                    HUB-OUTQ
                                    RET-CODE
           END-CALL.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * SCHRITT BEGINNEN: IST ER LT. PJAHRWE SCHON ERLEDIGT, WIRD
      * ER UEBERSPRUNGEN (AUCH IN DER VORSCHAU, DIE DAMIT DEN
      * WIEDERANLAUF ZEIGT)
      *--------------------------------------------------------------
       SCHRITT-BEGINN SECTION.
       SCH-BEG-00.

           MOVE     ZEROES TO SCHR-ANZ.
           MOVE     ZEROES TO SCHR-ERLEDIGT.

           INITIALIZE PJAHRWEF OF PJAHRWE-P.
           MOVE     X-JAHR    TO JWJAHR OF PJAHRWE-P.
           MOVE     SCHR-NAME TO JWSCHR OF PJAHRWE-P.
           READ     PJAHRWE-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     JWSTAT OF PJAHRWE-P = "E"
                    MOVE 1                   TO SCHR-ERLEDIGT
                    MOVE JWANZ OF PJAHRWE-P  TO SCHR-ANZ
           END-IF.

       SCH-BEG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SCHRITT ABSCHLIESSEN: SCHRITTZEILE DRUCKEN UND IM ECHTLAUF
      * DEN WIEDERANLAUFPUNKT IN PJAHRWE SETZEN
      *--------------------------------------------------------------
       SCHRITT-ENDE SECTION.
       SCH-END-00.

           INITIALIZE XXDRUCK-REC.
           MOVE     "SCHRITT"   TO DRART  OF XXDRUCK-REC.
           MOVE     SCHR-NAME   TO DRSCHR OF XXDRUCK-REC.
           MOVE     SCHR-ANZ    TO DRANZ  OF XXDRUCK-REC.
           EVALUATE TRUE
                    WHEN SCHR-ERLEDIGT NOT = ZEROES
                         MOVE "BEREITS ERLEDIGT" TO DRSTAT
                                                    OF XXDRUCK-REC
                    WHEN X-MODUS = "PRUEF"
                         MOVE "VORSCHAU"         TO DRSTAT
                                                    OF XXDRUCK-REC
                    WHEN OTHER
                         MOVE "ERLEDIGT"         TO DRSTAT
                                                    OF XXDRUCK-REC
           END-EVALUATE.
           WRITE    XXDRUCK-REC.

           ADD      SCHR-ANZ TO ANZ-GESAMT.

           IF       SCHR-ERLEDIGT NOT = ZEROES
            OR      X-MODUS NOT = "UEBERN"
                    GO TO SCH-END-90
           END-IF.

           PERFORM  COPY-GET-TIME.
           INITIALIZE PJAHRWEF OF PJAHRWE-P.
           MOVE     X-JAHR    TO JWJAHR OF PJAHRWE-P.
           MOVE     SCHR-NAME TO JWSCHR OF PJAHRWE-P.
           READ     PJAHRWE-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE "E"       TO JWSTAT OF PJAHRWE-P
                    MOVE SCHR-ANZ  TO JWANZ  OF PJAHRWE-P
                    MOVE T-USER    TO JWAUSR OF PJAHRWE-P
                    MOVE DATE-8    TO JWADTA OF PJAHRWE-P
                    MOVE TIME-6    TO JWATIA OF PJAHRWE-P
                    REWRITE PJAHRWE-P
           ELSE
                    INITIALIZE PJAHRWEF OF PJAHRWE-P
                    MOVE X-JAHR    TO JWJAHR OF PJAHRWE-P
                    MOVE SCHR-NAME TO JWSCHR OF PJAHRWE-P
                    MOVE "E"       TO JWSTAT OF PJAHRWE-P
                    MOVE SCHR-ANZ  TO JWANZ  OF PJAHRWE-P
                    MOVE T-USER    TO JWAUSR OF PJAHRWE-P
                    MOVE DATE-8    TO JWADTA OF PJAHRWE-P
                    MOVE TIME-6    TO JWATIA OF PJAHRWE-P
                    WRITE PJAHRWE-P
           END-IF.

       SCH-END-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE DETAILZEILE DES AKTUELLEN SCHRITTS DRUCKEN
      * (DRKEY, DRTEXT UND DRWERT SIND VOM AUFRUFER GEFUELLT)
      *--------------------------------------------------------------
       DRUCKE-ZEILE SECTION.
       DRK-ZEI-00.

           MOVE     "ZEILE"     TO DRART  OF XXDRUCK-REC.
           MOVE     SCHR-NAME   TO DRSCHR OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

       DRK-ZEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KALENDER: FEHLENDE TAGE DES JAHRES IN PCFGDAT ANLEGEN
      *--------------------------------------------------------------
       SCHRITT-KALENDER SECTION.
       SCH-KAL-00.

           COMPUTE  TAG-DATUM = X-JAHR * 10000 + 0101.
           COMPUTE  TAG-ENDE  = X-JAHR * 10000 + 1231.

       SCH-KAL-20.
           IF       TAG-DATUM > TAG-ENDE
                    GO TO SCH-KAL-80
           END-IF.

           INITIALIZE PCFGDATF OF PCFGDAT-P.
           MOVE     TAG-DATUM TO DTLFDN OF PCFGDAT-P.
           READ     PCFGDAT-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    GO TO SCH-KAL-70
           END-IF.

           ADD      1 TO SCHR-ANZ.
           IF       X-MODUS NOT = "UEBERN"
                    GO TO SCH-KAL-70
           END-IF.

      * WOCHENTAG (1 = MONTAG), DER 01.01.1601 WAR EIN MONTAG
           COMPUTE  TAG-INT = FUNCTION INTEGER-OF-DATE(TAG-DATUM) - 1.
           DIVIDE   TAG-INT BY 7 GIVING TAG-QUOT REMAINDER TAG-REST.

      * KALENDERWOCHE ERMITTELN
           INITIALIZE KW-WRK.
           MOVE     TAG-DATUM TO DATE-WRK.
           CALL     "CFP8007" USING DATE-WRK
                                    KW-WRK
           END-CALL.

      * NAECHSTE LAUFENDE NUMMER ERMITTELN
           MOVE     "PSEQNBR" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.

           INITIALIZE PCFGDATF OF PCFGDAT-P.
           MOVE     TAG-DATUM    TO DTLFDN OF PCFGDAT-P.
           COMPUTE  DTWOTA OF PCFGDAT-P = TAG-REST + 1.
           MOVE     KW-WRK       TO DTKW   OF PCFGDAT-P.
           MOVE     LFDN-WRK     TO DTSEQ  OF PCFGDAT-P.
           WRITE    PCFGDAT-P.

       SCH-KAL-70.
      * NAECHSTER TAG
           COMPUTE  TAG-INT = FUNCTION INTEGER-OF-DATE(TAG-DATUM) + 1.
           COMPUTE  TAG-DATUM = FUNCTION DATE-OF-INTEGER(TAG-INT).
           GO TO    SCH-KAL-20.

       SCH-KAL-80.
           INITIALIZE XXDRUCK-REC.
           MOVE     X-JAHR      TO DRKEY  OF XXDRUCK-REC.
           MOVE     "FEHLENDE KALENDERTAGE IN PCFGDAT"
                                TO DRTEXT OF XXDRUCK-REC.
           MOVE     SCHR-ANZ    TO DRWERT OF XXDRUCK-REC.
           PERFORM  DRUCKE-ZEILE.

       SCH-KAL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * URLAUB: ANSPRUCH DES NEUEN JAHRES FUER ALLE AKTIVEN USER
      * OHNE PZEITANS-SATZ ANLEGEN
      *--------------------------------------------------------------
       SCHRITT-URLAUB SECTION.
       SCH-URL-00.

           PERFORM  LESEN-URLAUBSREGELN.

           INITIALIZE PERSON-REC.
           MOVE     SPACES    TO PN-USER  OF PERSON-REC.

       SCH-URL-20.
      * NUR AKTIVE USER AUS DEM PERSONENSTAMM
           MOVE     "A"       TO PN-MODUS OF PERSON-REC.
           CALL     "CFP9022" USING PERSON-REC
           END-CALL.
           IF       PN-RET OF PERSON-REC NOT = SPACES
                    GO TO SCH-URL-90
           END-IF.
           MOVE     PN-USER OF PERSON-REC TO USR-WRK.

      * ANSPRUCH SCHON VORHANDEN?
           INITIALIZE PZEITANSF OF PZEITANS-P.
           MOVE     USR-WRK   TO ANUSER OF PZEITANS-P.
           MOVE     X-JAHR    TO ANJAHR OF PZEITANS-P.
           READ     PZEITANS-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    GO TO SCH-URL-20
           END-IF.

      * RESTURLAUB DES VORJAHRES, HOECHSTENS DER ERLAUBTE UEBERTRAG
           MOVE     ZEROES    TO ANS-REST.
           INITIALIZE PZEITANSF OF PZEITANS-P.
           MOVE     USR-WRK   TO ANUSER OF PZEITANS-P.
           MOVE     VORJAHR   TO ANJAHR OF PZEITANS-P.
           READ     PZEITANS-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    COMPUTE ANS-REST = ANTAGE OF PZEITANS-P
                                     - ANVERB OF PZEITANS-P
           END-IF.
           IF       ANS-REST < ZEROES
                    MOVE ZEROES            TO ANS-REST
           END-IF.
           IF       ANS-REST > ANS-MAX-UEBERTRAG
                    MOVE ANS-MAX-UEBERTRAG TO ANS-REST
           END-IF.
           COMPUTE  ANS-NEU = ANS-STD-TAGE + ANS-REST.

           ADD      1 TO SCHR-ANZ.
           INITIALIZE XXDRUCK-REC.
           MOVE     USR-WRK   TO DRKEY  OF XXDRUCK-REC.
           MOVE     PN-NAME OF PERSON-REC TO DRTEXT OF XXDRUCK-REC.
           MOVE     ANS-NEU   TO DRWERT OF XXDRUCK-REC.
           PERFORM  DRUCKE-ZEILE.

           IF       X-MODUS NOT = "UEBERN"
                    GO TO SCH-URL-20
           END-IF.

           INITIALIZE PZEITANSF OF PZEITANS-P.
           MOVE     USR-WRK   TO ANUSER OF PZEITANS-P.
           MOVE     X-JAHR    TO ANJAHR OF PZEITANS-P.
           MOVE     ANS-NEU   TO ANTAGE OF PZEITANS-P.
           MOVE     ZEROES    TO ANVERB OF PZEITANS-P.
           WRITE    PZEITANS-P.

           GO TO    SCH-URL-20.

       SCH-URL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STANDARDANSPRUCH (URLAUB/ANSPRUCH, SONST 30 TAGE) UND
      * HOECHSTEN UEBERTRAG (URLAUB/UEBERTRAG, SONST KEINER) LESEN
      *--------------------------------------------------------------
       LESEN-URLAUBSREGELN SECTION.
       LES-URR-00.

           MOVE     30     TO ANS-STD-TAGE.
           MOVE     ZEROES TO ANS-MAX-UEBERTRAG.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "URLAUB"       TO CFID   OF PCONFIG-P.
           MOVE     "ANSPRUCH"     TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS             = ZEROES
            AND     CFIN01 OF PCONFIG-P NOT = ZEROES
                    MOVE CFIN01 OF PCONFIG-P TO ANS-STD-TAGE
           END-IF.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "URLAUB"       TO CFID   OF PCONFIG-P.
           MOVE     "UEBERTRAG"    TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE CFIN01 OF PCONFIG-P TO ANS-MAX-UEBERTRAG
           END-IF.

       LES-URR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SCHULE: AZUBIS MIT BERUFSSCHULWOCHEN IM VORJAHR, FUER DIE
      * IM NEUEN JAHR NOCH KEIN BLOCKPLAN EINGESPIELT IST. DER
      * BLOCKPLAN SELBST KOMMT UEBER DEN IMPORT AZP0323, HIER WIRD
      * NUR AUFGELISTET, WER NOCH FEHLT
      *--------------------------------------------------------------
       SCHRITT-SCHULE SECTION.
       SCH-SCH-00.

           INITIALIZE AZB-TAB.

      * AZUBIS DES VORJAHRES SAMMELN
           INITIALIZE PAZUBDLF OF PAZUBDL-P.
           MOVE     VORJAHR TO BDJAHR OF PAZUBDL-P.
           MOVE     ZEROES  TO BDKW   OF PAZUBDL-P.
           MOVE     SPACES  TO BDUSER OF PAZUBDL-P.
           START    PAZUBDL-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-SCH-90
           END-IF.

       SCH-SCH-20.
           READ     PAZUBDL-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      BDJAHR OF PAZUBDL-P > X-JAHR
                    GO TO SCH-SCH-60
           END-IF.

      * GELOESCHTE WOCHEN ZAEHLEN NICHT
           IF       BDDEL OF PAZUBDL-P NOT = SPACES
                    GO TO SCH-SCH-20
           END-IF.

           SET      AIDX TO 1.
           SEARCH   AZB-REC
                    AT END PERFORM AUFNEHMEN-AZUBI
                    WHEN   AZB-USER(AIDX) = BDUSER OF PAZUBDL-P
                           CONTINUE
           END-SEARCH.

      * WOCHE IM NEUEN JAHR VORHANDEN
           IF       BDJAHR OF PAZUBDL-P = X-JAHR
            AND     AIDX NOT > AZB-CNT
                    MOVE 1 TO AZB-NEU(AIDX)
           END-IF.

           GO TO    SCH-SCH-20.

       SCH-SCH-60.
      * AZUBIS OHNE BLOCKPLAN IM NEUEN JAHR AUFLISTEN
           SET      AIDX TO 1.

       SCH-SCH-70.
           IF       AIDX > AZB-CNT
                    GO TO SCH-SCH-90
           END-IF.

           IF       AZB-NEU(AIDX) = ZEROES
                    ADD  1 TO SCHR-ANZ
                    INITIALIZE XXDRUCK-REC
                    MOVE AZB-USER(AIDX) TO DRKEY  OF XXDRUCK-REC
                    MOVE "KEIN BLOCKPLAN IM NEUEN JAHR (AZP0323)"
                                        TO DRTEXT OF XXDRUCK-REC
                    PERFORM DRUCKE-ZEILE
           END-IF.

           SET      AIDX UP BY 1.
           GO TO    SCH-SCH-70.

       SCH-SCH-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NEUEN AZUBI IN DIE TABELLE AUFNEHMEN (NUR AUS DEM VORJAHR)
      *--------------------------------------------------------------
       AUFNEHMEN-AZUBI SECTION.
       AUF-AZB-00.

           IF       BDJAHR OF PAZUBDL-P NOT = VORJAHR
            OR      AZB-CNT NOT < 200
                    SET  AIDX TO 201
                    GO TO AUF-AZB-90
           END-IF.

           ADD      1 TO AZB-CNT.
           MOVE     BDUSER OF PAZUBDL-P TO AZB-USER(AZB-CNT).
           MOVE     ZEROES              TO AZB-NEU(AZB-CNT).
           SET      AIDX TO AZB-CNT.

       AUF-AZB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KUECHE: FUER JEDE DIENSTART (K110) OHNE PLAN IM JANUAR DEN
      * VORSCHLAG UEBER XXP0221 ERZEUGEN
      *--------------------------------------------------------------
       SCHRITT-KUECHE SECTION.
       SCH-KUE-00.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "K110"    TO CFID   OF PCONFIG-P.
           MOVE     SPACES    TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES    TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES    TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES    TO CFKEY4 OF PCONFIG-P.
           START    PCONFIG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-KUE-90
           END-IF.

       SCH-KUE-20.
           READ     PCONFIG-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      CFID OF PCONFIG-P NOT = "K110"
                    GO TO SCH-KUE-90
           END-IF.

      * NUR DIENSTARTEN, KOPFSAETZE WEGLASSEN
           IF       CFKEY2 OF PCONFIG-P NOT = SPACES
            OR      CFKOPF OF PCONFIG-P NOT = ZEROES
                    GO TO SCH-KUE-20
           END-IF.
           MOVE     CFKEY OF PCONFIG-P TO KD-TYP-VOLL.

           PERFORM  PRUEFE-KUECHENPLAN.
           IF       KD-VORHANDEN NOT = ZEROES
                    GO TO SCH-KUE-20
           END-IF.

           ADD      1 TO SCHR-ANZ.
           INITIALIZE XXDRUCK-REC.
           MOVE     KD-TYP-VOLL TO DRKEY  OF XXDRUCK-REC.
           MOVE     "VORSCHLAG JANUAR ERZEUGEN (XXP0221)"
                                TO DRTEXT OF XXDRUCK-REC.
           PERFORM  DRUCKE-ZEILE.

           IF       X-MODUS NOT = "UEBERN"
                    GO TO SCH-KUE-20
           END-IF.

           MOVE     X-JAHR      TO KD-JAHR.
           MOVE     1           TO KD-MONAT.
           MOVE     KD-TYP-VOLL TO KD-TYP.
           MOVE     "V"         TO KD-MODUS.
           CALL     "XXP0221" USING KD-JAHR
                                    KD-MONAT
                                    KD-TYP
                                    KD-MODUS
           END-CALL.

           GO TO    SCH-KUE-20.

       SCH-KUE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GIBT ES FUER DIE DIENSTART IM JANUAR SCHON EINEN PLAN?
      *--------------------------------------------------------------
       PRUEFE-KUECHENPLAN SECTION.
       PRF-KDP-00.

           MOVE     ZEROES TO KD-VORHANDEN.

           INITIALIZE PKDPLANF OF PKDPLAN-P.
           COMPUTE  KDDATE OF PKDPLAN-P = X-JAHR * 10000 + 0101.
           MOVE     SPACES TO KDTYP  OF PKDPLAN-P.
           MOVE     SPACES TO KDUSER OF PKDPLAN-P.
           START    PKDPLAN-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-KDP-90
           END-IF.

       PRF-KDP-20.
           READ     PKDPLAN-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      KDDATE OF PKDPLAN-P > X-JAHR * 10000 + 0131
                    GO TO PRF-KDP-90
           END-IF.

           IF       KDTYP OF PKDPLAN-P = KD-TYP-VOLL
                    MOVE 1 TO KD-VORHANDEN
                    GO TO PRF-KDP-90
           END-IF.

           GO TO    PRF-KDP-20.

       PRF-KDP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SALDO: GLEITZEITSALDO NEU RECHNEN (XXP0065) UND DEN STAND
      * ZUM JAHRESENDE ALS VORTRAG (SAVJAHR/SAVSECS) FESTSCHREIBEN.
      * TAGE DES NEUEN JAHRES, DIE SCHON ERFASST SIND, BLEIBEN
      * AUSSERHALB DES VORTRAGS
      *--------------------------------------------------------------
       SCHRITT-SALDO SECTION.
       SCH-SAL-00.

      * IM ECHTLAUF DEN SALDO ALLER USER AKTUALISIEREN
           IF       X-MODUS = "UEBERN"
                    CLOSE PZEITSAL-DP
                    MOVE  SPACES TO SAL-USER
                    CALL  "XXP0065" USING SAL-USER
                    END-CALL
                    OPEN  I-O PZEITSAL-DP
           END-IF.

           INITIALIZE PZEITSALF OF PZEITSAL-P.
           MOVE     SPACES TO SAUSER OF PZEITSAL-P.
           START    PZEITSAL-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-SAL-90
           END-IF.

       SCH-SAL-20.
           READ     PZEITSAL-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-SAL-90
           END-IF.

      * VORTRAG FUER DAS JAHR SCHON GESETZT
           IF       SAVJAHR OF PZEITSAL-P NOT < X-JAHR
                    GO TO SCH-SAL-20
           END-IF.

           PERFORM  SUMMIERE-NEUJAHR.
           COMPUTE  VORTRAG-SEC = SASECS OF PZEITSAL-P - NEUJAHR-SEC.

           ADD      1 TO SCHR-ANZ.
           INITIALIZE XXDRUCK-REC.
           MOVE     SAUSER OF PZEITSAL-P TO DRKEY OF XXDRUCK-REC.
           MOVE     "VORTRAG GLEITZEIT IN MINUTEN"
                                 TO DRTEXT OF XXDRUCK-REC.
           COMPUTE  DRWERT OF XXDRUCK-REC = VORTRAG-SEC / 60.
           PERFORM  DRUCKE-ZEILE.

           IF       X-MODUS NOT = "UEBERN"
                    GO TO SCH-SAL-20
           END-IF.

           PERFORM  COPY-GET-TIME.
           MOVE     X-JAHR      TO SAVJAHR OF PZEITSAL-P.
           MOVE     VORTRAG-SEC TO SAVSECS OF PZEITSAL-P.
           MOVE     DATE-8      TO SADTA   OF PZEITSAL-P.
           MOVE     TIME-6      TO SATIA   OF PZEITSAL-P.
           REWRITE  PZEITSAL-P.

           GO TO    SCH-SAL-20.

       SCH-SAL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * UEBER/UNTER DER SCHON ERFASSTEN TAGE DES NEUEN JAHRES FUER
      * DEN USER AUS PZEITSAL AUFSUMMIEREN (WIE XXP0065)
      *--------------------------------------------------------------
       SUMMIERE-NEUJAHR SECTION.
       SUM-NJA-00.

           MOVE     ZEROES TO NEUJAHR-SEC.
           PERFORM  LESEN-TAGESSOLL.

           INITIALIZE PZEITTAGF OF PZEITTAG-P.
           MOVE     SAUSER OF PZEITSAL-P TO ZTUSER  OF PZEITTAG-P.
           MOVE     X-JAHR               TO ZTJAHR  OF PZEITTAG-P.
           MOVE     ZEROES               TO ZTDATUM OF PZEITTAG-P.
           START    PZEITTAG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUM-NJA-90
           END-IF.

       SUM-NJA-20.
           READ     PZEITTAG-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      ZTUSER OF PZEITTAG-P NOT = SAUSER OF PZEITSAL-P
                    GO TO SUM-NJA-90
           END-IF.

      * NUR ABGESCHLOSSENE TAGE ZAEHLEN
           IF       ZTEND OF PZEITTAG-P NOT = ZEROES
                    COMPUTE NEUJAHR-SEC = NEUJAHR-SEC
                                        + ZTSEC OF PZEITTAG-P
                                        - SOLL-SEC-WRK
           END-IF.

           GO TO    SUM-NJA-20.

       SUM-NJA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TAGESSOLL DES USERS AUS DEM PERSONENSTAMM LESEN (MINUTEN,
      * STANDARD 480 = 8 STUNDEN)
      *--------------------------------------------------------------
       LESEN-TAGESSOLL SECTION.
       LES-SOL-00.

           MOVE     480 TO SOLL-MINUTEN.

           INITIALIZE PERSON-REC.
           MOVE     "L"                   TO PN-MODUS OF PERSON-REC.
           MOVE     SAUSER OF PZEITSAL-P  TO PN-USER  OF PERSON-REC.
           CALL     "CFP9022" USING PERSON-REC
           END-CALL.
           IF       PN-RET  OF PERSON-REC     = SPACES
            AND     PN-SOLL OF PERSON-REC NOT = ZEROES
                    MOVE PN-SOLL OF PERSON-REC TO SOLL-MINUTEN
           END-IF.

           COMPUTE  SOLL-SEC-WRK = SOLL-MINUTEN * 60.

       LES-SOL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SEQUENZ: JAEHRLICHE ZAEHLER (PCONFIG JAHRSEQ, CFKEY = CFID
      * UND CFKEY2 = CFKEY IN PCFGSEQ) AUF DEN STARTWERT CFIN01
      * ZURUECKSETZEN
      *--------------------------------------------------------------
       SCHRITT-SEQUENZ SECTION.
       SCH-SEQ-00.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "JAHRSEQ" TO CFID   OF PCONFIG-P.
           MOVE     SPACES    TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES    TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES    TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES    TO CFKEY4 OF PCONFIG-P.
           START    PCONFIG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-SEQ-90
           END-IF.

       SCH-SEQ-20.
           READ     PCONFIG-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      CFID OF PCONFIG-P NOT = "JAHRSEQ"
                    GO TO SCH-SEQ-90
           END-IF.

           IF       CFKOPF OF PCONFIG-P NOT = ZEROES
                    GO TO SCH-SEQ-20
           END-IF.

           INITIALIZE PCFGSEQF OF PCFGSEQ-P.
           MOVE     CFKEY  OF PCONFIG-P TO CFID  OF PCFGSEQ-P.
           MOVE     CFKEY2 OF PCONFIG-P TO CFKEY OF PCFGSEQ-P.
           READ     PCFGSEQ-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-SEQ-20
           END-IF.

           MOVE     CFLFDN OF PCFGSEQ-P TO SEQ-ALT.
           MOVE     CFIN01 OF PCONFIG-P TO SEQ-NEU.

           ADD      1 TO SCHR-ANZ.
           INITIALIZE XXDRUCK-REC.
           STRING   CFID  OF PCFGSEQ-P  DELIMITED BY SPACES
                    "/"                 DELIMITED BY SIZE
                    CFKEY OF PCFGSEQ-P  DELIMITED BY SPACES
             INTO   DRKEY OF XXDRUCK-REC
           END-STRING.
           STRING   "ZAEHLER "          DELIMITED BY SIZE
                    SEQ-ALT             DELIMITED BY SIZE
                    " ZURUECKSETZEN AUF" DELIMITED BY SIZE
             INTO   DRTEXT OF XXDRUCK-REC
           END-STRING.
           MOVE     SEQ-NEU  TO DRWERT OF XXDRUCK-REC.
           PERFORM  DRUCKE-ZEILE.

           IF       X-MODUS NOT = "UEBERN"
                    UNLOCK PCFGSEQ-DP
                    GO TO SCH-SEQ-20
           END-IF.

           PERFORM  COPY-GET-TIME.
           MOVE     SEQ-NEU      TO CFLFDN OF PCFGSEQ-P.
           MOVE     PGM-WRK      TO CFMPGM OF PCFGSEQ-P.
           MOVE     T-USER       TO CFMUSR OF PCFGSEQ-P.
           MOVE     T-TERM       TO CFMBS  OF PCFGSEQ-P.
           MOVE     DATE-8       TO CFMDTA OF PCFGSEQ-P.
           MOVE     TIME-6       TO CFMTIA OF PCFGSEQ-P.
           REWRITE  PCFGSEQ-P.

           GO TO    SCH-SEQ-20.

       SCH-SEQ-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABSCHLUSSBERICHT DES JAHRESWECHSELS INS LOG (CFP0019)
      *--------------------------------------------------------------
       SCHREIBE-ABSCHLUSSLOG SECTION.
       SCH-ABL-00.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PJAHRWE"  TO STFILE OF LOG-CPY.
           MOVE     "INFO"     TO STKEY  OF LOG-CPY.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "JAHRESWECHSEL " X-JAHR
                    " ABGESCHLOSSEN: KALENDER " ANZ-KALENDER
                    " URLAUB " ANZ-URLAUB
                    " SCHULE OFFEN " ANZ-SCHULE
                    " KUECHE " ANZ-KUECHE
                    " SALDO " ANZ-SALDO
                    " SEQUENZ " ANZ-SEQUENZ
                    DELIMITED BY SIZE
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       SCH-ABL-90.
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
