       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0252.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * MONATLICHER PFANDABGLEICH PFANDKONTO GEGEN RECHNUNGEN         *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  STELLT JE LIEFERANT DAS PFANDKONTO           *
      *                  (PKDPFND, GEBUCHT VON XXP0250: ZUGANG BEIM   *
      *                  WARENEINGANG MINUS LEERGUTRUECKGABE) DEN     *
      *                  PFANDZEILEN DER LIEFERANTENRECHNUNGEN        *
      *                  (PKDRECH: BERECHNETES PFAND RGPFBE MINUS     *
      *                  LEERGUTGUTSCHRIFT RGPFGU, NACH               *
      *                  ERFASSUNGSDATUM) GEGENUEBER - JEWEILS DIE    *
      *                  BEWEGUNG IM MONAT X-JAHR/X-MONAT UND DER     *
      *                  STAND ZUM MONATSENDE - UND DRUCKT DIE        *
      *                  DIFFERENZ ALS SPOOL XXF0252 (ZUSTELLUNG      *
      *                  UEBER XXP2030). WIRD VOM MONATSABSCHLUSS     *
      *                  XXP0227 MIT AUFGERUFEN.                      *
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
      * PKDPFND: PFLFDN (PFANDBUCHUNGEN)
      *-------------------------------------------------------------
           SELECT PKDPFND-DP
                  ASSIGN       TO  DATABASE-PKDPFND
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

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
      *    PRINTERFILE FUER DEN PFANDABGLEICH
      *-------------------------------------------------------------
           SELECT XXDRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0252
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PKDPFND: PFLFDN
       FD  PKDPFND-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDPFND-P.
           COPY DDS-ALL-FORMATS OF PKDPFND.
      /
      *--- PKDRECH: RGLFDN
       FD  PKDRECH-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDRECH-P.
           COPY DDS-ALL-FORMATS OF PKDRECH.
      /
      *------DRUCKAUSGABE----
       FD  XXDRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  XXDRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0252.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0252".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * PARAMETER FUER DIE AUSGABEDREHSCHEIBE XXP2030
       01  HUB-AKTION                    PIC X(1).
       01  HUB-PRTF                      PIC X(10).
       01  HUB-USER                      PIC X(10).
       01  HUB-OUTQ                      PIC X(10).

      * PERIODE UND ZEITRAUM DES MONATS
       01  ABG-PERIODE                   PIC 9(6).
       01  MONAT-VON                     PIC 9(8).
       01  MONAT-BIS                     PIC 9(8).

      * SUMMEN JE LIEFERANT
       01  LIF-TAB.
        05 LIF-EINTRAG                   OCCURS 500 TIMES.
         10 LIF-ID                       LIKE PFLIEF OF PKDPFND-P.
         10 LIF-KTO-MON                  PIC S9(7)V99.
         10 LIF-KTO-SAL                  PIC S9(7)V99.
         10 LIF-RG-MON                   PIC S9(7)V99.
         10 LIF-RG-SAL                   PIC S9(7)V99.
       01  LIF-ANZ                       PIC 9(4).
       01  LIF-IDX                       PIC 9(4).
       01  LIF-SUCH                      LIKE PFLIEF OF PKDPFND-P.

      * PFAND EINER RECHNUNG (BERECHNET MINUS GUTGESCHRIEBEN)
       01  RG-PFAND                      PIC S9(7)V99.

      * DIFFERENZ UND GESAMTSUMMEN
       01  DIFF-WRK                      PIC S9(7)V99.
       01  SUM-KTO-SAL                   PIC S9(9)V99.
       01  SUM-RG-SAL                    PIC S9(9)V99.
       01  SUM-DIFF                      PIC S9(9)V99.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-JAHR                        PIC 9(4).
       01  X-MONAT                       PIC 9(2).
      * AUSGABEWARTESCHLANGE, SPACES = PRT01
       01  X-OUTQ                        PIC X(10).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-JAHR
                                X-MONAT
                                X-OUTQ.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0252" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           IF       X-JAHR  = ZEROES
            OR      X-MONAT = ZEROES
                    GO TO ENDE
           END-IF.
           COMPUTE  ABG-PERIODE = X-JAHR * 100 + X-MONAT.
           COMPUTE  MONAT-VON = X-JAHR * 10000 + X-MONAT * 100 + 1.
           COMPUTE  MONAT-BIS = X-JAHR * 10000 + X-MONAT * 100 + 31.

           PERFORM  COPY-GET-TIME.

           OPEN     INPUT PKDPFND-DP
                          PKDRECH-DP.

           INITIALIZE LIF-TAB, LIF-ANZ.

      * PFANDKONTO UND PFANDZEILEN DER RECHNUNGEN JE LIEFERANT
           PERFORM  SUMMIERE-PFANDKONTO.
           PERFORM  SUMMIERE-RECHNUNGEN.

      * ABGLEICH DRUCKEN
           PERFORM  DRUCKE-ABGLEICH.

           CLOSE    PKDPFND-DP
                    PKDRECH-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * PFANDBUCHUNGEN BIS ZUM MONATSENDE JE LIEFERANT SUMMIEREN
      *--------------------------------------------------------------
       SUMMIERE-PFANDKONTO SECTION.
       SUM-PFK-00.

           INITIALIZE PKDPFNDF OF PKDPFND-P.
           MOVE     ZEROES TO PFLFDN OF PKDPFND-P.
           START    PKDPFND-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUM-PFK-90
           END-IF.

       SUM-PFK-20.
           READ     PKDPFND-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUM-PFK-90
           END-IF.

           IF       PFPER OF PKDPFND-P > ABG-PERIODE
                    GO TO SUM-PFK-20
           END-IF.

           MOVE     PFLIEF OF PKDPFND-P TO LIF-SUCH.
           PERFORM  SUCHE-LIEFERANT.
           IF       LIF-IDX = ZEROES
                    GO TO SUM-PFK-20
           END-IF.

           ADD      PFBETR OF PKDPFND-P TO LIF-KTO-SAL(LIF-IDX).
           IF       PFPER OF PKDPFND-P = ABG-PERIODE
                    ADD PFBETR OF PKDPFND-P TO LIF-KTO-MON(LIF-IDX)
           END-IF.

           GO TO    SUM-PFK-20.

       SUM-PFK-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PFANDZEILEN DER BIS ZUM MONATSENDE ERFASSTEN RECHNUNGEN
      *--------------------------------------------------------------
       SUMMIERE-RECHNUNGEN SECTION.
       SUM-REC-00.

           INITIALIZE PKDRECHF OF PKDRECH-P.
           MOVE     ZEROES TO RGLFDN OF PKDRECH-P.
           START    PKDRECH-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUM-REC-90
           END-IF.

       SUM-REC-20.
           READ     PKDRECH-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUM-REC-90
           END-IF.

           IF       RGADTA OF PKDRECH-P > MONAT-BIS
                    GO TO SUM-REC-20
           END-IF.
           IF       RGPFBE OF PKDRECH-P = ZEROES
            AND     RGPFGU OF PKDRECH-P = ZEROES
                    GO TO SUM-REC-20
           END-IF.

           COMPUTE  RG-PFAND = RGPFBE OF PKDRECH-P
                             - RGPFGU OF PKDRECH-P.

           MOVE     RGLIEF OF PKDRECH-P TO LIF-SUCH.
           PERFORM  SUCHE-LIEFERANT.
           IF       LIF-IDX = ZEROES
                    GO TO SUM-REC-20
           END-IF.

           ADD      RG-PFAND TO LIF-RG-SAL(LIF-IDX).
           IF       RGADTA OF PKDRECH-P NOT < MONAT-VON
                    ADD RG-PFAND TO LIF-RG-MON(LIF-IDX)
           END-IF.

           GO TO    SUM-REC-20.

       SUM-REC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LIEFERANT LIF-SUCH IN DER TABELLE SUCHEN, SONST NEU AUF-
      * NEHMEN (LIF-IDX = 0: TABELLE VOLL)
      *--------------------------------------------------------------
       SUCHE-LIEFERANT SECTION.
       SUC-LIF-00.

           MOVE     ZEROES TO LIF-IDX.

       SUC-LIF-20.
           ADD      1 TO LIF-IDX.
           IF       LIF-IDX > LIF-ANZ
                    IF   LIF-ANZ NOT < 500
                         MOVE ZEROES TO LIF-IDX
                         GO TO SUC-LIF-90
                    END-IF
                    ADD  1 TO LIF-ANZ
                    MOVE LIF-SUCH TO LIF-ID(LIF-ANZ)
                    MOVE LIF-ANZ  TO LIF-IDX
                    GO TO SUC-LIF-90
           END-IF.
           IF       LIF-ID(LIF-IDX) NOT = LIF-SUCH
                    GO TO SUC-LIF-20
           END-IF.

       SUC-LIF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABGLEICH DRUCKEN (ZUSTELLUNG UEBER XXP2030)
      *--------------------------------------------------------------
       DRUCKE-ABGLEICH SECTION.
       DRK-ABG-00.

           INITIALIZE SUM-KTO-SAL, SUM-RG-SAL, SUM-DIFF.

      * AUSGABEWEG UEBER DIE DREHSCHEIBE XXP2030 BESTIMMEN
           INITIALIZE RET-CODE.
           MOVE     "V"       TO HUB-AKTION.
           MOVE     "XXF0252" TO HUB-PRTF.
           MOVE     T-USER    TO HUB-USER.
           MOVE     X-OUTQ    TO HUB-OUTQ.
           CALL     "XXP2030" USING HUB-AKTION
                                    HUB-PRTF
                                    HUB-USER
                                    HUB-OUTQ
                                    RET-CODE
           END-CALL.

           OPEN     OUTPUT XXDRUCK-DAT.

      * KOPFZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "KOPF"    TO DRART   OF XXDRUCK-REC.
           MOVE     X-JAHR    TO DRJAHR  OF XXDRUCK-REC.
           MOVE     X-MONAT   TO DRMONAT OF XXDRUCK-REC.
           MOVE     DATE-8    TO DRDATUM OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           MOVE     ZEROES TO LIF-IDX.
       DRK-ABG-20.
           ADD      1 TO LIF-IDX.
           IF       LIF-IDX > LIF-ANZ
                    GO TO DRK-ABG-80
           END-IF.

           COMPUTE  DIFF-WRK = LIF-KTO-SAL(LIF-IDX)
                             - LIF-RG-SAL(LIF-IDX).

           INITIALIZE XXDRUCK-REC.
           MOVE     "ZEILE"              TO DRART  OF XXDRUCK-REC.
           MOVE     LIF-ID(LIF-IDX)      TO PFLIEF OF XXDRUCK-REC.
           MOVE     LIF-KTO-MON(LIF-IDX) TO DRKMON OF XXDRUCK-REC.
           MOVE     LIF-KTO-SAL(LIF-IDX) TO DRKSAL OF XXDRUCK-REC.
           MOVE     LIF-RG-MON(LIF-IDX)  TO DRRMON OF XXDRUCK-REC.
           MOVE     LIF-RG-SAL(LIF-IDX)  TO DRRSAL OF XXDRUCK-REC.
           MOVE     DIFF-WRK             TO DRDIFF OF XXDRUCK-REC.
           IF       DIFF-WRK NOT = ZEROES
                    MOVE "ABWEICHUNG"    TO DRHINW OF XXDRUCK-REC
           END-IF.
           WRITE    XXDRUCK-REC.

           ADD      LIF-KTO-SAL(LIF-IDX) TO SUM-KTO-SAL.
           ADD      LIF-RG-SAL(LIF-IDX)  TO SUM-RG-SAL.
           ADD      DIFF-WRK             TO SUM-DIFF.

           GO TO    DRK-ABG-20.

      * SUMMENZEILE
       DRK-ABG-80.
           INITIALIZE XXDRUCK-REC.
           MOVE     "SUMME"     TO DRART  OF XXDRUCK-REC.
           MOVE     SUM-KTO-SAL TO DRKSAL OF XXDRUCK-REC.
           MOVE     SUM-RG-SAL  TO DRRSAL OF XXDRUCK-REC.
           MOVE     SUM-DIFF    TO DRDIFF OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           CLOSE    XXDRUCK-DAT.

      * ZUSTELLUNG UND JOURNAL UEBER DIE DREHSCHEIBE ABSCHLIESSEN
           INITIALIZE RET-CODE.
           MOVE     "N" TO HUB-AKTION.
           CALL     "XXP2030" USING HUB-AKTION
                                    HUB-PRTF
                                    HUB-USER
                                    HUB-OUTQ
                                    RET-CODE
           END-CALL.

       DRK-ABG-90.
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
      * COPY-PGM-INIT/COPY-PGM-EXIT: STANDARDROUTINEN START UND ENDE
      *---------------------------------------------------------------

           COPY     PGMWRK     OF APG-QCPYSRC.
      /
