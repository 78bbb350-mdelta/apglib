       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0244.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * MHD-UEBERWACHUNG DER KUECHENCHARGEN (PKDCHG)                  *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LAEUFT TAEGLICH PER JOBPLANUNG UEBER DIE     *
      *                  CHARGEN PKDCHG (ANGELEGT VON XXP0222):       *
      *                  - CHARGEN MIT RESTBESTAND, DEREN MHD VOR     *
      *                    HEUTE LIEGT, WERDEN UEBER XXP0222 MIT      *
      *                    BEWEGUNGSART "A" (VERDERB) ABGESCHRIEBEN.  *
      *                  - CHARGEN, DIE IN HOECHSTENS 3 TAGEN         *
      *                    ABLAUFEN, KOMMEN AUF DIE LISTE XXF0244     *
      *                    (DAZU DIE HEUTIGEN ABSCHREIBUNGEN). DIE    *
      *                    LISTE GEHT UEBER DIE DREHSCHEIBE XXP2030   *
      *                    AN DEN HEUTIGEN KUECHENDIENST AUS PKDPLAN  *
      *                    (GETAUSCHTER DIENST KDGUSR VOR KDUSER,     *
      *                    ENTWUERFE KDVOR = "J" ZAEHLEN NICHT). IST  *
      *                    HEUTE NIEMAND EINGETEILT, WIRD IN DIE      *
      *                    OUTQ X-OUTQ GEDRUCKT (LEER = PRT01).       *
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
      * PKDCHG: CHART, CHMHD, CHLFDN (CHARGEN JE ARTIKEL)
      *-------------------------------------------------------------
           SELECT PKDCHG-DP
                  ASSIGN       TO  DATABASE-PKDCHG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDPLAN: KDDATE, KDTYP, KDUSER (KUECHENDIENSTPLAN)
      *-------------------------------------------------------------
           SELECT PKDPLAN-DP
                  ASSIGN       TO  DATABASE-PKDPLAN
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *    PRINTERFILE FUER DIE MHD-LISTE
      *-------------------------------------------------------------
           SELECT XXDRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0244
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PKDCHG: CHART, CHMHD, CHLFDN
       FD  PKDCHG-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDCHG-P.
           COPY DDS-ALL-FORMATS OF PKDCHG.
      /
      *--- PKDPLAN: KDDATE, KDTYP, KDUSER
       FD  PKDPLAN-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDPLAN-P.
           COPY DDS-ALL-FORMATS OF PKDPLAN.
      /
      *------DRUCKAUSGABE----
       FD  XXDRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  XXDRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0244.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0244".
       01  PGM-TYP                       PIC X(8)  VALUE "KUECHE".

      * PARAMETER FUER DIE AUSGABEDREHSCHEIBE XXP2030
       01  HUB-AKTION                    PIC X(1).
       01  HUB-PRTF                      PIC X(10).
       01  HUB-USER                      PIC X(10).
       01  HUB-OUTQ                      PIC X(10).

      * PARAMETER FUER DAS XXP0222 (LAGERBUCHUNG)
       01  BWG-ART                       PIC X(1).
       01  BWG-ARTIKEL                   PIC X(20).
       01  BWG-MENGE                     PIC 9(5).
       01  BWG-MHD                       PIC 9(8).
       01  BWG-BELFDN                    PIC 9(9).
       01  BWG-CHLFDN                    PIC 9(9).

      * VORLAUF DER WARNUNG IN TAGEN
       01  VORLAUF-TAGE                  PIC 9(3) VALUE 3.
       01  STICHTAG                      PIC 9(8).

      * ABGELAUFENE CHARGEN (WERDEN ABGESCHRIEBEN)
       01  VRD-TAB.
        05 VRD-EINTRAG                   OCCURS 999 TIMES.
         10 VRD-ART                      LIKE CHART  OF PKDCHG-P.
         10 VRD-MHD                      LIKE CHMHD  OF PKDCHG-P.
         10 VRD-LFDN                     LIKE CHLFDN OF PKDCHG-P.
         10 VRD-REST                     LIKE CHREST OF PKDCHG-P.
       01  VRD-ANZ                       PIC 9(4).
       01  VRD-IDX                       PIC 9(4).

      * BALD ABLAUFENDE CHARGEN
       01  ABL-TAB.
        05 ABL-EINTRAG                   OCCURS 999 TIMES.
         10 ABL-ART                      LIKE CHART  OF PKDCHG-P.
         10 ABL-MHD                      LIKE CHMHD  OF PKDCHG-P.
         10 ABL-LFDN                     LIKE CHLFDN OF PKDCHG-P.
         10 ABL-REST                     LIKE CHREST OF PKDCHG-P.
         10 ABL-TAGE                     PIC 9(3).
       01  ABL-ANZ                       PIC 9(4).
       01  ABL-IDX                       PIC 9(4).

      * HEUTIGER KUECHENDIENST
       01  USR-TAB.
        05 USR-EINTRAG                   OCCURS 10 TIMES.
         10 USR-NAME                     LIKE T-USER.
       01  USR-ANZ                       PIC 9(2).
       01  USR-IDX                       PIC 9(2).
       01  KD-DIENST-USER                LIKE T-USER.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * AUSGABEWARTESCHLANGE OHNE KUECHENDIENST, SPACES = PRT01
       01  X-OUTQ                        PIC X(10).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-OUTQ.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0244" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.
           COMPUTE  STICHTAG = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(DATE-8) + VORLAUF-TAGE).

           OPEN     INPUT PKDCHG-DP
                          PKDPLAN-DP.

      * CHARGEN SAMMELN (ABGELAUFEN / LAEUFT BALD AB)
           PERFORM  LESE-CHARGEN.

      * HEUTIGEN KUECHENDIENST ERMITTELN
           PERFORM  LESE-KUECHENDIENST.

           CLOSE    PKDCHG-DP
                    PKDPLAN-DP.

      * ABGELAUFENE CHARGEN ABSCHREIBEN
           PERFORM  SCHREIBE-CHARGEN-AB.

      * LISTE JE EMPFAENGER DRUCKEN (OHNE DIENST EINMAL IN DIE OUTQ)
           IF       VRD-ANZ > ZEROES
            OR      ABL-ANZ > ZEROES
                    IF   USR-ANZ = ZEROES
                         MOVE SPACES TO KD-DIENST-USER
                         PERFORM DRUCKE-LISTE
                    ELSE
                         MOVE ZEROES TO USR-IDX
                         PERFORM DRUCKE-JE-USER
                    END-IF
           END-IF.

           PERFORM  SCHREIBE-LOG.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * CHARGEN MIT RESTBESTAND DURCHLESEN: MHD VOR HEUTE ->
      * ABSCHREIBEN, MHD BIS ZUM STICHTAG -> AUF DIE LISTE
      *--------------------------------------------------------------
       LESE-CHARGEN SECTION.
       LES-CHG-00.

           INITIALIZE VRD-TAB, VRD-ANZ.
           INITIALIZE ABL-TAB, ABL-ANZ.

           INITIALIZE PKDCHGF OF PKDCHG-P.
           MOVE     SPACES TO CHART  OF PKDCHG-P.
           MOVE     ZEROES TO CHMHD  OF PKDCHG-P.
           MOVE     ZEROES TO CHLFDN OF PKDCHG-P.
           START    PKDCHG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-CHG-90
           END-IF.

       LES-CHG-20.
           READ     PKDCHG-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-CHG-90
           END-IF.

      * LEERE CHARGEN UND CHARGEN OHNE MHD INTERESSIEREN NICHT
           IF       CHREST OF PKDCHG-P = ZEROES
            OR      CHMHD  OF PKDCHG-P = 99999999
            OR      CHMHD  OF PKDCHG-P > STICHTAG
                    GO TO LES-CHG-20
           END-IF.

           IF       CHMHD OF PKDCHG-P < DATE-8
                    IF   VRD-ANZ < 999
                         ADD  1 TO VRD-ANZ
                         MOVE CHART  OF PKDCHG-P TO VRD-ART(VRD-ANZ)
                         MOVE CHMHD  OF PKDCHG-P TO VRD-MHD(VRD-ANZ)
                         MOVE CHLFDN OF PKDCHG-P TO VRD-LFDN(VRD-ANZ)
                         MOVE CHREST OF PKDCHG-P TO VRD-REST(VRD-ANZ)
                    END-IF
           ELSE
                    IF   ABL-ANZ < 999
                         ADD  1 TO ABL-ANZ
                         MOVE CHART  OF PKDCHG-P TO ABL-ART(ABL-ANZ)
                         MOVE CHMHD  OF PKDCHG-P TO ABL-MHD(ABL-ANZ)
                         MOVE CHLFDN OF PKDCHG-P TO ABL-LFDN(ABL-ANZ)
                         MOVE CHREST OF PKDCHG-P TO ABL-REST(ABL-ANZ)
                         COMPUTE ABL-TAGE(ABL-ANZ) =
                                 FUNCTION INTEGER-OF-DATE(
                                          CHMHD OF PKDCHG-P)
                               - FUNCTION INTEGER-OF-DATE(DATE-8)
                    END-IF
           END-IF.

           GO TO    LES-CHG-20.

       LES-CHG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HEUTIGEN KUECHENDIENST AUS PKDPLAN LESEN (JEDER USER NUR
      * EINMAL, AUCH WENN ER FUER MEHRERE DIENSTTYPEN EINGETEILT IST)
      *--------------------------------------------------------------
       LESE-KUECHENDIENST SECTION.
       LES-KUE-00.

           INITIALIZE USR-TAB, USR-ANZ.

           INITIALIZE PKDPLANF OF PKDPLAN-P.
           MOVE     DATE-8 TO KDDATE OF PKDPLAN-P.
           MOVE     SPACES TO KDTYP  OF PKDPLAN-P.
           MOVE     SPACES TO KDUSER OF PKDPLAN-P.
           START    PKDPLAN-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-KUE-90
           END-IF.

       LES-KUE-20.
           READ     PKDPLAN-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      KDDATE OF PKDPLAN-P NOT = DATE-8
                    GO TO LES-KUE-90
           END-IF.

      * ENTWUERFE SIND NOCH NICHT FREIGEGEBEN
           IF       KDVOR OF PKDPLAN-P = "J"
                    GO TO LES-KUE-20
           END-IF.

           IF       KDGUSR OF PKDPLAN-P NOT = SPACES
                    MOVE KDGUSR OF PKDPLAN-P TO KD-DIENST-USER
           ELSE
                    MOVE KDUSER OF PKDPLAN-P TO KD-DIENST-USER
           END-IF.
           IF       KD-DIENST-USER = SPACES
                    GO TO LES-KUE-20
           END-IF.

      * SCHON ERFASST?
           MOVE     ZEROES TO USR-IDX.
       LES-KUE-40.
           ADD      1 TO USR-IDX.
           IF       USR-IDX > USR-ANZ
                    IF   USR-ANZ < 10
                         ADD  1 TO USR-ANZ
                         MOVE KD-DIENST-USER TO USR-NAME(USR-ANZ)
                    END-IF
                    GO TO LES-KUE-20
           END-IF.
           IF       USR-NAME(USR-IDX) = KD-DIENST-USER
                    GO TO LES-KUE-20
           END-IF.
           GO TO    LES-KUE-40.

       LES-KUE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABGELAUFENE CHARGEN UEBER XXP0222 ABSCHREIBEN (VERDERB)
      *--------------------------------------------------------------
       SCHREIBE-CHARGEN-AB SECTION.
       SCH-CHG-00.

           MOVE     ZEROES TO VRD-IDX.

       SCH-CHG-20.
           ADD      1 TO VRD-IDX.
           IF       VRD-IDX > VRD-ANZ
                    GO TO SCH-CHG-90
           END-IF.

           MOVE     "A"                TO BWG-ART.
           MOVE     VRD-ART(VRD-IDX)   TO BWG-ARTIKEL.
           MOVE     VRD-REST(VRD-IDX)  TO BWG-MENGE.
           MOVE     VRD-MHD(VRD-IDX)   TO BWG-MHD.
           MOVE     ZEROES             TO BWG-BELFDN.
           MOVE     VRD-LFDN(VRD-IDX)  TO BWG-CHLFDN.
           CALL     "XXP0222" USING BWG-ART
                                    BWG-ARTIKEL
                                    BWG-MENGE
                                    BWG-MHD
                                    BWG-BELFDN
                                    BWG-CHLFDN
           END-CALL.

           GO TO    SCH-CHG-20.

       SCH-CHG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LISTE FUER JEDEN USER IM HEUTIGEN KUECHENDIENST
      *--------------------------------------------------------------
       DRUCKE-JE-USER SECTION.
       DRK-USR-00.

           ADD      1 TO USR-IDX.
           IF       USR-IDX > USR-ANZ
                    GO TO DRK-USR-90
           END-IF.

           MOVE     USR-NAME(USR-IDX) TO KD-DIENST-USER.
           PERFORM  DRUCKE-LISTE.

           GO TO    DRK-USR-00.

       DRK-USR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MHD-LISTE FUER KD-DIENST-USER DRUCKEN UND ZUSTELLEN
      *--------------------------------------------------------------
       DRUCKE-LISTE SECTION.
       DRK-LIS-00.

      * AUSGABEWEG UEBER DIE DREHSCHEIBE XXP2030 BESTIMMEN
           INITIALIZE RET-CODE.
           MOVE     "V"            TO HUB-AKTION.
           MOVE     "XXF0244"      TO HUB-PRTF.
           MOVE     KD-DIENST-USER TO HUB-USER.
           MOVE     X-OUTQ         TO HUB-OUTQ.
           CALL     "XXP2030" USING HUB-AKTION
                                    HUB-PRTF
                                    HUB-USER
                                    HUB-OUTQ
                                    RET-CODE
           END-CALL.

           OPEN     OUTPUT XXDRUCK-DAT.

      * KOPFZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "KOPF"         TO DRART   OF XXDRUCK-REC.
           MOVE     DATE-8         TO DRDATUM OF XXDRUCK-REC.
           MOVE     STICHTAG       TO DRSTICH OF XXDRUCK-REC.
           MOVE     KD-DIENST-USER TO DRUSER  OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

      * BALD ABLAUFENDE CHARGEN
           MOVE     ZEROES TO ABL-IDX.
       DRK-LIS-20.
           ADD      1 TO ABL-IDX.
           IF       ABL-IDX > ABL-ANZ
                    GO TO DRK-LIS-40
           END-IF.
           INITIALIZE XXDRUCK-REC.
           MOVE     "ZEILE"            TO DRART  OF XXDRUCK-REC.
           MOVE     ABL-ART(ABL-IDX)   TO CHART  OF XXDRUCK-REC.
           MOVE     ABL-MHD(ABL-IDX)   TO CHMHD  OF XXDRUCK-REC.
           MOVE     ABL-LFDN(ABL-IDX)  TO CHLFDN OF XXDRUCK-REC.
           MOVE     ABL-REST(ABL-IDX)  TO CHREST OF XXDRUCK-REC.
           MOVE     ABL-TAGE(ABL-IDX)  TO DRTAGE OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.
           GO TO    DRK-LIS-20.

      * HEUTE ABGESCHRIEBENE CHARGEN
       DRK-LIS-40.
           MOVE     ZEROES TO VRD-IDX.
       DRK-LIS-50.
           ADD      1 TO VRD-IDX.
           IF       VRD-IDX > VRD-ANZ
                    GO TO DRK-LIS-80
           END-IF.
           INITIALIZE XXDRUCK-REC.
           MOVE     "VERDERB"          TO DRART  OF XXDRUCK-REC.
           MOVE     VRD-ART(VRD-IDX)   TO CHART  OF XXDRUCK-REC.
           MOVE     VRD-MHD(VRD-IDX)   TO CHMHD  OF XXDRUCK-REC.
           MOVE     VRD-LFDN(VRD-IDX)  TO CHLFDN OF XXDRUCK-REC.
           MOVE     VRD-REST(VRD-IDX)  TO CHREST OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.
           GO TO    DRK-LIS-50.

      * SUMMENZEILE
       DRK-LIS-80.
           INITIALIZE XXDRUCK-REC.
           MOVE     "SUMME"  TO DRART  OF XXDRUCK-REC.
           MOVE     ABL-ANZ  TO DRANZ  OF XXDRUCK-REC.
           MOVE     VRD-ANZ  TO DRVANZ OF XXDRUCK-REC.
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

       DRK-LIS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ERGEBNIS DES LAUFS PROTOKOLLIEREN
      *--------------------------------------------------------------
       SCHREIBE-LOG SECTION.
       SCH-LOG-00.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PKDCHG"   TO STFILE OF LOG-CPY.
           MOVE     "INFO"     TO STKEY  OF LOG-CPY.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "MHD-LISTE: " ABL-ANZ " CHARGEN LAUFEN BIS "
                    STICHTAG " AB, " VRD-ANZ " ABGESCHRIEBEN, "
                    USR-ANZ " EMPFAENGER"
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
