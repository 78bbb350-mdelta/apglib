       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              AZP0334.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * ENTWICKLUNG DER BEURTEILUNGEN EINES AZUBIS DRUCKEN            *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  DRUCKT FUER X-USER DIE NOTEN ALLER           *
      *                  BEURTEILUNGSBOEGEN (PAZUBEU/PAZUBEK, PFLEGE  *
      *                  AZP0332) NEBENEINANDER: JE KRITERIUM EINE    *
      *                  ZEILE, JE EINSATZ EINE SPALTE IN DER         *
      *                  ZEITLICHEN REIHENFOLGE, DARUNTER DER         *
      *                  DURCHSCHNITT JE EINSATZ. PASSEN NICHT ALLE   *
      *                  EINSAETZE AUF EINE ZEILE, FOLGT EIN WEITERER *
      *                  BLOCK. SPOOL AZF0334 UEBER DIE DREHSCHEIBE   *
      *                  XXP2030.                                     *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    DER AUSDRUCK WIRD ZUSAETZLICH ALS DOKUMENT   *
      *                  "ENTWICKL" IN DER DIGITALEN PERSONALAKTE DES *
      *                  AZUBIS ABGELEGT (XXP2032).                   *
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
      * PAZUBEU: BUUSER, BUVON (BEURTEILUNGSBOGEN)
      *-------------------------------------------------------------
           SELECT PAZUBEU-DP
                  ASSIGN       TO  DATABASE-PAZUBEU
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAZUBEK: BKUSER, BKVON, BKKRIT (KRITERIEN DES BOGENS)
      *-------------------------------------------------------------
           SELECT PAZUBEK-DP
                  ASSIGN       TO  DATABASE-PAZUBEK
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *    PRINTERFILE FUER DIE ENTWICKLUNG
      *-------------------------------------------------------------
           SELECT XXDRUCK-DAT
                  ASSIGN        TO FORMATFILE-AZF0334
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PAZUBEU: BUUSER, BUVON
       FD  PAZUBEU-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUBEU-P.
           COPY DDS-ALL-FORMATS OF PAZUBEU.
      /
      *--- PAZUBEK: BKUSER, BKVON, BKKRIT
       FD  PAZUBEK-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUBEK-P.
           COPY DDS-ALL-FORMATS OF PAZUBEK.
      /
      *------DRUCKAUSGABE----
       FD  XXDRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  XXDRUCK-REC.
           COPY DDS-ALL-FORMATS OF AZF0334.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "AZP0334".
       01  PGM-TYP                       PIC X(8)  VALUE "AZUBI ".

      * PARAMETER FUER DIE AUSGABEDREHSCHEIBE XXP2030
       01  HUB-AKTION                    PIC X(1).
       01  HUB-PRTF                      PIC X(10).
       01  HUB-USER                      PIC X(10).
       01  HUB-OUTQ                      PIC X(10).

      * PARAMETER FUER DIE PERSONALAKTE XXP2032
       01  AKT-PRTF                      PIC X(10).
       01  AKT-USER                      PIC X(10).
       01  AKT-DOKTYP                    PIC X(10).
       01  AKT-VON                       PIC 9(8).
       01  AKT-BIS                       PIC 9(8).

      * EINSAETZE DES AZUBIS MIT BOGEN (SPALTEN)
       01  PER-TAB.
        02 PER-CNT                       PIC 9(3) COMP-3.
        02 PER-REC OCCURS 50 TIMES.
         04 PER-VON                      LIKE BUVON  OF PAZUBEU-P.
         04 PER-TEAM                     LIKE BUTEAM OF PAZUBEU-P.
         04 PER-SUMME                    PIC 9(3).
         04 PER-ANZ                      PIC 9(3).

      * KRITERIEN (ZEILEN) MIT DEN NOTEN JE EINSATZ
       01  KRT-TAB.
        02 KRT-REC OCCURS 9 TIMES.
         04 KRT-BEZ                      LIKE BKBEZ  OF PAZUBEK-P.
         04 KRT-NOTE                     PIC 9(1) OCCURS 50 TIMES.

       01  PIDX                          PIC 9(3) COMP-3.
       01  KIDX                          PIC 9(3) COMP-3.

      * SPALTEN JE DRUCKBLOCK
       01  BLOCK-BREITE                  PIC 9(3) COMP-3 VALUE 8.
       01  BLOCK-START                   PIC 9(3) COMP-3.
       01  SPALTE                        PIC 9(3) COMP-3.
       01  SPALTE-NOTE                   PIC 9(1).
       01  SPALTE-SCHNITT                PIC 9(1)V99.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-USER                        PIC X(10).
      * AUSGABEWARTESCHLANGE, SPACES = PRT01
       01  X-OUTQ                        PIC X(10).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-USER
                                X-OUTQ.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "AZP0334" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           IF       X-USER = SPACES
                    GO TO ENDE
           END-IF.

           OPEN     INPUT  PAZUBEU-DP
                           PAZUBEK-DP.

      * ALLE BOEGEN DES AZUBIS EINLESEN
           PERFORM  LESE-BOEGEN.

           CLOSE    PAZUBEU-DP
                    PAZUBEK-DP.

           PERFORM  COPY-GET-TIME.

      * AUSGABEWEG UEBER DIE DREHSCHEIBE XXP2030 BESTIMMEN
           INITIALIZE RET-CODE.
           MOVE     "V"       TO HUB-AKTION.
           MOVE     "AZF0334" TO HUB-PRTF.
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
           MOVE     "KOPF"      TO DRART   OF XXDRUCK-REC.
           MOVE     X-USER      TO DRUSER  OF XXDRUCK-REC.
           MOVE     DATE-8      TO DRDATUM OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

      * EINSAETZE BLOCKWEISE NEBENEINANDER DRUCKEN
           MOVE     1 TO BLOCK-START.

       ANF020.
           IF       BLOCK-START > PER-CNT
                    GO TO ANF090
           END-IF.
           PERFORM  DRUCKE-BLOCK.
           ADD      BLOCK-BREITE TO BLOCK-START.
           GO TO    ANF020.

       ANF090.
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

      * AUSDRUCK IN DER PERSONALAKTE ABLEGEN
           MOVE     DATE-8     TO AKT-VON.
           IF       PER-CNT > ZEROES
                    MOVE PER-VON(1) TO AKT-VON
           END-IF.
           INITIALIZE RET-CODE.
           MOVE     "AZF0334"    TO AKT-PRTF.
           MOVE     X-USER       TO AKT-USER.
           MOVE     "ENTWICKL"   TO AKT-DOKTYP.
           MOVE     DATE-8       TO AKT-BIS.
           CALL     "XXP2032" USING AKT-PRTF
                                    AKT-USER
                                    AKT-DOKTYP
                                    AKT-VON
                                    AKT-BIS
                                    RET-CODE
           END-CALL.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * BOEGEN UND IHRE KRITERIEN IN DIE TABELLEN UEBERNEHMEN
      *--------------------------------------------------------------
       LESE-BOEGEN SECTION.
       LES-BOG-00.

           INITIALIZE PER-TAB.
           INITIALIZE KRT-TAB.

           INITIALIZE PAZUBEUF OF PAZUBEU-P.
           MOVE     X-USER TO BUUSER OF PAZUBEU-P.
           MOVE     ZEROES TO BUVON  OF PAZUBEU-P.
           START    PAZUBEU-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-BOG-90
           END-IF.

       LES-BOG-20.
           READ     PAZUBEU-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      BUUSER OF PAZUBEU-P NOT = X-USER
                    GO TO LES-BOG-90
           END-IF.
           IF       PER-CNT NOT < 50
                    GO TO LES-BOG-90
           END-IF.

           ADD      1 TO PER-CNT.
           MOVE     BUVON  OF PAZUBEU-P TO PER-VON(PER-CNT).
           MOVE     BUTEAM OF PAZUBEU-P TO PER-TEAM(PER-CNT).
           PERFORM  LESE-KRITERIEN.

           GO TO    LES-BOG-20.

       LES-BOG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NOTEN DES BOGENS PER-CNT JE KRITERIUM MERKEN
      *--------------------------------------------------------------
       LESE-KRITERIEN SECTION.
       LES-KRI-00.

           INITIALIZE PAZUBEKF OF PAZUBEK-P.
           MOVE     X-USER            TO BKUSER OF PAZUBEK-P.
           MOVE     PER-VON(PER-CNT)  TO BKVON  OF PAZUBEK-P.
           MOVE     ZEROES            TO BKKRIT OF PAZUBEK-P.
           START    PAZUBEK-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-KRI-90
           END-IF.

       LES-KRI-20.
           READ     PAZUBEK-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      BKUSER OF PAZUBEK-P NOT = X-USER
            OR      BKVON  OF PAZUBEK-P NOT = PER-VON(PER-CNT)
                    GO TO LES-KRI-90
           END-IF.
           IF       BKKRIT OF PAZUBEK-P < 1
            OR      BKKRIT OF PAZUBEK-P > 9
                    GO TO LES-KRI-20
           END-IF.

           MOVE     BKKRIT OF PAZUBEK-P TO KIDX.
           MOVE     BKBEZ  OF PAZUBEK-P TO KRT-BEZ(KIDX).
           MOVE     BKNOTE OF PAZUBEK-P TO KRT-NOTE(KIDX, PER-CNT).
           IF       BKNOTE OF PAZUBEK-P > ZEROES
                    ADD BKNOTE OF PAZUBEK-P TO PER-SUMME(PER-CNT)
                    ADD 1                   TO PER-ANZ(PER-CNT)
           END-IF.

           GO TO    LES-KRI-20.

       LES-KRI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINEN BLOCK AB BLOCK-START DRUCKEN: EINSATZZEILE, JE
      * KRITERIUM EINE NOTENZEILE UND DIE DURCHSCHNITTSZEILE
      *--------------------------------------------------------------
       DRUCKE-BLOCK SECTION.
       DRK-BLK-00.

      * SPALTENKOEPFE: TEAM UND BEGINN JE EINSATZ
           INITIALIZE XXDRUCK-REC.
           MOVE     "EINSATZ" TO DRART OF XXDRUCK-REC.
           MOVE     ZEROES    TO SPALTE.

       DRK-BLK-10.
           IF       SPALTE NOT < BLOCK-BREITE
                    GO TO DRK-BLK-15
           END-IF.
           ADD      1 TO SPALTE.
           COMPUTE  PIDX = BLOCK-START + SPALTE - 1.
           IF       PIDX > PER-CNT
                    GO TO DRK-BLK-15
           END-IF.
           PERFORM  SETZE-EINSATZ.
           GO TO    DRK-BLK-10.

       DRK-BLK-15.
           WRITE    XXDRUCK-REC.

      * JE KRITERIUM EINE ZEILE
           MOVE     ZEROES TO KIDX.

       DRK-BLK-20.
           IF       KIDX NOT < 9
                    GO TO DRK-BLK-40
           END-IF.
           ADD      1 TO KIDX.
           IF       KRT-BEZ(KIDX) = SPACES
                    GO TO DRK-BLK-20
           END-IF.

           INITIALIZE XXDRUCK-REC.
           MOVE     "ZEILE"       TO DRART OF XXDRUCK-REC.
           MOVE     KRT-BEZ(KIDX) TO BKBEZ OF XXDRUCK-REC.
           MOVE     ZEROES        TO SPALTE.

       DRK-BLK-30.
           IF       SPALTE NOT < BLOCK-BREITE
                    GO TO DRK-BLK-35
           END-IF.
           ADD      1 TO SPALTE.
           COMPUTE  PIDX = BLOCK-START + SPALTE - 1.
           IF       PIDX > PER-CNT
                    GO TO DRK-BLK-35
           END-IF.
           MOVE     KRT-NOTE(KIDX, PIDX) TO SPALTE-NOTE.
           PERFORM  SETZE-NOTE.
           GO TO    DRK-BLK-30.

       DRK-BLK-35.
           WRITE    XXDRUCK-REC.
           GO TO    DRK-BLK-20.

      * DURCHSCHNITT JE EINSATZ
       DRK-BLK-40.
           INITIALIZE XXDRUCK-REC.
           MOVE     "SCHNITT" TO DRART OF XXDRUCK-REC.
           MOVE     ZEROES    TO SPALTE.

       DRK-BLK-50.
           IF       SPALTE NOT < BLOCK-BREITE
                    GO TO DRK-BLK-60
           END-IF.
           ADD      1 TO SPALTE.
           COMPUTE  PIDX = BLOCK-START + SPALTE - 1.
           IF       PIDX > PER-CNT
                    GO TO DRK-BLK-60
           END-IF.
           MOVE     ZEROES TO SPALTE-SCHNITT.
           IF       PER-ANZ(PIDX) > ZEROES
                    COMPUTE SPALTE-SCHNITT ROUNDED =
                            PER-SUMME(PIDX) / PER-ANZ(PIDX)
                    END-COMPUTE
           END-IF.
           PERFORM  SETZE-SCHNITT.
           GO TO    DRK-BLK-50.

       DRK-BLK-60.
           WRITE    XXDRUCK-REC.

       DRK-BLK-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TEAM UND BEGINN DES EINSATZES PIDX IN DIE SPALTE STELLEN
      *--------------------------------------------------------------
       SETZE-EINSATZ SECTION.
       SET-EIN-00.

           EVALUATE SPALTE
                    WHEN 1 MOVE PER-TEAM(PIDX) TO DRTEM1 OF XXDRUCK-REC
                           MOVE PER-VON(PIDX)  TO DRVON1 OF XXDRUCK-REC
                    WHEN 2 MOVE PER-TEAM(PIDX) TO DRTEM2 OF XXDRUCK-REC
                           MOVE PER-VON(PIDX)  TO DRVON2 OF XXDRUCK-REC
                    WHEN 3 MOVE PER-TEAM(PIDX) TO DRTEM3 OF XXDRUCK-REC
                           MOVE PER-VON(PIDX)  TO DRVON3 OF XXDRUCK-REC
                    WHEN 4 MOVE PER-TEAM(PIDX) TO DRTEM4 OF XXDRUCK-REC
                           MOVE PER-VON(PIDX)  TO DRVON4 OF XXDRUCK-REC
                    WHEN 5 MOVE PER-TEAM(PIDX) TO DRTEM5 OF XXDRUCK-REC
                           MOVE PER-VON(PIDX)  TO DRVON5 OF XXDRUCK-REC
                    WHEN 6 MOVE PER-TEAM(PIDX) TO DRTEM6 OF XXDRUCK-REC
                           MOVE PER-VON(PIDX)  TO DRVON6 OF XXDRUCK-REC
                    WHEN 7 MOVE PER-TEAM(PIDX) TO DRTEM7 OF XXDRUCK-REC
                           MOVE PER-VON(PIDX)  TO DRVON7 OF XXDRUCK-REC
                    WHEN 8 MOVE PER-TEAM(PIDX) TO DRTEM8 OF XXDRUCK-REC
                           MOVE PER-VON(PIDX)  TO DRVON8 OF XXDRUCK-REC
           END-EVALUATE.

       SET-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NOTE DES EINSATZES IN DIE SPALTE STELLEN
      *--------------------------------------------------------------
       SETZE-NOTE SECTION.
       SET-NOT-00.

           EVALUATE SPALTE
                    WHEN 1 MOVE SPALTE-NOTE TO DRNOT1 OF XXDRUCK-REC
                    WHEN 2 MOVE SPALTE-NOTE TO DRNOT2 OF XXDRUCK-REC
                    WHEN 3 MOVE SPALTE-NOTE TO DRNOT3 OF XXDRUCK-REC
                    WHEN 4 MOVE SPALTE-NOTE TO DRNOT4 OF XXDRUCK-REC
                    WHEN 5 MOVE SPALTE-NOTE TO DRNOT5 OF XXDRUCK-REC
                    WHEN 6 MOVE SPALTE-NOTE TO DRNOT6 OF XXDRUCK-REC
                    WHEN 7 MOVE SPALTE-NOTE TO DRNOT7 OF XXDRUCK-REC
                    WHEN 8 MOVE SPALTE-NOTE TO DRNOT8 OF XXDRUCK-REC
           END-EVALUATE.

       SET-NOT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DURCHSCHNITT DES EINSATZES IN DIE SPALTE STELLEN
      *--------------------------------------------------------------
       SETZE-SCHNITT SECTION.
       SET-SCH-00.

           EVALUATE SPALTE
                    WHEN 1 MOVE SPALTE-SCHNITT TO DRSCH1 OF XXDRUCK-REC
                    WHEN 2 MOVE SPALTE-SCHNITT TO DRSCH2 OF XXDRUCK-REC
                    WHEN 3 MOVE SPALTE-SCHNITT TO DRSCH3 OF XXDRUCK-REC
                    WHEN 4 MOVE SPALTE-SCHNITT TO DRSCH4 OF XXDRUCK-REC
                    WHEN 5 MOVE SPALTE-SCHNITT TO DRSCH5 OF XXDRUCK-REC
                    WHEN 6 MOVE SPALTE-SCHNITT TO DRSCH6 OF XXDRUCK-REC
                    WHEN 7 MOVE SPALTE-SCHNITT TO DRSCH7 OF XXDRUCK-REC
                    WHEN 8 MOVE SPALTE-SCHNITT TO DRSCH8 OF XXDRUCK-REC
           END-EVALUATE.

       SET-SCH-90.
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
