       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0245.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * MONATSZAHLEN DES KUECHENLAGERS (PKDLAGB)                      *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  SUMMIERT DIE LAGERBEWEGUNGEN (PKDLAGB,       *
      *                  GESCHRIEBEN VON XXP0222) DES MONATS          *
      *                  X-JAHR/X-MONAT JE ARTIKEL NACH ZUGANG "Z",   *
      *                  VERBRAUCH "V" UND VERDERB "A" (ABGESCHRIE-   *
      *                  BENE CHARGEN, XXP0244) UND DRUCKT SIE MIT    *
      *                  DEM WERT DES VERDERBS (PREIS AUS PKDART)     *
      *                  UND DEN SUMMEN ALS SPOOL XXF0245. WIRD VOM   *
      *                  MONATSABSCHLUSS XXP0227 MIT AUFGERUFEN.      *
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
      * PKDLAGB: BWLFDN (LAGERBEWEGUNGEN)
      *-------------------------------------------------------------
           SELECT PKDLAGB-DP
                  ASSIGN       TO  DATABASE-PKDLAGB
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDART: ARART (ARTIKELKATALOG)
      *-------------------------------------------------------------
           SELECT PKDART-DP
                  ASSIGN       TO  DATABASE-PKDART
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *    PRINTERFILE FUER DIE MONATSZAHLEN
      *-------------------------------------------------------------
           SELECT XXDRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0245
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PKDLAGB: BWLFDN
       FD  PKDLAGB-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDLAGB-P.
           COPY DDS-ALL-FORMATS OF PKDLAGB.
      /
      *--- PKDART: ARART
       FD  PKDART-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDART-P.
           COPY DDS-ALL-FORMATS OF PKDART.
      /
      *------DRUCKAUSGABE----
       FD  XXDRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  XXDRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0245.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0245".
       01  PGM-TYP                       PIC X(8)  VALUE "KUECHE".

      * PARAMETER FUER DIE AUSGABEDREHSCHEIBE XXP2030
       01  HUB-AKTION                    PIC X(1).
       01  HUB-PRTF                      PIC X(10).
       01  HUB-USER                      PIC X(10).
       01  HUB-OUTQ                      PIC X(10).

      * ZEITRAUM DES MONATS
       01  MONAT-VON                     PIC 9(8).
       01  MONAT-BIS                     PIC 9(8).

      * SUMMEN JE ARTIKEL
       01  ART-TAB.
        05 ART-EINTRAG                   OCCURS 999 TIMES.
         10 ART-ID                       LIKE BWARTI OF PKDLAGB-P.
         10 ART-ZUG                      PIC 9(7).
         10 ART-VBR                      PIC 9(7).
         10 ART-VRD                      PIC 9(7).
       01  ART-ANZ                       PIC 9(4).
       01  ART-IDX                       PIC 9(4).

      * WERT DES VERDERBS
       01  VRD-WERT                      PIC S9(9)V9(2).

      * GESAMTSUMMEN
       01  SUM-ZUG                       PIC 9(9).
       01  SUM-VBR                       PIC 9(9).
       01  SUM-VRD                       PIC 9(9).
       01  SUM-WERT                      PIC S9(11)V9(2).
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
           MOVE     "XXP0245" TO PGM-WRK.
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
           COMPUTE  MONAT-VON = X-JAHR * 10000 + X-MONAT * 100 + 1.
           COMPUTE  MONAT-BIS = X-JAHR * 10000 + X-MONAT * 100 + 31.

           PERFORM  COPY-GET-TIME.

           OPEN     INPUT PKDLAGB-DP
                          PKDART-DP.

      * BEWEGUNGEN DES MONATS JE ARTIKEL SUMMIEREN
           PERFORM  SUMMIERE-BEWEGUNGEN.

      * MONATSZAHLEN DRUCKEN
           PERFORM  DRUCKE-MONAT.

           CLOSE    PKDLAGB-DP
                    PKDART-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE BEWEGUNGEN DES MONATS JE ARTIKEL UND ART SUMMIEREN
      *--------------------------------------------------------------
       SUMMIERE-BEWEGUNGEN SECTION.
       SUM-BWG-00.

           INITIALIZE ART-TAB, ART-ANZ.

           INITIALIZE PKDLAGBF OF PKDLAGB-P.
           MOVE     ZEROES TO BWLFDN OF PKDLAGB-P.
           START    PKDLAGB-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUM-BWG-90
           END-IF.

       SUM-BWG-20.
           READ     PKDLAGB-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUM-BWG-90
           END-IF.

           IF       BWADTA OF PKDLAGB-P < MONAT-VON
            OR      BWADTA OF PKDLAGB-P > MONAT-BIS
                    GO TO SUM-BWG-20
           END-IF.

      * ARTIKEL IN DER TABELLE SUCHEN, SONST NEU AUFNEHMEN
           MOVE     ZEROES TO ART-IDX.
       SUM-BWG-40.
           ADD      1 TO ART-IDX.
           IF       ART-IDX > ART-ANZ
                    IF   ART-ANZ NOT < 999
                         GO TO SUM-BWG-20
                    END-IF
                    ADD  1 TO ART-ANZ
                    MOVE BWARTI OF PKDLAGB-P TO ART-ID(ART-ANZ)
                    MOVE ART-ANZ             TO ART-IDX
           END-IF.
           IF       ART-ID(ART-IDX) NOT = BWARTI OF PKDLAGB-P
                    GO TO SUM-BWG-40
           END-IF.

           EVALUATE BWART OF PKDLAGB-P
                    WHEN "Z"
                         ADD BWMENG OF PKDLAGB-P TO ART-ZUG(ART-IDX)
                    WHEN "V"
                         ADD BWMENG OF PKDLAGB-P TO ART-VBR(ART-IDX)
                    WHEN "A"
                         ADD BWMENG OF PKDLAGB-P TO ART-VRD(ART-IDX)
           END-EVALUATE.

           GO TO    SUM-BWG-20.

       SUM-BWG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MONATSZAHLEN DRUCKEN (ZUSTELLUNG UEBER XXP2030)
      *--------------------------------------------------------------
       DRUCKE-MONAT SECTION.
       DRK-MON-00.

           INITIALIZE SUM-ZUG, SUM-VBR, SUM-VRD, SUM-WERT.

      * AUSGABEWEG UEBER DIE DREHSCHEIBE XXP2030 BESTIMMEN
           INITIALIZE RET-CODE.
           MOVE     "V"       TO HUB-AKTION.
           MOVE     "XXF0245" TO HUB-PRTF.
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

           MOVE     ZEROES TO ART-IDX.
       DRK-MON-20.
           ADD      1 TO ART-IDX.
           IF       ART-IDX > ART-ANZ
                    GO TO DRK-MON-80
           END-IF.

      * WERT DES VERDERBS AUS DEM ARTIKELPREIS
           INITIALIZE VRD-WERT.
           IF       ART-VRD(ART-IDX) NOT = ZEROES
                    INITIALIZE PKDARTF OF PKDART-P
                    MOVE ART-ID(ART-IDX) TO ARART OF PKDART-P
                    READ PKDART-DP WITH NO LOCK
                    IF   FILE-STATUS = ZEROES
                         COMPUTE VRD-WERT = ART-VRD(ART-IDX)
                                          * ARPREIS OF PKDART-P
                    END-IF
           END-IF.

           INITIALIZE XXDRUCK-REC.
           MOVE     "ZEILE"           TO DRART  OF XXDRUCK-REC.
           MOVE     ART-ID(ART-IDX)   TO BWARTI OF XXDRUCK-REC.
           MOVE     ART-ZUG(ART-IDX)  TO DRZUG  OF XXDRUCK-REC.
           MOVE     ART-VBR(ART-IDX)  TO DRVBR  OF XXDRUCK-REC.
           MOVE     ART-VRD(ART-IDX)  TO DRVRD  OF XXDRUCK-REC.
           MOVE     VRD-WERT          TO DRWERT OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           ADD      ART-ZUG(ART-IDX) TO SUM-ZUG.
           ADD      ART-VBR(ART-IDX) TO SUM-VBR.
           ADD      ART-VRD(ART-IDX) TO SUM-VRD.
           ADD      VRD-WERT         TO SUM-WERT.

           GO TO    DRK-MON-20.

      * SUMMENZEILE
       DRK-MON-80.
           INITIALIZE XXDRUCK-REC.
           MOVE     "SUMME"   TO DRART  OF XXDRUCK-REC.
           MOVE     SUM-ZUG   TO DRZUG  OF XXDRUCK-REC.
           MOVE     SUM-VBR   TO DRVBR  OF XXDRUCK-REC.
           MOVE     SUM-VRD   TO DRVRD  OF XXDRUCK-REC.
           MOVE     SUM-WERT  TO DRWERT OF XXDRUCK-REC.
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

       DRK-MON-90.
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
