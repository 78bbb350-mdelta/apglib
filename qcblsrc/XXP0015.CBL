       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0015.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * BILDSCHIRMENTWURF AUS EINER DISPLAY-SOURCE DRUCKEN            *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LIEST DIE DDS EINES DISPLAYS AUS QDDSSRC     *
      *                  (WIE XXP0014) UND DRUCKT JEDES FORMAT ALS    *
      *                  ZEICHENRASTER 24X80 BZW. 27X132 (DSPSIZ)     *
      *                  UEBER XXF0015 IN DIE OUTQ X-OUTQ:            *
      *                  KONSTANTEN IM KLARTEXT, FELDER ALS           *
      *                  PLATZHALTER IN IHRER LAENGE (X/9 AUSGABE,    *
      *                  _/# EINGABE ALPHA/NUMERISCH), DARUNTER DIE   *
      *                  FUNKTIONSTASTEN (CA/CF) UND EINE LEGENDE     *
      *                  DER FELDER MIT DER BESCHREIBUNG AUS PCFGFFD  *
      *                  (CMP0005/DSPFFD). REFERENZFELDER OHNE        *
      *                  LAENGE BEKOMMEN DIE LAENGE AUS PCFGFFD.      *
      *                  X-MBR = DISPLAY: ALLE FORMATE DIESES         *
      *                  DISPLAYS. X-MBR = "*ALL": ALLE DSPF-         *
      *                  MITGLIEDER VON X-LIB/QDDSSRC, DIE SEIT       *
      *                  X-DATUM (JJJJMMTT, NULL = ALLE) GEAENDERT    *
      *                  WURDEN (DSPFD *MBRLIST NACH PTMPMBR).        *
      *                  FUER TESTVORGABEN UND AZUBI-UNTERLAGEN.      *
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
      * PCFGFFDL1: WHLIB, WHFILE, WHNAME, WHFLDE (FELDER JE DATEI)
      *-------------------------------------------------------------
           SELECT PCFGFFD-DL
                  ASSIGN       TO  DATABASE-PCFGFFDL1
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                                   WITH DUPLICATES
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * TEMPORAERE DATEI PTMPMBR (DSPFD *MBRLIST)
      *-------------------------------------------------------------
           SELECT PTMPMBR-DP
                  ASSIGN       TO  DATABASE-PTMPMBR
                  ORGANIZATION IS  SEQUENTIAL
                  ACCESS       IS  SEQUENTIAL
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * QCALSRC: WIRD JE MITGLIED PER OVRDBF AUF DAS QUELLEN-
      *          MITGLIED UMGELEITET (CLP0011/CLP0012)
      *-------------------------------------------------------------
           SELECT QCALSRC-DP
                  ASSIGN       TO  DATABASE-QCALSRC
                  ORGANIZATION IS  SEQUENTIAL
                  ACCESS       IS  SEQUENTIAL
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *    PRINTERFILE FUER DIE ENTWUERFE
      *-------------------------------------------------------------
           SELECT XXDRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0015
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PCFGFFDL1: WHLIB, WHFILE, WHNAME, WHFLDE
       FD  PCFGFFD-DL
           LABEL RECORDS ARE STANDARD.
       01  PCFGFFD-L.
           COPY DDS-ALL-FORMATS OF PCFGFFDL1.
      /
      *--- TEMPORAERE PTMPMBR
       FD  PTMPMBR-DP
           LABEL RECORDS ARE STANDARD.
       01  PTMPMBR-P.
           COPY DDS-ALL-FORMATS OF PTMPMBR.
      /
      *--- QCALSRC: QUELLENMITGLIED (PER OVRDBF UMGELEITET)
       FD  QCALSRC-DP
           LABEL RECORDS ARE STANDARD.
       01  QCALSRC-P.
           COPY DDS-ALL-FORMATS OF QCALSRC.
      /
      *------DRUCKAUSGABE----
       FD  XXDRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  XXDRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0015.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0015".
       01  PGM-TYP                       PIC X(8)  VALUE "TEST".

      * PARAMETER FUER CL-PROGRAMME
       01  CMDEXC-REC                    TYPE CMDEXC-TYPE.
       01  DLTF-REC                      TYPE DLTF-TYPE.
       01  OVRDBF-REC                    TYPE OVRDBF-TYPE.
       01  DELOVR-REC                    TYPE DELOVR-TYPE.
       01  OVRPRTF-REC                   TYPE OVRPRTF-TYPE.

      * GERADE GEDRUCKTES DISPLAY
       01  DSP-LIB                       PIC X(10).
       01  DSP-NAME                      PIC X(10).
       01  DSP-OK                        PIC 9(1).
       01  ANZ-DISPLAYS                  PIC 9(5)  VALUE ZEROES.

      * AENDERUNGSDATUM AUS DER MITGLIEDERLISTE (CJJMMTT)
       01  AEND-CJMT-X                   PIC X(7).
       01  AEND-CJMT REDEFINES AEND-CJMT-X
                                         PIC 9(7).
       01  AEND-DATUM                    PIC 9(8).

      * ZEILENANALYSE
       01  ZEILE-WRK                     PIC X(80).
       01  SUCH-POS                      PIC 9(3).
       01  TEXT-LEN                      PIC 9(3).
       01  REST-WRK                      PIC X(80).
       01  ZAHL-X                        PIC X(5).
       01  ZAHL-9                        PIC 9(5).
       01  IM-FORMAT                     PIC 9(1).

      * BILDSCHIRMGROESSE (DSPSIZ)
       01  GRID-ZEILEN                   PIC 9(2).
       01  GRID-BREITE                   PIC 9(3).

      * ZEICHENRASTER DES FORMATS
       01  GRID-TAB.
        05 GRID-ZEILE                    OCCURS 27 TIMES
                                         PIC X(132).
       01  GRID-IX                       PIC 9(2).

      * AKTUELLES FORMAT
       01  FMT-NAME                      PIC X(10).
       01  FMT-ART                       PIC X(10).

      * LETZTE POSITION FUER RELATIVE ANGABEN (+N)
       01  LETZTE-ZEILE                  PIC 9(3).
       01  LETZTES-ENDE                  PIC 9(3).

      * ZU PLATZIERENDES ELEMENT
       01  P-ZEILE                       PIC 9(3).
       01  P-POS                         PIC 9(3).
       01  P-LEN                         PIC 9(3).
       01  P-TEXT                        PIC X(132).

      * KONSTANTE, GGF. UEBER FOLGEZEILEN FORTGESETZT
       01  KONST-OFFEN                   PIC 9(1).
       01  KONST-ZEILE                   PIC 9(3).
       01  KONST-POS                     PIC 9(3).
       01  KONST-TEXT                    PIC X(132).
       01  KONST-PTR                     PIC 9(3).

      * FELDER DES FORMATS FUER DIE LEGENDE
       01  ANZ-FELDER                    PIC 9(3).
       01  FELD-TAB.
        05 FELD-EINTRAG                  OCCURS 200 TIMES.
         10 FL-NAME                      PIC X(10).
         10 FL-ZEILE                     PIC 9(3).
         10 FL-POS                       PIC 9(3).
         10 FL-LEN                       PIC 9(5).
         10 FL-NUTZ                      PIC X(1).
         10 FL-NUM                       PIC 9(1).
         10 FL-TEXT                      PIC X(50).
       01  FELD-IX                       PIC 9(3).

      * FUNKTIONSTASTEN: DATEIEBENE UND FORMAT
       01  ANZ-TASTEN-DATEI              PIC 9(2).
       01  ANZ-TASTEN                    PIC 9(2).
       01  TASTEN-TAB.
        05 TASTE-EINTRAG                 OCCURS 48 TIMES
                                         PIC X(30).
       01  TASTE-IX                      PIC 9(2).
       01  TASTE-NR                      PIC 9(2).
       01  TASTE-NR-ED                   PIC Z9.
       01  TASTE-TEXT                    PIC X(24).

      * DRUCKZEILE
       01  DRUCK-ZEILE                   PIC X(132).
       01  DRUCK-PTR                     PIC 9(3).
       01  LINEAL                        PIC X(132).
       01  LINEAL-BLOCK.
        05 FILLER                        PIC X(9)  VALUE "....+....".
        05 LB-ZIFFER                     PIC 9(1).
       01  LINEAL-IX                     PIC 9(2).
       01  LINEAL-START                  PIC 9(3).
       01  LINEAL-LEN                    PIC 9(3).
       01  LINEAL-OFFS                   PIC 9(3).
       01  LEGENDE-KOPF                  PIC X(60) VALUE
           "FELD       ZEILE/SPALTE  LAENGE  NUTZUNG   BESCHREIBUNG".
       01  RAHMEN                        PIC X(132).
       01  ZEILE-ED                      PIC Z9.
       01  POS-ED                        PIC ZZ9.
       01  LEN-ED                        PIC ZZZZ9.
       01  GROESSE-TXT                   PIC X(6).
       01  NUTZ-TEXT                     PIC X(8).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * BIBLIOTHEK DER QDDSSRC, SPACES = CONST-LIB
       01  X-LIB                         PIC X(10).
      * DISPLAY-MITGLIED ODER "*ALL"
       01  X-MBR                         PIC X(10).
      * BEI "*ALL": GEAENDERT SEIT (JJJJMMTT), NULL = ALLE
       01  X-DATUM                       PIC 9(8).
      * AUSGABEWARTESCHLANGE, SPACES = PRT01
       01  X-OUTQ                        PIC X(10).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-LIB
                                X-MBR
                                X-DATUM
                                X-OUTQ.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0015" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           IF       X-MBR = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

           IF       X-LIB = SPACES
                    MOVE CONST-LIB TO DSP-LIB
           ELSE
                    MOVE X-LIB     TO DSP-LIB
           END-IF.

      * OUTQ SETZEN UND DRUCKDATEI OEFFNEN
           INITIALIZE RET-CODE.
           INITIALIZE OVRPRTF-REC.
           MOVE     "XXF0015" TO FROMFILE OF OVRPRTF-REC.
           IF       X-OUTQ = SPACES
                    MOVE "PRT01" TO TOOUTQ OF OVRPRTF-REC
           ELSE
                    MOVE X-OUTQ  TO TOOUTQ OF OVRPRTF-REC
           END-IF.
           CALL     "CLP0041" USING OVRPRTF-REC
                                    RET-CODE
           END-CALL.

           OPEN     INPUT  PCFGFFD-DL.
           OPEN     OUTPUT XXDRUCK-DAT.

           IF       X-MBR = "*ALL"
                    PERFORM DRUCKE-GEAENDERTE
           ELSE
                    MOVE    X-MBR TO DSP-NAME
                    PERFORM DRUCKE-DISPLAY
           END-IF.

           CLOSE    PCFGFFD-DL
                    XXDRUCK-DAT.

           DISPLAY  "XXP0015: " ANZ-DISPLAYS " DISPLAYS GEDRUCKT".

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE DSPF-MITGLIEDER VON QDDSSRC, DIE SEIT X-DATUM
      * GEAENDERT WURDEN
      *--------------------------------------------------------------
       DRUCKE-GEAENDERTE SECTION.
       DRU-GEA-00.

           PERFORM  DELETE-TMPMBR.
           INITIALIZE CMDEXC-REC.
           STRING   "DSPFD FILE("        DELIMITED BY SIZE
                    DSP-LIB              DELIMITED BY SPACES
                    "/QDDSSRC) TYPE(*MBRLIST) OUTPUT(*OUTFILE)"
                                         DELIMITED BY SIZE
                    " OUTFILE("          DELIMITED BY SIZE
                    CONST-LIB            DELIMITED BY SPACES
                    "/PTMPMBR)"          DELIMITED BY SIZE
               INTO COMMAND OF CMDEXC-REC
           END-STRING.
           INITIALIZE RET-CODE.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    GO TO DRU-GEA-90
           END-IF.

           OPEN     INPUT PTMPMBR-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-GEA-80
           END-IF.

       DRU-GEA-20.
           READ     PTMPMBR-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-GEA-70
           END-IF.

           IF       MLNAME OF PTMPMBR-P = SPACES
            OR      MLSEU2 OF PTMPMBR-P NOT = "DSPF"
                    GO TO DRU-GEA-20
           END-IF.

      * AENDERUNGSDATUM CJJMMTT NACH JJJJMMTT
           IF       X-DATUM NOT = ZEROES
                    MOVE MLCHGD OF PTMPMBR-P TO AEND-CJMT-X
                    IF   AEND-CJMT-X NOT NUMERIC
                         GO TO DRU-GEA-20
                    END-IF
                    COMPUTE AEND-DATUM = AEND-CJMT + 19000000
                    IF   AEND-DATUM < X-DATUM
                         GO TO DRU-GEA-20
                    END-IF
           END-IF.

           MOVE     MLNAME OF PTMPMBR-P TO DSP-NAME.
           PERFORM  DRUCKE-DISPLAY.

           GO TO    DRU-GEA-20.

       DRU-GEA-70.
           CLOSE    PTMPMBR-DP.

       DRU-GEA-80.
           PERFORM  DELETE-TMPMBR.

       DRU-GEA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EIN DISPLAY LESEN UND JEDES FORMAT DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-DISPLAY SECTION.
       DRU-DSP-00.

           INITIALIZE IM-FORMAT, ANZ-TASTEN-DATEI, ANZ-TASTEN.
           INITIALIZE TASTEN-TAB, KONST-OFFEN.
           MOVE     24 TO GRID-ZEILEN.
           MOVE     80 TO GRID-BREITE.

           PERFORM  OEFFNE-QUELLE.
           IF       DSP-OK = ZEROES
                    GO TO DRU-DSP-90
           END-IF.

           ADD      1 TO ANZ-DISPLAYS.

       DRU-DSP-20.
           READ     QCALSRC-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-DSP-80
           END-IF.

           MOVE     SRCDTA OF QCALSRC-P TO ZEILE-WRK.

           IF       ZEILE-WRK(7:1) = "*"
                    GO TO DRU-DSP-20
           END-IF.

      * FORTSETZUNG EINER KONSTANTEN
           IF       KONST-OFFEN NOT = ZEROES
                    PERFORM FORTSETZEN-KONSTANTE
                    GO TO DRU-DSP-20
           END-IF.

      * NEUES FORMAT: DAS VORIGE DRUCKEN
           IF       ZEILE-WRK(17:1) = "R"
                    IF   IM-FORMAT NOT = ZEROES
                         PERFORM DRUCKE-FORMAT
                    END-IF
                    PERFORM BEGINNE-FORMAT
                    GO TO DRU-DSP-20
           END-IF.

      * DATEIEBENE: BILDSCHIRMGROESSE UND TASTEN FUER ALLE FORMATE
           IF       IM-FORMAT = ZEROES
                    PERFORM PRUEFE-DSPSIZ
                    PERFORM PRUEFE-TASTE
                    MOVE    ANZ-TASTEN TO ANZ-TASTEN-DATEI
                    GO TO DRU-DSP-20
           END-IF.

      * FELD DES FORMATS
           IF       ZEILE-WRK(19:10) NOT = SPACES
                    PERFORM BEHANDLE-FELD
                    GO TO DRU-DSP-20
           END-IF.

      * KONSTANTE MIT EIGENER POSITION
           IF       ZEILE-WRK(39:6) NOT = SPACES
            AND     (   ZEILE-WRK(45:1) = "'"
                     OR ZEILE-WRK(45:5) = "DFT('")
                    PERFORM BEHANDLE-KONSTANTE
                    GO TO DRU-DSP-20
           END-IF.

      * SCHLUESSELWORTZEILE DES FORMATS
           PERFORM  PRUEFE-TASTE.

           GO TO    DRU-DSP-20.

       DRU-DSP-80.
           IF       IM-FORMAT NOT = ZEROES
                    PERFORM DRUCKE-FORMAT
           END-IF.
           PERFORM  SCHLIESSE-QUELLE.

       DRU-DSP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DSPSIZ AUF DATEIEBENE: ERSTE GROESSE IST DIE PRIMAERE
      *--------------------------------------------------------------
       PRUEFE-DSPSIZ SECTION.
       PRF-SIZ-00.

           MOVE     ZEROES TO SUCH-POS.
           INSPECT  ZEILE-WRK(45:36) TALLYING SUCH-POS
                    FOR CHARACTERS BEFORE INITIAL "DSPSIZ(".
           IF       SUCH-POS NOT < 30
                    GO TO PRF-SIZ-90
           END-IF.

           ADD      52 TO SUCH-POS.
           IF       ZEILE-WRK(SUCH-POS:4) = "*DS4"
            OR      ZEILE-WRK(SUCH-POS:2) = "27"
                    MOVE 27  TO GRID-ZEILEN
                    MOVE 132 TO GRID-BREITE
           END-IF.

       PRF-SIZ-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NEUES FORMAT BEGINNEN: RASTER UND LEGENDE LEEREN, NUR DIE
      * TASTEN DER DATEIEBENE BLEIBEN STEHEN
      *--------------------------------------------------------------
       BEGINNE-FORMAT SECTION.
       BEG-FMT-00.

           MOVE     1 TO IM-FORMAT.
           MOVE     ZEILE-WRK(19:10) TO FMT-NAME.
           MOVE     SPACES           TO FMT-ART.
           IF       ZEILE-WRK(45:3) = "SFL"
            OR      ZEILE-WRK(45:6) = "WINDOW"
                    UNSTRING ZEILE-WRK(45:20) DELIMITED BY "(" OR SPACE
                        INTO FMT-ART
                    END-UNSTRING
           END-IF.

           MOVE     SPACES TO GRID-TAB.
           INITIALIZE FELD-TAB, ANZ-FELDER.
           INITIALIZE LETZTE-ZEILE, LETZTES-ENDE.
           MOVE     ANZ-TASTEN-DATEI TO ANZ-TASTEN.

      * TASTEN AUF DER FORMATZEILE SELBST
           PERFORM  PRUEFE-TASTE.

       BEG-FMT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FUNKTIONSTASTE CANN(NN 'TEXT') / CFNN(NN 'TEXT') MERKEN
      *--------------------------------------------------------------
       PRUEFE-TASTE SECTION.
       PRF-TAS-00.

           IF       ZEILE-WRK(45:2) NOT = "CA"
            AND     ZEILE-WRK(45:2) NOT = "CF"
                    GO TO PRF-TAS-90
           END-IF.
           IF       ZEILE-WRK(47:2) NOT NUMERIC
            OR      ANZ-TASTEN NOT < 48
                    GO TO PRF-TAS-90
           END-IF.

           MOVE     ZEILE-WRK(47:2) TO TASTE-NR.
           MOVE     TASTE-NR        TO TASTE-NR-ED.

      * TEXT ZWISCHEN DEN HOCHKOMMAS, SONST NUR DIE TASTE
           MOVE     SPACES TO TASTE-TEXT.
           MOVE     ZEROES TO SUCH-POS.
           INSPECT  ZEILE-WRK(45:36) TALLYING SUCH-POS
                    FOR CHARACTERS BEFORE INITIAL "'".
           IF       SUCH-POS < 35
                    ADD  46 TO SUCH-POS
                    UNSTRING ZEILE-WRK(SUCH-POS:81 - SUCH-POS)
                             DELIMITED BY "'"
                        INTO TASTE-TEXT
                    END-UNSTRING
           END-IF.

           ADD      1 TO ANZ-TASTEN.
           MOVE     SPACES TO TASTE-EINTRAG (ANZ-TASTEN).
           STRING   "F"                      DELIMITED BY SIZE
                    FUNCTION TRIM(TASTE-NR-ED) DELIMITED BY SIZE
                    "="                      DELIMITED BY SIZE
                    TASTE-TEXT               DELIMITED BY "  "
               INTO TASTE-EINTRAG (ANZ-TASTEN)
           END-STRING.

       PRF-TAS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FELD: POSITION UND LAENGE ERMITTELN, ALS PLATZHALTER INS
      * RASTER STELLEN UND FUER DIE LEGENDE MERKEN
      *--------------------------------------------------------------
       BEHANDLE-FELD SECTION.
       BEH-FLD-00.

           IF       ANZ-FELDER NOT < 200
                    GO TO BEH-FLD-90
           END-IF.

           ADD      1 TO ANZ-FELDER.
           MOVE     ANZ-FELDER TO FELD-IX.
           MOVE     ZEILE-WRK(19:10) TO FL-NAME (FELD-IX).

      * NUTZUNG: LEER = B (EIN-/AUSGABE)
           MOVE     ZEILE-WRK(38:1)  TO FL-NUTZ (FELD-IX).
           IF       FL-NUTZ (FELD-IX) = SPACE
                    MOVE "B" TO FL-NUTZ (FELD-IX)
           END-IF.

      * NUMERISCH: DATENTYP S/Y/P ODER DEZIMALSTELLEN OHNE TYP
           MOVE     ZEROES TO FL-NUM (FELD-IX).
           IF       ZEILE-WRK(35:1) = "S" OR "Y" OR "P"
            OR      (    ZEILE-WRK(35:1)  = SPACE
                     AND ZEILE-WRK(36:2) NOT = SPACES)
                    MOVE 1 TO FL-NUM (FELD-IX)
           END-IF.

      * LAENGE AUS DER DDS, BEI REFERENZFELDERN AUS PCFGFFD
           MOVE     ZEILE-WRK(30:5) TO ZAHL-X.
           PERFORM  LESE-ZAHL.
           MOVE     ZAHL-9 TO FL-LEN (FELD-IX).
           PERFORM  LESE-BESCHREIBUNG.

      * ZEILE UND SPALTE, RELATIV ZUM VORIGEN ELEMENT MOEGLICH
           MOVE     ZEILE-WRK(39:3) TO ZAHL-X.
           PERFORM  LESE-ZAHL.
           IF       ZAHL-9 = ZEROES
                    MOVE LETZTE-ZEILE TO FL-ZEILE (FELD-IX)
           ELSE
                    MOVE ZAHL-9       TO FL-ZEILE (FELD-IX)
           END-IF.
           MOVE     ZEILE-WRK(42:3) TO ZAHL-X.
           PERFORM  LESE-ZAHL.
           IF       ZEILE-WRK(42:1) = "+"
                    COMPUTE FL-POS (FELD-IX) = LETZTES-ENDE
                                             + ZAHL-9 + 1
           ELSE
                    MOVE ZAHL-9 TO FL-POS (FELD-IX)
           END-IF.

      * VERDECKTE FELDER UND PROGRAMM-SYSTEM-FELDER NUR LEGENDE
           IF       FL-NUTZ (FELD-IX) = "H" OR "P"
                    GO TO BEH-FLD-90
           END-IF.

           MOVE     FL-ZEILE (FELD-IX) TO P-ZEILE.
           MOVE     FL-POS   (FELD-IX) TO P-POS.
           MOVE     FL-LEN   (FELD-IX) TO P-LEN.
           EVALUATE TRUE
                    WHEN FL-NUTZ (FELD-IX) = "O"
                     AND FL-NUM  (FELD-IX) = 1
                         MOVE ALL "9" TO P-TEXT
                    WHEN FL-NUTZ (FELD-IX) = "O"
                         MOVE ALL "X" TO P-TEXT
                    WHEN FL-NUM  (FELD-IX) = 1
                         MOVE ALL "#" TO P-TEXT
                    WHEN OTHER
                         MOVE ALL "_" TO P-TEXT
           END-EVALUATE.
           PERFORM  PLATZIERE.

       BEH-FLD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KONSTANTE 'TEXT' ODER DFT('TEXT') MIT ZEILE/SPALTE
      *--------------------------------------------------------------
       BEHANDLE-KONSTANTE SECTION.
       BEH-KON-00.

           MOVE     ZEILE-WRK(39:3) TO ZAHL-X.
           PERFORM  LESE-ZAHL.
           IF       ZAHL-9 = ZEROES
                    MOVE LETZTE-ZEILE TO KONST-ZEILE
           ELSE
                    MOVE ZAHL-9       TO KONST-ZEILE
           END-IF.
           MOVE     ZEILE-WRK(42:3) TO ZAHL-X.
           PERFORM  LESE-ZAHL.
           IF       ZEILE-WRK(42:1) = "+"
                    COMPUTE KONST-POS = LETZTES-ENDE + ZAHL-9 + 1
           ELSE
                    MOVE ZAHL-9 TO KONST-POS
           END-IF.

           MOVE     SPACES TO KONST-TEXT.
           MOVE     1      TO KONST-PTR.

      * TEXT BEGINNT HINTER DEM ERSTEN HOCHKOMMA
           MOVE     ZEROES TO SUCH-POS.
           INSPECT  ZEILE-WRK(45:36) TALLYING SUCH-POS
                    FOR CHARACTERS BEFORE INITIAL "'".
           ADD      46 TO SUCH-POS.
           MOVE     SPACES TO REST-WRK.
           MOVE     ZEILE-WRK(SUCH-POS:81 - SUCH-POS) TO REST-WRK.
           PERFORM  UEBERNIMM-KONSTANTE.

       BEH-KON-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FOLGEZEILE EINER KONSTANTEN (TEXT AB SPALTE 45)
      *--------------------------------------------------------------
       FORTSETZEN-KONSTANTE SECTION.
       FOR-KON-00.

           MOVE     SPACES TO REST-WRK.
           MOVE     ZEILE-WRK(45:36) TO REST-WRK.
           PERFORM  UEBERNIMM-KONSTANTE.

       FOR-KON-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TEXT AUS REST-WRK BIS ZUM SCHLIESSENDEN HOCHKOMMA
      * ANHAENGEN. OHNE HOCHKOMMA GEHT ES MIT "-"/"+" AM ENDE IN
      * DER NAECHSTEN ZEILE WEITER
      *--------------------------------------------------------------
       UEBERNIMM-KONSTANTE SECTION.
       UEB-KON-00.

           MOVE     ZEROES TO TEXT-LEN.
           INSPECT  REST-WRK TALLYING TEXT-LEN
                    FOR CHARACTERS BEFORE INITIAL "'".
           IF       TEXT-LEN < 80
                    IF   TEXT-LEN > ZEROES
                     AND KONST-PTR NOT > 132
                         STRING REST-WRK(1:TEXT-LEN) DELIMITED BY SIZE
                             INTO KONST-TEXT WITH POINTER KONST-PTR
                         END-STRING
                    END-IF
                    MOVE ZEROES TO KONST-OFFEN
                    PERFORM PLATZIERE-KONSTANTE
                    GO TO UEB-KON-90
           END-IF.

      * LETZTES ZEICHEN DER ZEILE SUCHEN (FORTSETZUNGSZEICHEN)
           MOVE     80 TO TEXT-LEN.

       UEB-KON-20.
           IF       TEXT-LEN > ZEROES
            AND     REST-WRK(TEXT-LEN:1) = SPACE
                    SUBTRACT 1 FROM TEXT-LEN
                    GO TO UEB-KON-20
           END-IF.

           IF       TEXT-LEN > ZEROES
            AND     (   REST-WRK(TEXT-LEN:1) = "-"
                     OR REST-WRK(TEXT-LEN:1) = "+")
                    SUBTRACT 1 FROM TEXT-LEN
           END-IF.
           IF       TEXT-LEN > ZEROES
            AND     KONST-PTR NOT > 132
                    STRING REST-WRK(1:TEXT-LEN) DELIMITED BY SIZE
                        INTO KONST-TEXT WITH POINTER KONST-PTR
                    END-STRING
           END-IF.
           MOVE     1 TO KONST-OFFEN.

       UEB-KON-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FERTIGE KONSTANTE INS RASTER STELLEN
      *--------------------------------------------------------------
       PLATZIERE-KONSTANTE SECTION.
       PLA-KON-00.

           IF       KONST-PTR NOT > 1
                    GO TO PLA-KON-90
           END-IF.

           MOVE     KONST-ZEILE TO P-ZEILE.
           MOVE     KONST-POS   TO P-POS.
           COMPUTE  P-LEN = KONST-PTR - 1.
           MOVE     KONST-TEXT  TO P-TEXT.
           PERFORM  PLATZIERE.

       PLA-KON-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * P-TEXT(1:P-LEN) AN P-ZEILE/P-POS INS RASTER STELLEN; WAS
      * UEBER DEN RAND GEHT, WIRD ABGESCHNITTEN
      *--------------------------------------------------------------
       PLATZIERE SECTION.
       PLA-TZI-00.

           IF       P-ZEILE < 1
            OR      P-ZEILE > GRID-ZEILEN
            OR      P-POS   < 1
            OR      P-POS   > GRID-BREITE
            OR      P-LEN   < 1
                    GO TO PLA-TZI-90
           END-IF.

           MOVE     P-ZEILE TO LETZTE-ZEILE.
           COMPUTE  LETZTES-ENDE = P-POS + P-LEN - 1.

           IF       LETZTES-ENDE > GRID-BREITE
                    COMPUTE P-LEN = GRID-BREITE - P-POS + 1
           END-IF.

           MOVE     P-TEXT(1:P-LEN) TO
                    GRID-ZEILE (P-ZEILE)(P-POS:P-LEN).

       PLA-TZI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZAHL AUS EINER DDS-SPALTE (RECHTSBUENDIG, GGF. "+N")
      *--------------------------------------------------------------
       LESE-ZAHL SECTION.
       LES-ZAH-00.

           MOVE     ZEROES TO ZAHL-9.
           IF       ZAHL-X = SPACES
                    GO TO LES-ZAH-90
           END-IF.

           INSPECT  ZAHL-X REPLACING ALL "+" BY SPACE.
           IF       ZAHL-X NOT = SPACES
                    COMPUTE ZAHL-9 = FUNCTION NUMVAL(ZAHL-X)
           END-IF.

       LES-ZAH-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BESCHREIBUNG (UND BEI REFERENZFELDERN DIE LAENGE) DES
      * FELDES AUS PCFGFFD LESEN
      *--------------------------------------------------------------
       LESE-BESCHREIBUNG SECTION.
       LES-BES-00.

           MOVE     SPACES TO FL-TEXT (FELD-IX).

           INITIALIZE PCFGFFDF OF PCFGFFD-L.
           MOVE     DSP-LIB           TO WHLIB  OF PCFGFFD-L.
           MOVE     DSP-NAME          TO WHFILE OF PCFGFFD-L.
           MOVE     FMT-NAME          TO WHNAME OF PCFGFFD-L.
           MOVE     FL-NAME (FELD-IX) TO WHFLDE OF PCFGFFD-L.
           READ     PCFGFFD-DL WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-BES-90
           END-IF.

           MOVE     WHFTXT OF PCFGFFD-L TO FL-TEXT (FELD-IX).
           IF       FL-LEN (FELD-IX) = ZEROES
                    IF   WHFLDD OF PCFGFFD-L NOT = ZEROES
                         MOVE WHFLDD OF PCFGFFD-L TO FL-LEN (FELD-IX)
                    ELSE
                         MOVE WHFLDB OF PCFGFFD-L TO FL-LEN (FELD-IX)
                    END-IF
           END-IF.

       LES-BES-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EIN FORMAT DRUCKEN: KOPF, LINEAL, RASTER IM RAHMEN,
      * FUNKTIONSTASTEN UND LEGENDE
      *--------------------------------------------------------------
       DRUCKE-FORMAT SECTION.
       DRU-FMT-00.

      * EINE OFFENE KONSTANTE NOCH AUSGEBEN
           IF       KONST-OFFEN NOT = ZEROES
                    MOVE    ZEROES TO KONST-OFFEN
                    PERFORM PLATZIERE-KONSTANTE
           END-IF.

           IF       GRID-BREITE = 132
                    MOVE "27X132" TO GROESSE-TXT
           ELSE
                    MOVE "24X80"  TO GROESSE-TXT
           END-IF.

      * KOPF MIT SEITENVORSCHUB
           INITIALIZE XXDRUCK-REC.
           MOVE     "KOPF"  TO DRART OF XXDRUCK-REC.
           MOVE     SPACES  TO DRUCK-ZEILE.
           STRING   "BILDSCHIRMENTWURF "     DELIMITED BY SIZE
                    DSP-LIB                  DELIMITED BY SPACE
                    "/QDDSSRC("              DELIMITED BY SIZE
                    DSP-NAME                 DELIMITED BY SPACE
                    ")  FORMAT "             DELIMITED BY SIZE
                    FMT-NAME                 DELIMITED BY SPACE
                    " "                      DELIMITED BY SIZE
                    FMT-ART                  DELIMITED BY SPACE
                    "  "                     DELIMITED BY SIZE
                    GROESSE-TXT              DELIMITED BY SPACE
               INTO DRUCK-ZEILE
           END-STRING.
           MOVE     DRUCK-ZEILE TO DRZEILE OF XXDRUCK-REC.
           MOVE     DATE-8      TO DRDATUM OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

      * LINEAL UND RAHMEN
           MOVE     SPACES TO LINEAL, RAHMEN.
           IF       GRID-BREITE = 132
                    MOVE ZEROES  TO LINEAL-OFFS
                    MOVE ALL "-" TO RAHMEN(1:132)
           ELSE
                    MOVE 3       TO LINEAL-OFFS
                    MOVE "  +" TO RAHMEN(1:3)
                    MOVE ALL "-" TO RAHMEN(4:80)
                    MOVE "+"     TO RAHMEN(84:1)
           END-IF.
           PERFORM  BAUE-LINEAL.
           MOVE     LINEAL TO DRUCK-ZEILE.
           PERFORM  SCHREIBE-ZEILE.
           MOVE     RAHMEN TO DRUCK-ZEILE.
           PERFORM  SCHREIBE-ZEILE.

      * RASTER
           MOVE     1 TO GRID-IX.

       DRU-FMT-20.
           IF       GRID-IX > GRID-ZEILEN
                    GO TO DRU-FMT-30
           END-IF.

           MOVE     SPACES TO DRUCK-ZEILE.
           IF       GRID-BREITE = 132
                    MOVE GRID-ZEILE (GRID-IX) TO DRUCK-ZEILE
           ELSE
                    MOVE GRID-IX              TO ZEILE-ED
                    MOVE ZEILE-ED             TO DRUCK-ZEILE(1:2)
                    MOVE "|"                  TO DRUCK-ZEILE(3:1)
                    MOVE GRID-ZEILE (GRID-IX)(1:80)
                                              TO DRUCK-ZEILE(4:80)
                    MOVE "|"                  TO DRUCK-ZEILE(84:1)
           END-IF.
           PERFORM  SCHREIBE-ZEILE.

           ADD      1 TO GRID-IX.
           GO TO    DRU-FMT-20.

       DRU-FMT-30.
           MOVE     RAHMEN TO DRUCK-ZEILE.
           PERFORM  SCHREIBE-ZEILE.

      * FUNKTIONSTASTEN
           PERFORM  DRUCKE-TASTEN.

      * LEGENDE DER FELDER
           PERFORM  DRUCKE-LEGENDE.

       DRU-FMT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SPALTENLINEAL ....+....1....+....2 UEBER DIE BILDSCHIRMBREITE
      * AB LINEAL-OFFS + 1
      *--------------------------------------------------------------
       BAUE-LINEAL SECTION.
       BAU-LIN-00.

           MOVE     1 TO LINEAL-IX.

       BAU-LIN-20.
           COMPUTE  LINEAL-START = (LINEAL-IX - 1) * 10.
           IF       LINEAL-START NOT < GRID-BREITE
                    GO TO BAU-LIN-90
           END-IF.

           COMPUTE  LINEAL-LEN = GRID-BREITE - LINEAL-START.
           IF       LINEAL-LEN > 10
                    MOVE 10 TO LINEAL-LEN
           END-IF.
           MOVE     LINEAL-IX TO LB-ZIFFER.
           ADD      LINEAL-OFFS 1 TO LINEAL-START.
           MOVE     LINEAL-BLOCK(1:LINEAL-LEN) TO
                    LINEAL(LINEAL-START:LINEAL-LEN).

           ADD      1 TO LINEAL-IX.
           GO TO    BAU-LIN-20.

       BAU-LIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FUNKTIONSTASTEN DES FORMATS (MIT DENEN DER DATEIEBENE),
      * ZEILENWEISE AUFGEFUELLT
      *--------------------------------------------------------------
       DRUCKE-TASTEN SECTION.
       DRU-TAS-00.

           IF       ANZ-TASTEN = ZEROES
                    GO TO DRU-TAS-90
           END-IF.

           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     "TASTEN: " TO DRUCK-ZEILE(1:8).
           MOVE     9 TO DRUCK-PTR.
           MOVE     1 TO TASTE-IX.

       DRU-TAS-20.
           IF       TASTE-IX > ANZ-TASTEN
                    GO TO DRU-TAS-80
           END-IF.

           IF       DRUCK-PTR > 100
                    PERFORM SCHREIBE-ZEILE
                    MOVE    SPACES TO DRUCK-ZEILE
                    MOVE    9      TO DRUCK-PTR
           END-IF.

           STRING   TASTE-EINTRAG (TASTE-IX) DELIMITED BY "  "
                    "   "                    DELIMITED BY SIZE
               INTO DRUCK-ZEILE WITH POINTER DRUCK-PTR
           END-STRING.

           ADD      1 TO TASTE-IX.
           GO TO    DRU-TAS-20.

       DRU-TAS-80.
           PERFORM  SCHREIBE-ZEILE.

       DRU-TAS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LEGENDE: FELDNAME, POSITION, LAENGE, NUTZUNG, BESCHREIBUNG
      *--------------------------------------------------------------
       DRUCKE-LEGENDE SECTION.
       DRU-LEG-00.

           IF       ANZ-FELDER = ZEROES
                    GO TO DRU-LEG-90
           END-IF.

           MOVE     SPACES TO DRUCK-ZEILE.
           PERFORM  SCHREIBE-ZEILE.
           MOVE     LEGENDE-KOPF TO DRUCK-ZEILE.
           PERFORM  SCHREIBE-ZEILE.

           MOVE     1 TO FELD-IX.

       DRU-LEG-20.
           IF       FELD-IX > ANZ-FELDER
                    GO TO DRU-LEG-90
           END-IF.

           EVALUATE FL-NUTZ (FELD-IX)
                    WHEN "I"   MOVE "EINGABE"  TO NUTZ-TEXT
                    WHEN "O"   MOVE "AUSGABE"  TO NUTZ-TEXT
                    WHEN "H"   MOVE "VERDECKT" TO NUTZ-TEXT
                    WHEN "P"   MOVE "PGM-SYS"  TO NUTZ-TEXT
                    WHEN OTHER MOVE "EIN/AUS"  TO NUTZ-TEXT
           END-EVALUATE.

           MOVE     FL-ZEILE (FELD-IX) TO POS-ED.
           MOVE     SPACES TO DRUCK-ZEILE.
           MOVE     FL-NAME (FELD-IX)  TO DRUCK-ZEILE(1:10).
           MOVE     POS-ED             TO DRUCK-ZEILE(12:3).
           MOVE     "/"                TO DRUCK-ZEILE(15:1).
           MOVE     FL-POS (FELD-IX)   TO POS-ED.
           MOVE     POS-ED             TO DRUCK-ZEILE(16:3).
           MOVE     FL-LEN (FELD-IX)   TO LEN-ED.
           MOVE     LEN-ED             TO DRUCK-ZEILE(27:5).
           MOVE     NUTZ-TEXT          TO DRUCK-ZEILE(34:8).
           MOVE     FL-TEXT (FELD-IX)  TO DRUCK-ZEILE(44:50).
           PERFORM  SCHREIBE-ZEILE.

           ADD      1 TO FELD-IX.
           GO TO    DRU-LEG-20.

       DRU-LEG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DRUCK-ZEILE ALS FOLGEZEILE SCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-ZEILE SECTION.
       SCH-ZEI-00.

           INITIALIZE XXDRUCK-REC.
           MOVE     "ZEILE"     TO DRART   OF XXDRUCK-REC.
           MOVE     DRUCK-ZEILE TO DRZEILE OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

       SCH-ZEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DISPLAY-QUELLE DSP-LIB/QDDSSRC/DSP-NAME PER OVRDBF OEFFNEN
      *--------------------------------------------------------------
       OEFFNE-QUELLE SECTION.
       OEF-QUE-00.

           MOVE     ZEROES TO DSP-OK.

           INITIALIZE OVRDBF-REC.
           MOVE     "QCALSRC" TO FROMFILE OF OVRDBF-REC.
           MOVE     DSP-LIB   TO TOLIB    OF OVRDBF-REC.
           MOVE     "QDDSSRC" TO TOFILE   OF OVRDBF-REC.
           MOVE     DSP-NAME  TO TOMBR    OF OVRDBF-REC.
           INITIALIZE RET-CODE.
           CALL     "CLP0011" USING OVRDBF-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    INITIALIZE RET-CODE
                    GO TO OEF-QUE-90
           END-IF.

           OPEN     INPUT QCALSRC-DP.
           IF       FILE-STATUS NOT = ZEROES
                    PERFORM SCHLIESSE-QUELLE
                    GO TO OEF-QUE-90
           END-IF.

           MOVE     1 TO DSP-OK.

       OEF-QUE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * QUELLE SCHLIESSEN UND OVERRIDE ENTFERNEN
      *--------------------------------------------------------------
       SCHLIESSE-QUELLE SECTION.
       SCH-QUE-00.

           IF       DSP-OK NOT = ZEROES
                    CLOSE QCALSRC-DP
           END-IF.

           INITIALIZE DELOVR-REC.
           MOVE     "QCALSRC" TO FROMFILE OF DELOVR-REC.
           CALL     "CLP0012" USING DELOVR-REC
                                    RET-CODE
           END-CALL.
           INITIALIZE RET-CODE.

       SCH-QUE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TEMPORAERE DATEI PTMPMBR LOESCHEN
      *--------------------------------------------------------------
       DELETE-TMPMBR SECTION.
       DEL-TMM-00.

           INITIALIZE RET-CODE.
      * DLTF AUSFUEHREN
           INITIALIZE DLTF-REC.
           MOVE     "PTMPMBR"       TO FILENAME OF DLTF-REC.
           MOVE     CONST-LIB      TO LIBNAME  OF DLTF-REC.
           CALL     "CLP0044" USING DLTF-REC
                                    RET-CODE
           END-CALL.
           INITIALIZE RET-CODE.

       DEL-TMM-90.
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
