       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CRP1058.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * INDIKATOREN-ABGLEICH ZWISCHEN DISPLAYS UND PROGRAMMEN         *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LIEST ALLE MITGLIEDER VON QCBLSRC (DSPFD     *
      *                  *MBRLIST NACH PTMPMBR, OVRDBF WIE CRP1055).  *
      *                  JEDES PROGRAMM MIT EINER WORKSTATION-DATEI   *
      *                  WIRD MIT DEN INDIKATOREN INNN GEMERKT, DIE   *
      *                  ES SETZT (ALLE AUSSER DEN -I-INDIC-          *
      *                  BEREICHEN). DANACH WIRD JE DISPLAY DIE       *
      *                  QUELLE AUS QDDSSRC GELESEN - WIE IN XXP0014  *
      *                  DIE BEDINGUNGSINDIKATOREN (SPALTE 8-16) UND  *
      *                  DIE ANTWORTINDIKATOREN DER CA/CF-TASTEN.     *
      *                  REGELN:                                      *
      *                  - "INDPGM": DAS PROGRAMM SETZT EINEN         *
      *                    INDIKATOR, DEN DAS DISPLAY NICHT KENNT.    *
      *                  - "INDDDS": DAS DISPLAY BEDINGT AUF EINEN    *
      *                    INDIKATOR, DEN KEINES SEINER PROGRAMME     *
      *                    SETZT.                                     *
      *                  - "INDBED": DER INDIKATOR HAT IN ZWEI        *
      *                    FORMATEN EINE ANDERE BEDEUTUNG (TASTE,     *
      *                    SFL-STEUERUNG WIE SFLDSP/SFLCLR ODER       *
      *                    ANZEIGE/ATTRIBUT).                         *
      *                  DIE FUNDE GEHEN WIE DIE DES NACHTSCANS       *
      *                  CRP1052 NACH PCHKFND (STATUS "O", KEINE      *
      *                  DOPPELTEN OFFENEN FUNDE) UND WERDEN IN       *
      *                  CRP1053 ABGEARBEITET.                        *
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
      * PCHKFND: FNLFDN (FUNDE DES QUELLENSCANS)
      *-------------------------------------------------------------
           SELECT PCHKFND-DP
                  ASSIGN       TO  DATABASE-PCHKFND
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCHKFNDL1: FNMBR, FNZEILE, FNRULE (FUNDE NACH MITGLIED)
      *-------------------------------------------------------------
           SELECT PCHKFND-DL
                  ASSIGN       TO  DATABASE-PCHKFNDL1
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
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PCHKFND: FNLFDN
       FD  PCHKFND-DP
           LABEL RECORDS ARE STANDARD.
       01  PCHKFND-P.
           COPY DDS-ALL-FORMATS OF PCHKFND.
      /
      *--- PCHKFNDL1: FNMBR, FNZEILE, FNRULE
       FD  PCHKFND-DL
           LABEL RECORDS ARE STANDARD.
       01  PCHKFND-L.
           COPY DDS-ALL-FORMATS OF PCHKFNDL1.
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
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CRP1058".
       01  PGM-TYP                       PIC X(8)  VALUE "CHECKER".

      * PARAMETER FUER CL-PROGRAMME
       01  CMDEXC-REC                    TYPE CMDEXC-TYPE.
       01  DLTF-REC                      TYPE DLTF-TYPE.
       01  OVRDBF-REC                    TYPE OVRDBF-TYPE.
       01  DELOVR-REC                    TYPE DELOVR-TYPE.

      * AKTUELL GELESENES MITGLIED
       01  SCAN-LIB                      PIC X(10).
       01  SCAN-FILE                     PIC X(10).
       01  SCAN-MBR                      PIC X(10).
       01  SCAN-OK                       PIC 9(1).

      * ZEILENANALYSE
       01  ZEILE-WRK                     PIC X(80).
       01  ZEILEN-NR                     PIC 9(5).
       01  SUCH-POS                      PIC 9(3).
       01  ZEICHEN-POS                   PIC 9(3).
       01  DSP-GEFUNDEN                  PIC 9(1).
       01  ZCH                           PIC X(1).
        88 ZCH-WORT                      VALUE "A" THRU "Z"
                                               "0" THRU "9"
                                               "-".
       01  IND-NR                        PIC 9(2).
       01  IND-TXT.
        05 FILLER                        PIC X(2)  VALUE "IN".
        05 IND-TXT-NR                    PIC 9(2).

      * PROGRAMME MIT DISPLAY UND DEN VON IHNEN GESETZTEN
      * INDIKATOREN
       01  ANZ-PGM                       PIC 9(3).
       01  PGM-TAB.
        05 PGM-EINTRAG                   OCCURS 500 TIMES.
         10 PG-MBR                       PIC X(10).
         10 PG-DSP                       PIC X(10).
         10 PG-IND                       OCCURS 99 TIMES.
          15 PG-GESETZT                  PIC 9(1).
          15 PG-ZEILE                    PIC 9(5).
       01  PGM-IX                        PIC 9(3).
       01  PGM-IX2                       PIC 9(3).

      * INDIKATOREN DES GERADE GELESENEN DISPLAYS
       01  DDS-TAB.
        05 DDS-IND                       OCCURS 99 TIMES.
         10 DD-BEDINGT                   PIC 9(1).
         10 DD-ANTWORT                   PIC 9(1).
         10 DD-ZEILE                     PIC 9(5).
         10 DD-FMT                       PIC X(10).
         10 DD-BED                       PIC X(10).
         10 DD-GEMELDET                  PIC 9(1).
       01  DSP-NAME                      PIC X(10).
       01  DSP-FMT                       PIC X(10).
       01  DSP-BED                       PIC X(10).
       01  DSP-GESETZT                   PIC 9(1).
       01  DSP-ERSTES-PGM                PIC X(10).

      * ZU SCHREIBENDER FUND
       01  FND-MBR                       PIC X(10).
       01  FND-ZEILE                     PIC 9(6).
       01  FND-RULE                      PIC X(6).
       01  FND-TEXT                      PIC X(80).
       01  FND-DA                        PIC 9(1).

       01  ANZ-MITGLIEDER                PIC 9(7)  VALUE ZEROES.
       01  ANZ-DISPLAYS                  PIC 9(7)  VALUE ZEROES.
       01  ANZ-FUNDE                     PIC 9(7)  VALUE ZEROES.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "CRP1058" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

      * MITGLIEDERLISTE VON QCBLSRC ERSTELLEN
           PERFORM  DELETE-TMPMBR.
           INITIALIZE CMDEXC-REC.
           STRING   "DSPFD FILE("        DELIMITED BY SIZE
                    CONST-LIB            DELIMITED BY SPACES
                    "/QCBLSRC) TYPE(*MBRLIST) OUTPUT(*OUTFILE)"
                                         DELIMITED BY SIZE
                    " OUTFILE("          DELIMITED BY SIZE
                    CONST-LIB            DELIMITED BY SPACES
                    "/PTMPMBR)"          DELIMITED BY SIZE
               INTO COMMAND OF CMDEXC-REC
           END-STRING.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           OPEN     INPUT PTMPMBR-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ENDE
           END-IF.

      * 1. PROGRAMME MIT DISPLAY SAMMELN
           INITIALIZE ANZ-PGM.
           PERFORM  SCAN-ALLE-PROGRAMME.

           CLOSE    PTMPMBR-DP.
           PERFORM  DELETE-TMPMBR.

      * 2. JE DISPLAY GEGEN DIE PROGRAMME ABGLEICHEN
           OPEN     I-O   PCHKFND-DP.
           OPEN     INPUT PCHKFND-DL.

           PERFORM  PRUEFE-ALLE-DISPLAYS.

           CLOSE    PCHKFND-DP
                    PCHKFND-DL.

           DISPLAY  "CRP1058: " ANZ-MITGLIEDER " MITGLIEDER, "
                    ANZ-DISPLAYS " DISPLAYS, "
                    ANZ-FUNDE " NEUE FUNDE".

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE MITGLIEDER DER LISTE LESEN
      *--------------------------------------------------------------
       SCAN-ALLE-PROGRAMME SECTION.
       SCN-PGM-00.

           INITIALIZE PTMPMBR-P.

       SCN-PGM-20.
           READ     PTMPMBR-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCN-PGM-90
           END-IF.

           IF       MLNAME OF PTMPMBR-P = SPACES
                    GO TO SCN-PGM-20
           END-IF.
           IF       ANZ-PGM NOT < 500
                    GO TO SCN-PGM-90
           END-IF.

           ADD      1 TO ANZ-MITGLIEDER.
           MOVE     CONST-LIB           TO SCAN-LIB.
           MOVE     "QCBLSRC"            TO SCAN-FILE.
           MOVE     MLNAME OF PTMPMBR-P  TO SCAN-MBR.

           PERFORM  SCANNE-PROGRAMM.

           GO TO    SCN-PGM-20.

       SCN-PGM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PROGRAMM LESEN: WORKSTATION-DATEI SUCHEN UND DANACH ALLE
      * GESETZTEN INDIKATOREN MERKEN. PROGRAMME OHNE DISPLAY WERDEN
      * AN DER PROCEDURE DIVISION ABGEBROCHEN
      *--------------------------------------------------------------
       SCANNE-PROGRAMM SECTION.
       SCA-PGM-00.

           INITIALIZE ZEILEN-NR, DSP-GEFUNDEN.
           MOVE     ANZ-PGM TO PGM-IX.
           ADD      1       TO PGM-IX.
           INITIALIZE PGM-EINTRAG (PGM-IX).

           PERFORM  OEFFNE-QUELLE.
           IF       SCAN-OK = ZEROES
                    GO TO SCA-PGM-90
           END-IF.

       SCA-PGM-20.
           READ     QCALSRC-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCA-PGM-80
           END-IF.

           ADD      1 TO ZEILEN-NR.
           MOVE     SRCDTA OF QCALSRC-P TO ZEILE-WRK.

      * KOMMENTARE UEBERGEHEN
           IF       ZEILE-WRK(7:1) = "*"
            OR      ZEILE-WRK(7:1) = "/"
                    GO TO SCA-PGM-20
           END-IF.

           IF       DSP-GEFUNDEN NOT = ZEROES
                    PERFORM SUCHE-PGM-INDIKATOREN
                    GO TO SCA-PGM-20
           END-IF.

      * OHNE WORKSTATION-DATEI BIS ZUR PROCEDURE DIVISION
           MOVE     ZEROES TO SUCH-POS.
           INSPECT  ZEILE-WRK TALLYING SUCH-POS
                    FOR CHARACTERS BEFORE INITIAL "PROCEDURE DIVISION".
           IF       SUCH-POS < 80
                    GO TO SCA-PGM-80
           END-IF.

           MOVE     ZEROES TO SUCH-POS.
           INSPECT  ZEILE-WRK TALLYING SUCH-POS
                    FOR CHARACTERS BEFORE INITIAL "WORKSTATION-".
           IF       SUCH-POS < 60
                    ADD  13 TO SUCH-POS
                    UNSTRING ZEILE-WRK(SUCH-POS:73 - SUCH-POS)
                             DELIMITED BY SPACE OR "."
                        INTO PG-DSP (PGM-IX)
                    END-UNSTRING
                    MOVE SCAN-MBR TO PG-MBR (PGM-IX)
                    MOVE 1        TO DSP-GEFUNDEN
           END-IF.

           GO TO    SCA-PGM-20.

       SCA-PGM-80.
           PERFORM  SCHLIESSE-QUELLE.

           IF       DSP-GEFUNDEN NOT = ZEROES
            AND     PG-DSP (PGM-IX) NOT = SPACES
                    MOVE PGM-IX TO ANZ-PGM
           END-IF.

       SCA-PGM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE INNN EINER PROGRAMMZEILE ALS EIGENSTAENDIGES WORT
      * SUCHEN. ZEILEN MIT EINEM -I-INDIC-BEREICH LESEN NUR DIE
      * ANTWORTINDIKATOREN UND ZAEHLEN NICHT ALS SETZEN
      *--------------------------------------------------------------
       SUCHE-PGM-INDIKATOREN SECTION.
       SUC-PGI-00.

           MOVE     ZEROES TO SUCH-POS.
           INSPECT  ZEILE-WRK TALLYING SUCH-POS
                    FOR CHARACTERS BEFORE INITIAL "-I-INDIC".
           IF       SUCH-POS < 80
                    GO TO SUC-PGI-90
           END-IF.

           MOVE     8 TO ZEICHEN-POS.

       SUC-PGI-20.
           IF       ZEICHEN-POS > 69
                    GO TO SUC-PGI-90
           END-IF.

           IF       ZEILE-WRK(ZEICHEN-POS:2)     NOT = "IN"
            OR      ZEILE-WRK(ZEICHEN-POS + 2:2) NOT NUMERIC
                    ADD  1 TO ZEICHEN-POS
                    GO TO SUC-PGI-20
           END-IF.

      * WORTGRENZEN PRUEFEN (NICHT CFIN01, IN123 ODER IN01-X)
           MOVE     ZEILE-WRK(ZEICHEN-POS - 1:1) TO ZCH.
           IF       ZCH-WORT
                    ADD  1 TO ZEICHEN-POS
                    GO TO SUC-PGI-20
           END-IF.
           MOVE     ZEILE-WRK(ZEICHEN-POS + 4:1) TO ZCH.
           IF       ZCH-WORT
                    ADD  1 TO ZEICHEN-POS
                    GO TO SUC-PGI-20
           END-IF.

           MOVE     ZEILE-WRK(ZEICHEN-POS + 2:2) TO IND-NR.
           IF       IND-NR NOT = ZEROES
            AND     PG-GESETZT (PGM-IX, IND-NR) = ZEROES
                    MOVE 1         TO PG-GESETZT (PGM-IX, IND-NR)
                    MOVE ZEILEN-NR TO PG-ZEILE   (PGM-IX, IND-NR)
           END-IF.

           ADD      4 TO ZEICHEN-POS.
           GO TO    SUC-PGI-20.

       SUC-PGI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * JEDES DISPLAY EINMAL LESEN UND ABGLEICHEN
      *--------------------------------------------------------------
       PRUEFE-ALLE-DISPLAYS SECTION.
       PRF-DSP-00.

           MOVE     1 TO PGM-IX.

       PRF-DSP-20.
           IF       PGM-IX > ANZ-PGM
                    GO TO PRF-DSP-90
           END-IF.

      * WURDE DAS DISPLAY SCHON MIT EINEM FRUEHEREN PROGRAMM
      * GEPRUEFT?
           MOVE     1 TO PGM-IX2.

       PRF-DSP-40.
           IF       PGM-IX2 < PGM-IX
                    IF   PG-DSP (PGM-IX2) = PG-DSP (PGM-IX)
                         GO TO PRF-DSP-80
                    END-IF
                    ADD  1 TO PGM-IX2
                    GO TO PRF-DSP-40
           END-IF.

           MOVE     PG-DSP (PGM-IX) TO DSP-NAME.
           MOVE     PG-MBR (PGM-IX) TO DSP-ERSTES-PGM.
           PERFORM  LESE-DISPLAY.
           IF       SCAN-OK NOT = ZEROES
                    ADD     1 TO ANZ-DISPLAYS
                    PERFORM PRUEFE-PROGRAMME
                    PERFORM PRUEFE-DDS-INDIKATOREN
           END-IF.

       PRF-DSP-80.
           ADD      1 TO PGM-IX.
           GO TO    PRF-DSP-20.

       PRF-DSP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DISPLAY-QUELLE AUS QDDSSRC LESEN: BEDINGUNGSINDIKATOREN
      * (SPALTE 9-10, 12-13, 15-16) UND ANTWORTINDIKATOREN DER
      * CA/CF-TASTEN. DIE BEDEUTUNG JE FORMAT WIRD MIT DER DES
      * ERSTEN FORMATS VERGLICHEN (REGEL "INDBED")
      *--------------------------------------------------------------
       LESE-DISPLAY SECTION.
       LES-DSP-00.

           INITIALIZE DDS-TAB, ZEILEN-NR, DSP-FMT.

           MOVE     CONST-LIB TO SCAN-LIB.
           MOVE     "QDDSSRC" TO SCAN-FILE.
           MOVE     DSP-NAME  TO SCAN-MBR.
           PERFORM  OEFFNE-QUELLE.
           IF       SCAN-OK = ZEROES
                    GO TO LES-DSP-90
           END-IF.

       LES-DSP-20.
           READ     QCALSRC-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-DSP-80
           END-IF.

           ADD      1 TO ZEILEN-NR.
           MOVE     SRCDTA OF QCALSRC-P TO ZEILE-WRK.

           IF       ZEILE-WRK(7:1) = "*"
                    GO TO LES-DSP-20
           END-IF.

      * NEUES FORMAT
           IF       ZEILE-WRK(17:1) = "R"
                    MOVE ZEILE-WRK(19:10) TO DSP-FMT
           END-IF.

      * BEDEUTUNG DER ZEILE: TASTE, SFL-STEUERUNG ODER ANZEIGE
           EVALUATE TRUE
                    WHEN ZEILE-WRK(45:3) = "SFL"
                         MOVE SPACES TO DSP-BED
                         UNSTRING ZEILE-WRK(45:20)
                                  DELIMITED BY "(" OR SPACE
                             INTO DSP-BED
                         END-UNSTRING
                    WHEN (   ZEILE-WRK(45:2) = "CA"
                          OR ZEILE-WRK(45:2) = "CF")
                     AND ZEILE-WRK(47:2) NUMERIC
                         MOVE ZEILE-WRK(45:4) TO DSP-BED
                    WHEN OTHER
                         MOVE "ANZEIGE"       TO DSP-BED
           END-EVALUATE.

      * BEDINGUNGSINDIKATOREN
           IF       ZEILE-WRK(9:2) NUMERIC
                    MOVE ZEILE-WRK(9:2)  TO IND-NR
                    PERFORM MERKE-DDS-BEDINGUNG
           END-IF.
           IF       ZEILE-WRK(12:2) NUMERIC
                    MOVE ZEILE-WRK(12:2) TO IND-NR
                    PERFORM MERKE-DDS-BEDINGUNG
           END-IF.
           IF       ZEILE-WRK(15:2) NUMERIC
                    MOVE ZEILE-WRK(15:2) TO IND-NR
                    PERFORM MERKE-DDS-BEDINGUNG
           END-IF.

      * ANTWORTINDIKATOR EINER FUNKTIONSTASTE: CF03(03 ...)
           IF       (   ZEILE-WRK(45:2) = "CA"
                     OR ZEILE-WRK(45:2) = "CF")
            AND     ZEILE-WRK(49:1) = "("
            AND     ZEILE-WRK(50:2) NUMERIC
                    MOVE ZEILE-WRK(50:2) TO IND-NR
                    IF   IND-NR NOT = ZEROES
                         MOVE 1 TO DD-ANTWORT (IND-NR)
                         PERFORM MERKE-DDS-BEDEUTUNG
                    END-IF
           END-IF.

           GO TO    LES-DSP-20.

       LES-DSP-80.
           PERFORM  SCHLIESSE-QUELLE.
           MOVE     1 TO SCAN-OK.

       LES-DSP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BEDINGUNGSINDIKATOR IND-NR MERKEN
      *--------------------------------------------------------------
       MERKE-DDS-BEDINGUNG SECTION.
       MRK-DBE-00.

           IF       IND-NR = ZEROES
                    GO TO MRK-DBE-90
           END-IF.

           IF       DD-BEDINGT (IND-NR) = ZEROES
                    MOVE 1         TO DD-BEDINGT (IND-NR)
                    MOVE ZEILEN-NR TO DD-ZEILE   (IND-NR)
           END-IF.

           PERFORM  MERKE-DDS-BEDEUTUNG.

       MRK-DBE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BEDEUTUNG DES INDIKATORS IND-NR IM FORMAT DSP-FMT MIT DER
      * ERSTEN BEDEUTUNG AUS EINEM ANDEREN FORMAT VERGLEICHEN
      *--------------------------------------------------------------
       MERKE-DDS-BEDEUTUNG SECTION.
       MRK-DBD-00.

           IF       DD-FMT (IND-NR) = SPACES
                    MOVE DSP-FMT TO DD-FMT (IND-NR)
                    MOVE DSP-BED TO DD-BED (IND-NR)
                    GO TO MRK-DBD-90
           END-IF.

           IF       DD-FMT (IND-NR)      = DSP-FMT
            OR      DD-BED (IND-NR)      = DSP-BED
            OR      DD-GEMELDET (IND-NR) NOT = ZEROES
                    GO TO MRK-DBD-90
           END-IF.

           MOVE     1 TO DD-GEMELDET (IND-NR).
           MOVE     IND-NR    TO IND-TXT-NR.
           MOVE     DSP-NAME  TO FND-MBR.
           MOVE     ZEILEN-NR TO FND-ZEILE.
           MOVE     "INDBED"  TO FND-RULE.
           INITIALIZE FND-TEXT.
           STRING   IND-TXT              DELIMITED BY SIZE
                    " IN "               DELIMITED BY SIZE
                    DD-FMT (IND-NR)      DELIMITED BY SPACE
                    " ALS "              DELIMITED BY SIZE
                    DD-BED (IND-NR)      DELIMITED BY SPACE
                    ", IN "              DELIMITED BY SIZE
                    DSP-FMT              DELIMITED BY SPACE
                    " ALS "              DELIMITED BY SIZE
                    DSP-BED              DELIMITED BY SPACE
               INTO FND-TEXT
           END-STRING.
           PERFORM  SCHREIBE-FUND.

       MRK-DBD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * REGEL "INDPGM": JEDES PROGRAMM DES DISPLAYS GEGEN DIE
      * INDIKATOREN DES DISPLAYS PRUEFEN
      *--------------------------------------------------------------
       PRUEFE-PROGRAMME SECTION.
       PRF-PRG-00.

           MOVE     PGM-IX TO PGM-IX2.

       PRF-PRG-20.
           IF       PGM-IX2 > ANZ-PGM
                    GO TO PRF-PRG-90
           END-IF.
           IF       PG-DSP (PGM-IX2) NOT = DSP-NAME
                    ADD  1 TO PGM-IX2
                    GO TO PRF-PRG-20
           END-IF.

           MOVE     1 TO IND-NR.

       PRF-PRG-40.
           IF       PG-GESETZT (PGM-IX2, IND-NR) NOT = ZEROES
            AND     DD-BEDINGT (IND-NR)              = ZEROES
            AND     DD-ANTWORT (IND-NR)              = ZEROES
                    MOVE     IND-NR            TO IND-TXT-NR
                    MOVE     PG-MBR (PGM-IX2)  TO FND-MBR
                    MOVE     PG-ZEILE (PGM-IX2, IND-NR) TO FND-ZEILE
                    MOVE     "INDPGM"          TO FND-RULE
                    INITIALIZE FND-TEXT
                    STRING   IND-TXT           DELIMITED BY SIZE
                             " WIRD GESETZT, " DELIMITED BY SIZE
                             DSP-NAME          DELIMITED BY SPACE
                             " KENNT IHN NICHT" DELIMITED BY SIZE
                        INTO FND-TEXT
                    END-STRING
                    PERFORM  SCHREIBE-FUND
           END-IF.

           IF       IND-NR < 99
                    ADD  1 TO IND-NR
                    GO TO PRF-PRG-40
           END-IF.

           ADD      1 TO PGM-IX2.
           GO TO    PRF-PRG-20.

       PRF-PRG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * REGEL "INDDDS": BEDINGUNGSINDIKATOREN DES DISPLAYS, DIE
      * KEINES SEINER PROGRAMME SETZT. ANTWORTINDIKATOREN SETZT
      * DAS DISPLAY SELBST
      *--------------------------------------------------------------
       PRUEFE-DDS-INDIKATOREN SECTION.
       PRF-DDI-00.

           MOVE     1 TO IND-NR.

       PRF-DDI-20.
           IF       DD-BEDINGT (IND-NR)     = ZEROES
            OR      DD-ANTWORT (IND-NR) NOT = ZEROES
                    GO TO PRF-DDI-80
           END-IF.

      * SETZT EIN PROGRAMM DES DISPLAYS DEN INDIKATOR?
           MOVE     ZEROES TO DSP-GESETZT.
           MOVE     PGM-IX TO PGM-IX2.

       PRF-DDI-40.
           IF       PGM-IX2 > ANZ-PGM
                    GO TO PRF-DDI-60
           END-IF.
           IF       PG-DSP (PGM-IX2)             = DSP-NAME
            AND     PG-GESETZT (PGM-IX2, IND-NR) NOT = ZEROES
                    MOVE 1 TO DSP-GESETZT
                    GO TO PRF-DDI-60
           END-IF.
           ADD      1 TO PGM-IX2.
           GO TO    PRF-DDI-40.

       PRF-DDI-60.
           IF       DSP-GESETZT = ZEROES
                    MOVE     IND-NR              TO IND-TXT-NR
                    MOVE     DSP-NAME            TO FND-MBR
                    MOVE     DD-ZEILE (IND-NR)   TO FND-ZEILE
                    MOVE     "INDDDS"            TO FND-RULE
                    INITIALIZE FND-TEXT
                    STRING   IND-TXT             DELIMITED BY SIZE
                             " BEDINGT "         DELIMITED BY SIZE
                             DD-FMT (IND-NR)     DELIMITED BY SPACE
                             ", KEIN PROGRAMM SETZT IHN ("
                                                 DELIMITED BY SIZE
                             DSP-ERSTES-PGM      DELIMITED BY SPACE
                             ")"                 DELIMITED BY SIZE
                        INTO FND-TEXT
                    END-STRING
                    PERFORM  SCHREIBE-FUND
           END-IF.

       PRF-DDI-80.
           IF       IND-NR < 99
                    ADD  1 TO IND-NR
                    GO TO PRF-DDI-20
           END-IF.

       PRF-DDI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * QUELLE SCAN-LIB/SCAN-FILE/SCAN-MBR PER OVRDBF OEFFNEN
      *--------------------------------------------------------------
       OEFFNE-QUELLE SECTION.
       OEF-QUE-00.

           MOVE     ZEROES TO SCAN-OK.

           INITIALIZE OVRDBF-REC.
           MOVE     "QCALSRC" TO FROMFILE OF OVRDBF-REC.
           MOVE     SCAN-LIB  TO TOLIB    OF OVRDBF-REC.
           MOVE     SCAN-FILE TO TOFILE   OF OVRDBF-REC.
           MOVE     SCAN-MBR  TO TOMBR    OF OVRDBF-REC.
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

           MOVE     1 TO SCAN-OK.

       OEF-QUE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * QUELLE SCHLIESSEN UND OVERRIDE ENTFERNEN
      *--------------------------------------------------------------
       SCHLIESSE-QUELLE SECTION.
       SCH-QUE-00.

           IF       SCAN-OK NOT = ZEROES
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
      * EINEN FUND SCHREIBEN, WENN ER NICHT SCHON OFFEN ODER
      * AKZEPTIERT VORHANDEN IST (GLEICHER TEXT UNTER MITGLIED,
      * ZEILE UND REGEL)
      *--------------------------------------------------------------
       SCHREIBE-FUND SECTION.
       SCH-FND-00.

           MOVE     ZEROES TO FND-DA.

           INITIALIZE PCHKFNDF OF PCHKFND-L.
           MOVE     FND-MBR   TO FNMBR   OF PCHKFND-L.
           MOVE     FND-ZEILE TO FNZEILE OF PCHKFND-L.
           MOVE     FND-RULE  TO FNRULE  OF PCHKFND-L.
           START    PCHKFND-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-FND-50
           END-IF.

       SCH-FND-20.
           READ     PCHKFND-DL NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      FNMBR   OF PCHKFND-L NOT = FND-MBR
            OR      FNZEILE OF PCHKFND-L NOT = FND-ZEILE
            OR      FNRULE  OF PCHKFND-L NOT = FND-RULE
                    GO TO SCH-FND-50
           END-IF.
           IF       FNTEXT  OF PCHKFND-L     = FND-TEXT
            AND     FNSTAT  OF PCHKFND-L NOT = "F"
                    MOVE 1 TO FND-DA
                    GO TO SCH-FND-50
           END-IF.
           GO TO    SCH-FND-20.

       SCH-FND-50.
           IF       FND-DA NOT = ZEROES
                    GO TO SCH-FND-90
           END-IF.

           INITIALIZE PCHKFNDF OF PCHKFND-P.
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PCHKFND" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK            TO FNLFDN  OF PCHKFND-P.
           MOVE     FND-MBR             TO FNMBR   OF PCHKFND-P.
           MOVE     FND-ZEILE           TO FNZEILE OF PCHKFND-P.
           MOVE     FND-RULE            TO FNRULE  OF PCHKFND-P.
           MOVE     FND-TEXT            TO FNTEXT  OF PCHKFND-P.
           MOVE     "W"                 TO FNSEV   OF PCHKFND-P.
           MOVE     "O"                 TO FNSTAT  OF PCHKFND-P.
           MOVE     SPACES              TO FNUSER  OF PCHKFND-P.
           MOVE     DATE-8              TO FNADTA  OF PCHKFND-P.
           MOVE     TIME-6              TO FNATIA  OF PCHKFND-P.
           WRITE    PCHKFND-P.

           ADD      1 TO ANZ-FUNDE.

       SCH-FND-90.
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
