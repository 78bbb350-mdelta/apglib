       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CRP1059.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * DATENKATALOG-ABGLEICH UEBER PCFGFFD                           *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  PRUEFT DIE VON CMP0005 NACH PCFGFFD          *
      *                  GESTELLTEN FELDER ALLER PHYSISCHEN DATEIEN   *
      *                  DER BIBLIOTHEK X-LIB (SPACES = CONST-LIB).   *
      *                  DIE DATEIEN UND IHRE SCHLUESSELFELDER        *
      *                  KOMMEN UEBER DSPFD *ACCPTH NACH PTMPACP.     *
      *                  REGELN:                                      *
      *                  - "DDPRF": FELD OHNE DAS PRAEFIX SEINER      *
      *                    DATEI (Z.B. KB* IN PKDBST1). DAS PRAEFIX   *
      *                    IST DAS HAEUFIGSTE ZWEISTELLIGE PRAEFIX,   *
      *                    WENN ES MINDESTENS DIE HAELFTE DER         *
      *                    FELDER TRAEGT.                             *
      *                  - "DDKEY": SCHLUESSELFELD EINER DATEI, DAS   *
      *                    IN EINER ANDEREN DATEI MIT ANDERER         *
      *                    DEFINITION (TYP, LAENGE, DEZIMALEN)        *
      *                    VORKOMMT.                                  *
      *                  - "DDTYP": GLEICHER FELDNAME IN MEHREREN     *
      *                    DATEIEN MIT ANDERER DEFINITION; BEZUG IST  *
      *                    DIE HAEUFIGSTE DEFINITION.                 *
      *                  JEDER FUND WIRD AUF CRF1059 IN DIE OUTQ      *
      *                  X-OUTQ GEDRUCKT UND WIE DIE FUNDE DES        *
      *                  NACHTSCANS CRP1052 NACH PCHKFND GESCHRIEBEN  *
      *                  (MITGLIED = DATEI, STATUS "O", KEINE         *
      *                  DOPPELTEN OFFENEN FUNDE; VIEWER CRP1053).    *
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
      * PCFGFFDL3: WHFLDE, WHFILE (FELDER NACH FELDNAME)
      *-------------------------------------------------------------
           SELECT PCFGFFD-DN
                  ASSIGN       TO  DATABASE-PCFGFFDL3
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                                   WITH DUPLICATES
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

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
      * TEMPORAERE DATEI PTMPACP (DSPFD *ACCPTH)
      *-------------------------------------------------------------
           SELECT PTMPACP-DP
                  ASSIGN       TO  DATABASE-PTMPACP
                  ORGANIZATION IS  SEQUENTIAL
                  ACCESS       IS  SEQUENTIAL
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *    PRINTERFILE FUER DIE LISTE
      *-------------------------------------------------------------
           SELECT XXDRUCK-DAT
                  ASSIGN        TO FORMATFILE-CRF1059
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
      *--- PCFGFFDL3: WHFLDE, WHFILE
       FD  PCFGFFD-DN
           LABEL RECORDS ARE STANDARD.
       01  PCFGFFD-N.
           COPY DDS-ALL-FORMATS OF PCFGFFDL3.
      /
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
      *--- TEMPORAERE PTMPACP
       FD  PTMPACP-DP
           LABEL RECORDS ARE STANDARD.
       01  PTMPACP-P.
           COPY DDS-ALL-FORMATS OF PTMPACP.
      /
      *------DRUCKAUSGABE----
       FD  XXDRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  XXDRUCK-REC.
           COPY DDS-ALL-FORMATS OF CRF1059.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CRP1059".
       01  PGM-TYP                       PIC X(8)  VALUE "CHECKER".

      * PARAMETER FUER CL-PROGRAMME
       01  CMDEXC-REC                    TYPE CMDEXC-TYPE.
       01  DLTF-REC                      TYPE DLTF-TYPE.
       01  OVRPRTF-REC                   TYPE OVRPRTF-TYPE.

       01  PRF-LIB                       PIC X(10).

      * PHYSISCHE DATEIEN DER BIBLIOTHEK
       01  ANZ-DATEIEN                   PIC 9(4).
       01  DATEI-TAB.
        05 DATEI-NAME                    OCCURS 1000 TIMES
                                         PIC X(10).
       01  DATEI-IX                      PIC 9(4).
       01  SUCH-DATEI                    PIC X(10).
       01  DATEI-DA                      PIC 9(1).

      * SCHLUESSELFELDER JE DATEI
       01  ANZ-SCHLUESSEL                PIC 9(4).
       01  SCHLUESSEL-TAB.
        05 SCHLUESSEL-EINTRAG            OCCURS 3000 TIMES.
         10 SL-DATEI                     PIC X(10).
         10 SL-FELD                      PIC X(10).
       01  SCHLUESSEL-IX                 PIC 9(4).
       01  SUCH-FELD                     PIC X(10).
       01  SCHLUESSEL-DA                 PIC 9(1).

      * FELDER EINER DATEI (PRAEFIXREGEL)
       01  AKT-DATEI                     PIC X(10).
       01  ANZ-DFELDER                   PIC 9(4).
       01  DFELD-TAB.
        05 DFELD-NAME                    OCCURS 999 TIMES
                                         PIC X(10).
       01  DFELD-IX                      PIC 9(4).
       01  ANZ-PRAEFIXE                  PIC 9(3).
       01  PRAEFIX-TAB.
        05 PRAEFIX-EINTRAG               OCCURS 100 TIMES.
         10 PX-WERT                      PIC X(2).
         10 PX-ANZ                       PIC 9(4).
       01  PRAEFIX-IX                    PIC 9(3).
       01  HAUPT-PRAEFIX                 PIC X(2).
       01  HAUPT-ANZ                     PIC 9(4).

      * DEFINITIONEN EINES FELDNAMENS (TYP- UND SCHLUESSELREGEL)
       01  AKT-FELD                      PIC X(10).
       01  ANZ-DEF                       PIC 9(3).
       01  DEF-TAB.
        05 DEF-EINTRAG                   OCCURS 300 TIMES.
         10 DF-DATEI                     PIC X(10).
         10 DF-TEXT                      PIC X(12).
         10 DF-ANZ                       PIC 9(3).
       01  DEF-IX                        PIC 9(3).
       01  DEF-IX2                       PIC 9(3).
       01  REF-IX                        PIC 9(3).
       01  REF-SCHLUESSEL                PIC 9(1).

      * DEFINITION ALS TEXT, Z.B. A(10) ODER P(9,2)
       01  DEF-WRK                       PIC X(12).
       01  DEF-PTR                       PIC 9(3).
       01  LEN-ED                        PIC Z(4)9.
       01  DEZ-ED                        PIC Z9.

      * ZU SCHREIBENDER FUND
       01  FND-MBR                       PIC X(10).
       01  FND-FELD                      PIC X(10).
       01  FND-RULE                      PIC X(6).
       01  FND-TEXT                      PIC X(80).
       01  FND-DA                        PIC 9(1).

      * ZAEHLER
       01  ANZ-PRF                       PIC 9(5)  VALUE ZEROES.
       01  ANZ-KEY                       PIC 9(5)  VALUE ZEROES.
       01  ANZ-TYP                       PIC 9(5)  VALUE ZEROES.
       01  ANZ-NEU                       PIC 9(5)  VALUE ZEROES.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * BIBLIOTHEK, SPACES = CONST-LIB
       01  X-LIB                         PIC X(10).
      * AUSGABEWARTESCHLANGE, SPACES = PRT01
       01  X-OUTQ                        PIC X(10).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-LIB
                                X-OUTQ.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "CRP1059" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

           IF       X-LIB = SPACES
                    MOVE CONST-LIB TO PRF-LIB
           ELSE
                    MOVE X-LIB     TO PRF-LIB
           END-IF.

      * PHYSISCHE DATEIEN UND IHRE SCHLUESSEL ERMITTELN
           PERFORM  LADE-SCHLUESSEL.
           IF       ANZ-DATEIEN = ZEROES
                    GO TO ENDE
           END-IF.

      * OUTQ SETZEN UND DRUCKDATEI OEFFNEN
           INITIALIZE RET-CODE.
           INITIALIZE OVRPRTF-REC.
           MOVE     "CRF1059" TO FROMFILE OF OVRPRTF-REC.
           IF       X-OUTQ = SPACES
                    MOVE "PRT01" TO TOOUTQ OF OVRPRTF-REC
           ELSE
                    MOVE X-OUTQ  TO TOOUTQ OF OVRPRTF-REC
           END-IF.
           CALL     "CLP0041" USING OVRPRTF-REC
                                    RET-CODE
           END-CALL.

           OPEN     INPUT  PCFGFFD-DL
                           PCFGFFD-DN
                           PCHKFND-DL.
           OPEN     I-O    PCHKFND-DP.
           OPEN     OUTPUT XXDRUCK-DAT.

      * KOPFZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "KOPF"    TO DRART   OF XXDRUCK-REC.
           MOVE     PRF-LIB   TO DRLIB   OF XXDRUCK-REC.
           MOVE     DATE-8    TO DRDATUM OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

      * PRAEFIXE JE DATEI, DANACH DEFINITIONEN JE FELDNAME
           PERFORM  PRUEFE-PRAEFIXE.
           PERFORM  PRUEFE-DEFINITIONEN.

      * SUMMENZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "SUMME"   TO DRART   OF XXDRUCK-REC.
           MOVE     ANZ-PRF   TO DRANZP  OF XXDRUCK-REC.
           MOVE     ANZ-KEY   TO DRANZK  OF XXDRUCK-REC.
           MOVE     ANZ-TYP   TO DRANZT  OF XXDRUCK-REC.
           MOVE     ANZ-NEU   TO DRANZN  OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           CLOSE    PCFGFFD-DL
                    PCFGFFD-DN
                    PCHKFND-DL
                    PCHKFND-DP
                    XXDRUCK-DAT.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * DSPFD *ACCPTH DER PHYSISCHEN DATEIEN NACH PTMPACP UND
      * DARAUS DIE DATEILISTE UND DIE SCHLUESSELFELDER LADEN
      *--------------------------------------------------------------
       LADE-SCHLUESSEL SECTION.
       LAD-SLU-00.

           INITIALIZE ANZ-DATEIEN, ANZ-SCHLUESSEL.

           PERFORM  DELETE-TMPACP.
           INITIALIZE CMDEXC-REC.
           STRING   "DSPFD FILE("        DELIMITED BY SIZE
                    PRF-LIB              DELIMITED BY SPACES
                    "/*ALL) TYPE(*ACCPTH) OUTPUT(*OUTFILE)"
                                         DELIMITED BY SIZE
                    " FILEATR(*PF) OUTFILE(" DELIMITED BY SIZE
                    CONST-LIB            DELIMITED BY SPACES
                    "/PTMPACP)"          DELIMITED BY SIZE
               INTO COMMAND OF CMDEXC-REC
           END-STRING.
           INITIALIZE RET-CODE.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    GO TO LAD-SLU-90
           END-IF.

           OPEN     INPUT PTMPACP-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-SLU-80
           END-IF.

       LAD-SLU-20.
           READ     PTMPACP-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-SLU-70
           END-IF.

           IF       APFILE OF PTMPACP-P = SPACES
                    GO TO LAD-SLU-20
           END-IF.

      * DATEI EINMAL IN DIE LISTE
           MOVE     APFILE OF PTMPACP-P TO SUCH-DATEI.
           PERFORM  SUCHE-DATEI.
           IF       DATEI-DA = ZEROES
            AND     ANZ-DATEIEN < 1000
                    ADD  1 TO ANZ-DATEIEN
                    MOVE SUCH-DATEI TO DATEI-NAME (ANZ-DATEIEN)
           END-IF.

      * SCHLUESSELFELD (BEI ANKUNFTSFOLGE LEER)
           IF       APKEYF OF PTMPACP-P NOT = SPACES
            AND     ANZ-SCHLUESSEL < 3000
                    ADD  1 TO ANZ-SCHLUESSEL
                    MOVE APFILE OF PTMPACP-P
                      TO SL-DATEI (ANZ-SCHLUESSEL)
                    MOVE APKEYF OF PTMPACP-P
                      TO SL-FELD  (ANZ-SCHLUESSEL)
           END-IF.

           GO TO    LAD-SLU-20.

       LAD-SLU-70.
           CLOSE    PTMPACP-DP.

       LAD-SLU-80.
           PERFORM  DELETE-TMPACP.

       LAD-SLU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * IST SUCH-DATEI EINE PHYSISCHE DATEI DER BIBLIOTHEK?
      *--------------------------------------------------------------
       SUCHE-DATEI SECTION.
       SUC-DAT-00.

           MOVE     ZEROES TO DATEI-DA.
           MOVE     1      TO DATEI-IX.

       SUC-DAT-20.
           IF       DATEI-IX > ANZ-DATEIEN
                    GO TO SUC-DAT-90
           END-IF.
           IF       DATEI-NAME (DATEI-IX) = SUCH-DATEI
                    MOVE 1 TO DATEI-DA
                    GO TO SUC-DAT-90
           END-IF.
           ADD      1 TO DATEI-IX.
           GO TO    SUC-DAT-20.

       SUC-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * IST SUCH-FELD EIN SCHLUESSELFELD VON SUCH-DATEI?
      *--------------------------------------------------------------
       SUCHE-SCHLUESSEL SECTION.
       SUC-SLU-00.

           MOVE     ZEROES TO SCHLUESSEL-DA.
           MOVE     1      TO SCHLUESSEL-IX.

       SUC-SLU-20.
           IF       SCHLUESSEL-IX > ANZ-SCHLUESSEL
                    GO TO SUC-SLU-90
           END-IF.
           IF       SL-DATEI (SCHLUESSEL-IX) = SUCH-DATEI
            AND     SL-FELD  (SCHLUESSEL-IX) = SUCH-FELD
                    MOVE 1 TO SCHLUESSEL-DA
                    GO TO SUC-SLU-90
           END-IF.
           ADD      1 TO SCHLUESSEL-IX.
           GO TO    SUC-SLU-20.

       SUC-SLU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * REGEL "DDPRF": FELDER JE DATEI SAMMELN UND GEGEN DAS
      * HAEUFIGSTE PRAEFIX PRUEFEN
      *--------------------------------------------------------------
       PRUEFE-PRAEFIXE SECTION.
       PRF-PRX-00.

           MOVE     SPACES TO AKT-DATEI.
           INITIALIZE ANZ-DFELDER.

           INITIALIZE PCFGFFDF OF PCFGFFD-L.
           MOVE     PRF-LIB TO WHLIB  OF PCFGFFD-L.
           MOVE     SPACES  TO WHFILE OF PCFGFFD-L.
           MOVE     SPACES  TO WHNAME OF PCFGFFD-L.
           MOVE     SPACES  TO WHFLDE OF PCFGFFD-L.
           START    PCFGFFD-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-PRX-90
           END-IF.

       PRF-PRX-20.
           READ     PCFGFFD-DL NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      WHLIB OF PCFGFFD-L NOT = PRF-LIB
                    GO TO PRF-PRX-80
           END-IF.

      * DATEIWECHSEL: VORIGE DATEI AUSWERTEN
           IF       WHFILE OF PCFGFFD-L NOT = AKT-DATEI
                    IF   ANZ-DFELDER NOT = ZEROES
                         PERFORM PRUEFE-DATEI-PRAEFIX
                    END-IF
                    INITIALIZE ANZ-DFELDER
                    MOVE WHFILE OF PCFGFFD-L TO AKT-DATEI
                    MOVE AKT-DATEI           TO SUCH-DATEI
                    PERFORM SUCHE-DATEI
           END-IF.

      * NUR PHYSISCHE DATEIEN
           IF       DATEI-DA = ZEROES
            OR      ANZ-DFELDER NOT < 999
                    GO TO PRF-PRX-20
           END-IF.

           ADD      1 TO ANZ-DFELDER.
           MOVE     WHFLDE OF PCFGFFD-L TO DFELD-NAME (ANZ-DFELDER).

           GO TO    PRF-PRX-20.

       PRF-PRX-80.
           IF       ANZ-DFELDER NOT = ZEROES
                    PERFORM PRUEFE-DATEI-PRAEFIX
           END-IF.

       PRF-PRX-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PRAEFIXE DER DATEI AKT-DATEI ZAEHLEN UND ABWEICHLER MELDEN
      *--------------------------------------------------------------
       PRUEFE-DATEI-PRAEFIX SECTION.
       PRF-DPX-00.

           IF       ANZ-DFELDER < 3
                    GO TO PRF-DPX-90
           END-IF.

           INITIALIZE PRAEFIX-TAB, ANZ-PRAEFIXE.
           MOVE     1 TO DFELD-IX.

       PRF-DPX-20.
           IF       DFELD-IX > ANZ-DFELDER
                    GO TO PRF-DPX-40
           END-IF.

           MOVE     1 TO PRAEFIX-IX.

       PRF-DPX-25.
           IF       PRAEFIX-IX > ANZ-PRAEFIXE
                    IF   ANZ-PRAEFIXE < 100
                         ADD  1 TO ANZ-PRAEFIXE
                         MOVE DFELD-NAME (DFELD-IX)(1:2)
                           TO PX-WERT (ANZ-PRAEFIXE)
                         MOVE 1 TO PX-ANZ (ANZ-PRAEFIXE)
                    END-IF
                    GO TO PRF-DPX-30
           END-IF.
           IF       PX-WERT (PRAEFIX-IX) = DFELD-NAME (DFELD-IX)(1:2)
                    ADD  1 TO PX-ANZ (PRAEFIX-IX)
                    GO TO PRF-DPX-30
           END-IF.
           ADD      1 TO PRAEFIX-IX.
           GO TO    PRF-DPX-25.

       PRF-DPX-30.
           ADD      1 TO DFELD-IX.
           GO TO    PRF-DPX-20.

      * HAEUFIGSTES PRAEFIX
       PRF-DPX-40.
           MOVE     SPACES TO HAUPT-PRAEFIX.
           MOVE     ZEROES TO HAUPT-ANZ.
           MOVE     1      TO PRAEFIX-IX.

       PRF-DPX-45.
           IF       PRAEFIX-IX NOT > ANZ-PRAEFIXE
                    IF   PX-ANZ (PRAEFIX-IX) > HAUPT-ANZ
                         MOVE PX-WERT (PRAEFIX-IX) TO HAUPT-PRAEFIX
                         MOVE PX-ANZ  (PRAEFIX-IX) TO HAUPT-ANZ
                    END-IF
                    ADD  1 TO PRAEFIX-IX
                    GO TO PRF-DPX-45
           END-IF.

      * OHNE KLARE KONVENTION KEIN URTEIL
           IF       HAUPT-ANZ * 2 < ANZ-DFELDER
            OR      HAUPT-ANZ = ANZ-DFELDER
                    GO TO PRF-DPX-90
           END-IF.

           MOVE     1 TO DFELD-IX.

       PRF-DPX-60.
           IF       DFELD-IX > ANZ-DFELDER
                    GO TO PRF-DPX-90
           END-IF.

           IF       DFELD-NAME (DFELD-IX)(1:2) NOT = HAUPT-PRAEFIX
                    ADD      1 TO ANZ-PRF
                    MOVE     AKT-DATEI             TO FND-MBR
                    MOVE     DFELD-NAME (DFELD-IX) TO FND-FELD
                    MOVE     "DDPRF"               TO FND-RULE
                    MOVE     SPACES                TO DEF-WRK
                    INITIALIZE FND-TEXT
                    STRING   "FELD "               DELIMITED BY SIZE
                             FND-FELD              DELIMITED BY SPACE
                             " OHNE PRAEFIX "      DELIMITED BY SIZE
                             HAUPT-PRAEFIX         DELIMITED BY SIZE
                             " DER DATEI "         DELIMITED BY SIZE
                             AKT-DATEI             DELIMITED BY SPACE
                        INTO FND-TEXT
                    END-STRING
                    PERFORM  MELDE-FUND
           END-IF.

           ADD      1 TO DFELD-IX.
           GO TO    PRF-DPX-60.

       PRF-DPX-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * REGELN "DDKEY"/"DDTYP": ALLE DEFINITIONEN EINES FELDNAMENS
      * UEBER DIE DATEIEN SAMMELN UND VERGLEICHEN
      *--------------------------------------------------------------
       PRUEFE-DEFINITIONEN SECTION.
       PRF-DEF-00.

           MOVE     SPACES TO AKT-FELD.
           INITIALIZE ANZ-DEF.

           INITIALIZE PCFGFFDF OF PCFGFFD-N.
           MOVE     SPACES TO WHFLDE OF PCFGFFD-N.
           MOVE     SPACES TO WHFILE OF PCFGFFD-N.
           START    PCFGFFD-DN KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-DEF-90
           END-IF.

       PRF-DEF-20.
           READ     PCFGFFD-DN NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-DEF-80
           END-IF.

      * FELDWECHSEL: VORIGEN FELDNAMEN AUSWERTEN
           IF       WHFLDE OF PCFGFFD-N NOT = AKT-FELD
                    IF   ANZ-DEF > 1
                         PERFORM VERGLEICHE-DEFINITIONEN
                    END-IF
                    INITIALIZE ANZ-DEF
                    MOVE WHFLDE OF PCFGFFD-N TO AKT-FELD
           END-IF.

      * NUR PHYSISCHE DATEIEN DER BIBLIOTHEK
           IF       WHLIB OF PCFGFFD-N NOT = PRF-LIB
            OR      ANZ-DEF NOT < 300
                    GO TO PRF-DEF-20
           END-IF.
           MOVE     WHFILE OF PCFGFFD-N TO SUCH-DATEI.
           PERFORM  SUCHE-DATEI.
           IF       DATEI-DA = ZEROES
                    GO TO PRF-DEF-20
           END-IF.

      * DEFINITION ALS TEXT: TYP(LAENGE[,DEZIMALEN])
           MOVE     SPACES TO DEF-WRK.
           MOVE     1      TO DEF-PTR.
           IF       WHFLDD OF PCFGFFD-N NOT = ZEROES
                    MOVE WHFLDD OF PCFGFFD-N TO LEN-ED
           ELSE
                    MOVE WHFLDB OF PCFGFFD-N TO LEN-ED
           END-IF.
           STRING   WHFLDT OF PCFGFFD-N      DELIMITED BY SIZE
                    "("                      DELIMITED BY SIZE
                    FUNCTION TRIM(LEN-ED)    DELIMITED BY SIZE
               INTO DEF-WRK WITH POINTER DEF-PTR
           END-STRING.
           IF       WHFLDD OF PCFGFFD-N NOT = ZEROES
                    MOVE   WHFLDP OF PCFGFFD-N TO DEZ-ED
                    STRING ","                   DELIMITED BY SIZE
                           FUNCTION TRIM(DEZ-ED) DELIMITED BY SIZE
                      INTO DEF-WRK WITH POINTER DEF-PTR
                    END-STRING
           END-IF.
           STRING   ")" DELIMITED BY SIZE
               INTO DEF-WRK WITH POINTER DEF-PTR
           END-STRING.

           ADD      1 TO ANZ-DEF.
           MOVE     WHFILE OF PCFGFFD-N TO DF-DATEI (ANZ-DEF).
           MOVE     DEF-WRK             TO DF-TEXT  (ANZ-DEF).
           MOVE     ZEROES              TO DF-ANZ   (ANZ-DEF).

           GO TO    PRF-DEF-20.

       PRF-DEF-80.
           IF       ANZ-DEF > 1
                    PERFORM VERGLEICHE-DEFINITIONEN
           END-IF.

       PRF-DEF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DEFINITIONEN VON AKT-FELD VERGLEICHEN. BEZUG IST DIE DATEI,
      * IN DER DAS FELD SCHLUESSEL IST ("DDKEY"), SONST DIE
      * HAEUFIGSTE DEFINITION ("DDTYP")
      *--------------------------------------------------------------
       VERGLEICHE-DEFINITIONEN SECTION.
       VGL-DEF-00.

      * HAEUFIGKEIT JE DEFINITION
           MOVE     1 TO DEF-IX.

       VGL-DEF-10.
           IF       DEF-IX > ANZ-DEF
                    GO TO VGL-DEF-20
           END-IF.
           MOVE     1 TO DEF-IX2.

       VGL-DEF-15.
           IF       DEF-IX2 NOT > ANZ-DEF
                    IF   DF-TEXT (DEF-IX2) = DF-TEXT (DEF-IX)
                         ADD 1 TO DF-ANZ (DEF-IX)
                    END-IF
                    ADD  1 TO DEF-IX2
                    GO TO VGL-DEF-15
           END-IF.
           ADD      1 TO DEF-IX.
           GO TO    VGL-DEF-10.

       VGL-DEF-20.
      * ALLE GLEICH: NICHTS ZU MELDEN
           IF       DF-ANZ (1) = ANZ-DEF
                    GO TO VGL-DEF-90
           END-IF.

      * BEZUG: SCHLUESSELDATEI
           MOVE     ZEROES   TO REF-IX, REF-SCHLUESSEL.
           MOVE     AKT-FELD TO SUCH-FELD.
           MOVE     1        TO DEF-IX.

       VGL-DEF-25.
           IF       DEF-IX NOT > ANZ-DEF
                    MOVE    DF-DATEI (DEF-IX) TO SUCH-DATEI
                    PERFORM SUCHE-SCHLUESSEL
                    IF   SCHLUESSEL-DA NOT = ZEROES
                         MOVE DEF-IX TO REF-IX
                         MOVE 1      TO REF-SCHLUESSEL
                         GO TO VGL-DEF-40
                    END-IF
                    ADD  1 TO DEF-IX
                    GO TO VGL-DEF-25
           END-IF.

      * SONST: HAEUFIGSTE DEFINITION
           MOVE     1 TO REF-IX.
           MOVE     2 TO DEF-IX.

       VGL-DEF-30.
           IF       DEF-IX NOT > ANZ-DEF
                    IF   DF-ANZ (DEF-IX) > DF-ANZ (REF-IX)
                         MOVE DEF-IX TO REF-IX
                    END-IF
                    ADD  1 TO DEF-IX
                    GO TO VGL-DEF-30
           END-IF.

      * ABWEICHLER MELDEN
       VGL-DEF-40.
           MOVE     1 TO DEF-IX.

       VGL-DEF-50.
           IF       DEF-IX > ANZ-DEF
                    GO TO VGL-DEF-90
           END-IF.

           IF       DF-TEXT (DEF-IX) NOT = DF-TEXT (REF-IX)
                    MOVE     DF-DATEI (DEF-IX) TO FND-MBR
                    MOVE     AKT-FELD          TO FND-FELD
                    MOVE     DF-TEXT (DEF-IX)  TO DEF-WRK
                    INITIALIZE FND-TEXT
                    IF   REF-SCHLUESSEL NOT = ZEROES
                         ADD    1 TO ANZ-KEY
                         MOVE   "DDKEY" TO FND-RULE
                         STRING "FELD "            DELIMITED BY SIZE
                                AKT-FELD           DELIMITED BY SPACE
                                " "                DELIMITED BY SIZE
                                DF-TEXT (DEF-IX)   DELIMITED BY SPACE
                                ", SCHLUESSEL IN " DELIMITED BY SIZE
                                DF-DATEI (REF-IX)  DELIMITED BY SPACE
                                " ALS "            DELIMITED BY SIZE
                                DF-TEXT (REF-IX)   DELIMITED BY SPACE
                           INTO FND-TEXT
                         END-STRING
                    ELSE
                         ADD    1 TO ANZ-TYP
                         MOVE   "DDTYP" TO FND-RULE
                         STRING "FELD "            DELIMITED BY SIZE
                                AKT-FELD           DELIMITED BY SPACE
                                " "                DELIMITED BY SIZE
                                DF-TEXT (DEF-IX)   DELIMITED BY SPACE
                                ", SONST "         DELIMITED BY SIZE
                                DF-TEXT (REF-IX)   DELIMITED BY SPACE
                                " (Z.B. "          DELIMITED BY SIZE
                                DF-DATEI (REF-IX)  DELIMITED BY SPACE
                                ")"                DELIMITED BY SIZE
                           INTO FND-TEXT
                         END-STRING
                    END-IF
                    PERFORM  MELDE-FUND
           END-IF.

           ADD      1 TO DEF-IX.
           GO TO    VGL-DEF-50.

       VGL-DEF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FUND DRUCKEN UND NACH PCHKFND SCHREIBEN, WENN ER NICHT
      * SCHON OFFEN ODER AKZEPTIERT VORHANDEN IST
      *--------------------------------------------------------------
       MELDE-FUND SECTION.
       MEL-FND-00.

           INITIALIZE XXDRUCK-REC.
           MOVE     "FUND"    TO DRART   OF XXDRUCK-REC.
           MOVE     FND-RULE  TO DRRULE  OF XXDRUCK-REC.
           MOVE     FND-MBR   TO DRDATEI OF XXDRUCK-REC.
           MOVE     FND-FELD  TO DRFELD  OF XXDRUCK-REC.
           MOVE     DEF-WRK   TO DRDEF   OF XXDRUCK-REC.
           MOVE     FND-TEXT  TO DRTEXT  OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           MOVE     ZEROES TO FND-DA.

           INITIALIZE PCHKFNDF OF PCHKFND-L.
           MOVE     FND-MBR   TO FNMBR   OF PCHKFND-L.
           MOVE     ZEROES    TO FNZEILE OF PCHKFND-L.
           MOVE     FND-RULE  TO FNRULE  OF PCHKFND-L.
           START    PCHKFND-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO MEL-FND-50
           END-IF.

       MEL-FND-20.
           READ     PCHKFND-DL NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      FNMBR   OF PCHKFND-L NOT = FND-MBR
            OR      FNZEILE OF PCHKFND-L NOT = ZEROES
            OR      FNRULE  OF PCHKFND-L NOT = FND-RULE
                    GO TO MEL-FND-50
           END-IF.
           IF       FNTEXT  OF PCHKFND-L     = FND-TEXT
            AND     FNSTAT  OF PCHKFND-L NOT = "F"
                    MOVE 1 TO FND-DA
                    GO TO MEL-FND-50
           END-IF.
           GO TO    MEL-FND-20.

       MEL-FND-50.
           IF       FND-DA NOT = ZEROES
                    GO TO MEL-FND-90
           END-IF.

           INITIALIZE PCHKFNDF OF PCHKFND-P.
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PCHKFND" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK            TO FNLFDN  OF PCHKFND-P.
           MOVE     FND-MBR             TO FNMBR   OF PCHKFND-P.
           MOVE     ZEROES              TO FNZEILE OF PCHKFND-P.
           MOVE     FND-RULE            TO FNRULE  OF PCHKFND-P.
           MOVE     FND-TEXT            TO FNTEXT  OF PCHKFND-P.
           MOVE     "W"                 TO FNSEV   OF PCHKFND-P.
           MOVE     "O"                 TO FNSTAT  OF PCHKFND-P.
           MOVE     SPACES              TO FNUSER  OF PCHKFND-P.
           MOVE     DATE-8              TO FNADTA  OF PCHKFND-P.
           MOVE     TIME-6              TO FNATIA  OF PCHKFND-P.
           WRITE    PCHKFND-P.

           ADD      1 TO ANZ-NEU.

       MEL-FND-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TEMPORAERE DATEI PTMPACP LOESCHEN
      *--------------------------------------------------------------
       DELETE-TMPACP SECTION.
       DEL-TMA-00.

           INITIALIZE RET-CODE.
      * DLTF AUSFUEHREN
           INITIALIZE DLTF-REC.
           MOVE     "PTMPACP"      TO FILENAME OF DLTF-REC.
           MOVE     CONST-LIB      TO LIBNAME  OF DLTF-REC.
           CALL     "CLP0044" USING DLTF-REC
                                    RET-CODE
           END-CALL.
           INITIALIZE RET-CODE.

       DEL-TMA-90.
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
