       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP2047.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * VERZEICHNIS DER VERARBEITUNGSTAETIGKEITEN (DSGVO ART. 30)     *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ERZEUGT DAS VERARBEITUNGSVERZEICHNIS AUS     *
      *                  DEM DATENKATALOG. DIE PHYSISCHEN DATEIEN     *
      *                  DER BIBLIOTHEK X-LIB (SPACES = CONST-LIB)    *
      *                  KOMMEN WIE IN CRP1059 UEBER DSPFD *ACCPTH    *
      *                  NACH PTMPACP, IHRE FELDER AUS PCFGFFD, DIE   *
      *                  KLASSE JE FELD AUS PDSFKL (XXP2046) UND      *
      *                  ZWECK, RECHTSGRUNDLAGE UND LOESCHFRIST JE    *
      *                  DATEI AUS PDSVVZ (XXP2045).                  *
      *                  GEDRUCKT WIRD JEDE DATEI MIT PERSONEN-       *
      *                  BEZOGENEN ("P") ODER BESONDEREN ("B")        *
      *                  FELDERN, MIT NOCH NICHT KLASSIFIZIERTEN      *
      *                  FELDERN ODER MIT EINEM PDSVVZ-EINTRAG:       *
      *                  DIE ANGABEN DER DATEI, DIE P/B-FELDER (DIE   *
      *                  DATENKATEGORIEN) UND DIE OFFENEN FELDER.     *
      *                  HINWEISE BEI PERSONENBEZUG:                  *
      *                  - KEIN EINTRAG IN PDSVVZ,                    *
      *                  - KEINE LOESCHREGEL. ALS LOESCHREGEL GILT    *
      *                    EIN PARCRET-EINTRAG DER DATEI (SONST       *
      *                    "*ALL", WIE XXP1012) MIT RTTAGE > 0 ODER   *
      *                    EIN SCHRITT DES OFFBOARDINGS XXP1023       *
      *                    (TABELLE OFFB-WERTE; ART "I" = WIRD IMMER  *
      *                    BEREINIGT, ART "R" = NUR MIT REGEL "A"     *
      *                    ODER "L" IN PCONFIG DSGVO/<DATEI>).        *
      *                  AUSGABE AUF XXF2047 IN DIE OUTQ X-OUTQ,      *
      *                  DAS ERGEBNIS WIRD PROTOKOLLIERT.             *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    PLIZSEAT (LIZENZPLAETZE) IN OFFB-WERTE, DAS  *
      *                  OFFBOARDING GIBT DIE PLAETZE FREI.           *
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
      * PDSFKL: DKFILE, DKFELD (KLASSE JE FELD)
      *-------------------------------------------------------------
           SELECT PDSFKL-DP
                  ASSIGN       TO  DATABASE-PDSFKL
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PDSVVZ: VZFILE (VERARBEITUNGSVERZEICHNIS JE DATEI)
      *-------------------------------------------------------------
           SELECT PDSVVZ-DP
                  ASSIGN       TO  DATABASE-PDSVVZ
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PARCRET: RTFILE (AUFBEWAHRUNGSFRISTEN)
      *-------------------------------------------------------------
           SELECT PARCRET-DP
                  ASSIGN       TO  DATABASE-PARCRET
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCONFIG: CFID, CFKEY (DSGVO = REGELN DES OFFBOARDINGS)
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
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
                  ASSIGN        TO FORMATFILE-XXF2047
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
      *--- PDSFKL: DKFILE, DKFELD
       FD  PDSFKL-DP
           LABEL RECORDS ARE STANDARD.
       01  PDSFKL-P.
           COPY DDS-ALL-FORMATS OF PDSFKL.
      /
      *--- PDSVVZ: VZFILE
       FD  PDSVVZ-DP
           LABEL RECORDS ARE STANDARD.
       01  PDSVVZ-P.
           COPY DDS-ALL-FORMATS OF PDSVVZ.
      /
      *--- PARCRET: RTFILE
       FD  PARCRET-DP
           LABEL RECORDS ARE STANDARD.
       01  PARCRET-P.
           COPY DDS-ALL-FORMATS OF PARCRET.
      /
      *--- PCONFIG: CFID, CFKEY
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
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
           COPY DDS-ALL-FORMATS OF XXF2047.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP2047".
       01  PGM-TYP                       PIC X(8)  VALUE "BATCH".

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

      * FELDER DER AKTUELLEN DATEI MIT IHRER KLASSE
       01  AKT-DATEI                     PIC X(10).
       01  ANZ-DFELDER                   PIC 9(4).
       01  DFELD-TAB.
        05 DFELD-EINTRAG                 OCCURS 999 TIMES.
         10 DF-NAME                      PIC X(10).
         10 DF-TEXT                      PIC X(50).
         10 DF-KLAS                      PIC X(1).
       01  DFELD-IX                      PIC 9(4).

      * KLASSEN DER AKTUELLEN DATEI
       01  ANZ-P                         PIC 9(4).
       01  ANZ-B                         PIC 9(4).
       01  ANZ-N                         PIC 9(4).
       01  ANZ-O                         PIC 9(4).
       01  VVZ-DA                        PIC 9(1).

      * LOESCHREGEL DER AKTUELLEN DATEI
       01  RT-TAGE                       LIKE RTTAGE OF PARCRET-P.
       01  RT-QUELLE                     PIC X(10).
       01  OFFB-WRK                      PIC X(1).
       01  LOESCH-DA                     PIC 9(1).

      * DATEIEN, DIE DAS OFFBOARDING XXP1023 BEREINIGT
      * (I = IMMER, R = NACH REGEL PCONFIG DSGVO/<DATEI>).
      * PPERSON FEHLT BEWUSST: XXP1023 SETZT DIE PERSON NUR INAKTIV,
      * DIE LOESCHFRIST MUSS EIN PARCRET-EINTRAG LIEFERN
       01  OFFB-WERTE.
        05 FILLER          PIC X(11) VALUE "PCFGAUT   I".
        05 FILLER          PIC X(11) VALUE "PCFGRLM   I".
        05 FILLER          PIC X(11) VALUE "PKDPLAN   I".
        05 FILLER          PIC X(11) VALUE "PCONFIG   I".
        05 FILLER          PIC X(11) VALUE "PZEITTAG  R".
        05 FILLER          PIC X(11) VALUE "PLIZSEAT  I".
       01  OFFB-WERTE-RED REDEFINES OFFB-WERTE.
        05 OFFB-EINTRAG                  OCCURS 6 TIMES.
         10 OFFB-DATEI                   PIC X(10).
         10 OFFB-ART                     PIC X(1).
       01  OFFB-ANZ                      PIC 9(2) VALUE 6.
       01  OFFB-IX                       PIC 9(2).

      * ZAEHLER
       01  ANZ-VERZ                      PIC 9(5) VALUE ZEROES.
       01  ANZ-OFFEN                     PIC 9(5) VALUE ZEROES.
       01  ANZ-OHNE-VVZ                  PIC 9(5) VALUE ZEROES.
       01  ANZ-OHNE-LOE                  PIC 9(5) VALUE ZEROES.
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
           MOVE     "XXP2047" TO PGM-WRK.
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

      * PHYSISCHE DATEIEN DER BIBLIOTHEK ERMITTELN
           PERFORM  LADE-DATEIEN.
           IF       ANZ-DATEIEN = ZEROES
                    GO TO ENDE
           END-IF.

      * OUTQ SETZEN UND DRUCKDATEI OEFFNEN
           INITIALIZE RET-CODE.
           INITIALIZE OVRPRTF-REC.
           MOVE     "XXF2047" TO FROMFILE OF OVRPRTF-REC.
           IF       X-OUTQ = SPACES
                    MOVE "PRT01" TO TOOUTQ OF OVRPRTF-REC
           ELSE
                    MOVE X-OUTQ  TO TOOUTQ OF OVRPRTF-REC
           END-IF.
           CALL     "CLP0041" USING OVRPRTF-REC
                                    RET-CODE
           END-CALL.

           OPEN     INPUT  PCFGFFD-DL
                           PDSFKL-DP
                           PDSVVZ-DP
                           PARCRET-DP
                           PCONFIG-DP.
           OPEN     OUTPUT XXDRUCK-DAT.

      * KOPFZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "KOPF"    TO DRART   OF XXDRUCK-REC.
           MOVE     PRF-LIB   TO DRLIB   OF XXDRUCK-REC.
           MOVE     DATE-8    TO DRDATUM OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

      * JEDE DATEI DER BIBLIOTHEK
           MOVE     1 TO DATEI-IX.

       ANF020.
           IF       DATEI-IX > ANZ-DATEIEN
                    GO TO ANF030
           END-IF.
           MOVE     DATEI-NAME (DATEI-IX) TO AKT-DATEI.
           PERFORM  VERARBEITE-DATEI.
           ADD      1 TO DATEI-IX.
           GO TO    ANF020.

       ANF030.
      * SUMMENZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "SUMME"      TO DRART   OF XXDRUCK-REC.
           MOVE     ANZ-VERZ     TO DRANZD  OF XXDRUCK-REC.
           MOVE     ANZ-OFFEN    TO DRANZF  OF XXDRUCK-REC.
           MOVE     ANZ-OHNE-VVZ TO DRANZV  OF XXDRUCK-REC.
           MOVE     ANZ-OHNE-LOE TO DRANZL  OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           CLOSE    PCFGFFD-DL
                    PDSFKL-DP
                    PDSVVZ-DP
                    PARCRET-DP
                    PCONFIG-DP
                    XXDRUCK-DAT.

           PERFORM  SCHREIBE-ABSCHLUSSLOG.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * DSPFD *ACCPTH DER PHYSISCHEN DATEIEN NACH PTMPACP UND
      * DARAUS DIE DATEILISTE LADEN
      *--------------------------------------------------------------
       LADE-DATEIEN SECTION.
       LAD-DAT-00.

           INITIALIZE ANZ-DATEIEN.

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
                    GO TO LAD-DAT-90
           END-IF.

           OPEN     INPUT PTMPACP-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-DAT-80
           END-IF.

       LAD-DAT-20.
           READ     PTMPACP-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-DAT-70
           END-IF.

           IF       APFILE OF PTMPACP-P = SPACES
                    GO TO LAD-DAT-20
           END-IF.

      * DATEI EINMAL IN DIE LISTE (JE SCHLUESSELFELD EIN SATZ)
           MOVE     APFILE OF PTMPACP-P TO SUCH-DATEI.
           PERFORM  SUCHE-DATEI.
           IF       DATEI-DA = ZEROES
            AND     ANZ-DATEIEN < 1000
                    ADD  1 TO ANZ-DATEIEN
                    MOVE SUCH-DATEI TO DATEI-NAME (ANZ-DATEIEN)
           END-IF.

           GO TO    LAD-DAT-20.

       LAD-DAT-70.
           CLOSE    PTMPACP-DP.

       LAD-DAT-80.
           PERFORM  DELETE-TMPACP.

       LAD-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STEHT SUCH-DATEI SCHON IN DER DATEILISTE?
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
      * EINE DATEI: FELDER UND KLASSEN LADEN, ANGABEN UND
      * LOESCHREGEL ERMITTELN UND DEN EINTRAG DRUCKEN
      *--------------------------------------------------------------
       VERARBEITE-DATEI SECTION.
       VER-DAT-00.

           PERFORM  LADE-FELDER.
           IF       ANZ-DFELDER = ZEROES
                    GO TO VER-DAT-90
           END-IF.

      * ANGABEN AUS DEM VERARBEITUNGSVERZEICHNIS
           MOVE     ZEROES TO VVZ-DA.
           INITIALIZE PDSVVZF OF PDSVVZ-P.
           MOVE     AKT-DATEI TO VZFILE OF PDSVVZ-P.
           READ     PDSVVZ-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE 1 TO VVZ-DA
           ELSE
                    INITIALIZE PDSVVZF OF PDSVVZ-P
           END-IF.

      * OHNE PERSONENBEZUG, VOLLSTAENDIG KLASSIFIZIERT UND OHNE
      * EINTRAG GEHOERT DIE DATEI NICHT INS VERZEICHNIS
           IF       ANZ-P = ZEROES
            AND     ANZ-B = ZEROES
            AND     ANZ-O = ZEROES
            AND     VVZ-DA = ZEROES
                    GO TO VER-DAT-90
           END-IF.

           PERFORM  PRUEFE-LOESCHREGEL.

      * ANGABEN DER DATEI
           INITIALIZE XXDRUCK-REC.
           MOVE     "DATEI"                TO DRART   OF XXDRUCK-REC.
           MOVE     AKT-DATEI              TO DRDATEI OF XXDRUCK-REC.
           MOVE     VZZWECK OF PDSVVZ-P    TO DRZWECK OF XXDRUCK-REC.
           MOVE     VZRECHT OF PDSVVZ-P    TO DRRECHT OF XXDRUCK-REC.
           MOVE     VZFRIST OF PDSVVZ-P    TO DRFRIST OF XXDRUCK-REC.
           MOVE     VZFRTXT OF PDSVVZ-P    TO DRFRTXT OF XXDRUCK-REC.
           MOVE     ANZ-P                  TO DRANZP  OF XXDRUCK-REC.
           MOVE     ANZ-B                  TO DRANZB  OF XXDRUCK-REC.
           MOVE     ANZ-N                  TO DRANZN  OF XXDRUCK-REC.
           MOVE     ANZ-O                  TO DRANZO  OF XXDRUCK-REC.
           MOVE     RT-TAGE                TO DRRTAGE OF XXDRUCK-REC.
           MOVE     RT-QUELLE              TO DRRTQ   OF XXDRUCK-REC.
           MOVE     OFFB-WRK               TO DROFFB  OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.
           ADD      1 TO ANZ-VERZ.

      * DATENKATEGORIEN (P/B), DANACH DIE OFFENEN FELDER
           PERFORM  DRUCKE-FELDER.

      * HINWEISE NUR BEI PERSONENBEZUG
           IF       ANZ-P = ZEROES
            AND     ANZ-B = ZEROES
                    GO TO VER-DAT-90
           END-IF.

           IF       VVZ-DA = ZEROES
                    INITIALIZE XXDRUCK-REC
                    MOVE "HINW"    TO DRART  OF XXDRUCK-REC
                    MOVE AKT-DATEI TO DRDATEI OF XXDRUCK-REC
                    MOVE "KEIN EINTRAG IM VERARBEITUNGSVERZEICHNIS"
                                   TO DRHINW OF XXDRUCK-REC
                    WRITE XXDRUCK-REC
                    ADD  1 TO ANZ-OHNE-VVZ
           END-IF.

           IF       LOESCH-DA = ZEROES
                    INITIALIZE XXDRUCK-REC
                    MOVE "HINW"    TO DRART  OF XXDRUCK-REC
                    MOVE AKT-DATEI TO DRDATEI OF XXDRUCK-REC
                    MOVE "KEINE LOESCHREGEL (PARCRET ODER XXP1023)"
                                   TO DRHINW OF XXDRUCK-REC
                    WRITE XXDRUCK-REC
                    ADD  1 TO ANZ-OHNE-LOE
           END-IF.

       VER-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FELDER DER DATEI AUS PCFGFFD MIT IHRER KLASSE AUS PDSFKL
      *--------------------------------------------------------------
       LADE-FELDER SECTION.
       LAD-FEL-00.

           INITIALIZE ANZ-DFELDER, ANZ-P, ANZ-B, ANZ-N, ANZ-O.

           INITIALIZE PCFGFFDF OF PCFGFFD-L.
           MOVE     PRF-LIB   TO WHLIB  OF PCFGFFD-L.
           MOVE     AKT-DATEI TO WHFILE OF PCFGFFD-L.
           MOVE     SPACES    TO WHNAME OF PCFGFFD-L.
           MOVE     SPACES    TO WHFLDE OF PCFGFFD-L.
           START    PCFGFFD-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-FEL-90
           END-IF.

       LAD-FEL-20.
           READ     PCFGFFD-DL NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      WHLIB  OF PCFGFFD-L NOT = PRF-LIB
            OR      WHFILE OF PCFGFFD-L NOT = AKT-DATEI
                    GO TO LAD-FEL-90
           END-IF.

           IF       ANZ-DFELDER NOT < 999
                    GO TO LAD-FEL-90
           END-IF.
           ADD      1 TO ANZ-DFELDER.
           MOVE     WHFLDE OF PCFGFFD-L TO DF-NAME (ANZ-DFELDER).
           MOVE     WHFTXT OF PCFGFFD-L TO DF-TEXT (ANZ-DFELDER).

           INITIALIZE PDSFKLF OF PDSFKL-P.
           MOVE     AKT-DATEI           TO DKFILE OF PDSFKL-P.
           MOVE     WHFLDE OF PCFGFFD-L TO DKFELD OF PDSFKL-P.
           READ     PDSFKL-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE DKKLAS OF PDSFKL-P TO DF-KLAS (ANZ-DFELDER)
           ELSE
                    MOVE SPACES             TO DF-KLAS (ANZ-DFELDER)
           END-IF.

           EVALUATE DF-KLAS (ANZ-DFELDER)
                    WHEN "P"
                         ADD 1 TO ANZ-P
                    WHEN "B"
                         ADD 1 TO ANZ-B
                    WHEN "N"
                         ADD 1 TO ANZ-N
                    WHEN OTHER
                         ADD 1 TO ANZ-O
           END-EVALUATE.

           GO TO    LAD-FEL-20.

       LAD-FEL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LOESCHREGEL: PARCRET (DATEI, SONST *ALL) ODER OFFBOARDING
      *--------------------------------------------------------------
       PRUEFE-LOESCHREGEL SECTION.
       PRU-LOE-00.

           MOVE     ZEROES TO LOESCH-DA.
           MOVE     ZEROES TO RT-TAGE.
           MOVE     SPACES TO RT-QUELLE.
           MOVE     SPACES TO OFFB-WRK.

      * EIGENE AUFBEWAHRUNGSFRIST, SONST DER STANDARD *ALL
           INITIALIZE PARCRETF OF PARCRET-P.
           MOVE     AKT-DATEI TO RTFILE OF PARCRET-P.
           READ     PARCRET-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE RTTAGE OF PARCRET-P TO RT-TAGE
                    MOVE AKT-DATEI           TO RT-QUELLE
           ELSE
                    INITIALIZE PARCRETF OF PARCRET-P
                    MOVE "*ALL" TO RTFILE OF PARCRET-P
                    READ PARCRET-DP WITH NO LOCK
                    IF   FILE-STATUS = ZEROES
                         MOVE RTTAGE OF PARCRET-P TO RT-TAGE
                         MOVE "*ALL"              TO RT-QUELLE
                    END-IF
           END-IF.
      * RTTAGE = 0 HEISST UNBEGRENZT AUFBEWAHREN
           IF       RT-TAGE > ZEROES
                    MOVE 1 TO LOESCH-DA
           END-IF.

      * SCHRITT DES OFFBOARDINGS XXP1023?
           MOVE     1 TO OFFB-IX.

       PRU-LOE-20.
           IF       OFFB-IX > OFFB-ANZ
                    GO TO PRU-LOE-90
           END-IF.
           IF       OFFB-DATEI (OFFB-IX) NOT = AKT-DATEI
                    ADD  1 TO OFFB-IX
                    GO TO PRU-LOE-20
           END-IF.

           IF       OFFB-ART (OFFB-IX) = "I"
                    MOVE "I" TO OFFB-WRK
                    MOVE 1   TO LOESCH-DA
                    GO TO PRU-LOE-90
           END-IF.

      * NUR MIT REGEL "A" (ANONYMISIEREN) ODER "L" (LOESCHEN)
           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "DSGVO"   TO CFID   OF PCONFIG-P.
           MOVE     AKT-DATEI TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES    TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES    TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES    TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND    (CFTXT1 OF PCONFIG-P(1:1) = "A"
             OR     CFTXT1 OF PCONFIG-P(1:1) = "L")
                    MOVE CFTXT1 OF PCONFIG-P(1:1) TO OFFB-WRK
                    MOVE 1 TO LOESCH-DA
           END-IF.

       PRU-LOE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FELDER DRUCKEN: ERST DIE DATENKATEGORIEN (P/B), DANN DIE
      * NOCH NICHT KLASSIFIZIERTEN FELDER
      *--------------------------------------------------------------
       DRUCKE-FELDER SECTION.
       DRU-FEL-00.

           MOVE     1 TO DFELD-IX.

       DRU-FEL-20.
           IF       DFELD-IX > ANZ-DFELDER
                    GO TO DRU-FEL-40
           END-IF.
           IF       DF-KLAS (DFELD-IX) = "P"
            OR      DF-KLAS (DFELD-IX) = "B"
                    INITIALIZE XXDRUCK-REC
                    MOVE "FELD"              TO DRART  OF XXDRUCK-REC
                    MOVE DF-NAME (DFELD-IX)  TO DRFELD OF XXDRUCK-REC
                    MOVE DF-TEXT (DFELD-IX)  TO DRFTXT OF XXDRUCK-REC
                    MOVE DF-KLAS (DFELD-IX)  TO DRKLAS OF XXDRUCK-REC
                    WRITE XXDRUCK-REC
           END-IF.
           ADD      1 TO DFELD-IX.
           GO TO    DRU-FEL-20.

       DRU-FEL-40.
           MOVE     1 TO DFELD-IX.

       DRU-FEL-60.
           IF       DFELD-IX > ANZ-DFELDER
                    GO TO DRU-FEL-90
           END-IF.
           IF       DF-KLAS (DFELD-IX) = SPACES
                    INITIALIZE XXDRUCK-REC
                    MOVE "OFFEN"             TO DRART  OF XXDRUCK-REC
                    MOVE DF-NAME (DFELD-IX)  TO DRFELD OF XXDRUCK-REC
                    MOVE DF-TEXT (DFELD-IX)  TO DRFTXT OF XXDRUCK-REC
                    WRITE XXDRUCK-REC
                    ADD  1 TO ANZ-OFFEN
           END-IF.
           ADD      1 TO DFELD-IX.
           GO TO    DRU-FEL-60.

       DRU-FEL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ERGEBNIS DES LAUFS PROTOKOLLIEREN
      *--------------------------------------------------------------
       SCHREIBE-ABSCHLUSSLOG SECTION.
       SCH-LOG-00.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     ":ACCESS"  TO STFILE OF LOG-CPY.
           IF       ANZ-OHNE-VVZ = ZEROES
            AND     ANZ-OHNE-LOE = ZEROES
                    MOVE "INFO"  TO STKEY OF LOG-CPY
           ELSE
                    MOVE "WARN"  TO STKEY OF LOG-CPY
           END-IF.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "VERARBEITUNGSVERZEICHNIS: "    DELIMITED BY SIZE
                    ANZ-VERZ                        DELIMITED BY SIZE
                    " DATEIEN, "                    DELIMITED BY SIZE
                    ANZ-OFFEN                       DELIMITED BY SIZE
                    " OFFENE FELDER, "              DELIMITED BY SIZE
                    ANZ-OHNE-VVZ                    DELIMITED BY SIZE
                    " OHNE EINTRAG, "               DELIMITED BY SIZE
                    ANZ-OHNE-LOE                    DELIMITED BY SIZE
                    " OHNE LOESCHREGEL"             DELIMITED BY SIZE
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       SCH-LOG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LOESCHEN DER TEMPORAEREN DATEI PTMPACP
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
