       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP2048.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * AENDERUNGSHISTORIE DER STAMMDATEN EIN- UND AUSSCHALTEN        *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  DIE ZU PROTOKOLLIERENDEN DATEIEN STEHEN IN   *
      *                  PCONFIG H300/AENDHIST (CFKEY2 = DATEI,       *
      *                  CFFK01 = 1 AKTIV, CFTXT1 1-10 = BIBLIOTHEK,  *
      *                  SPACES = CONST-LIB), GEPFLEGT MIT CFP0037.   *
      *                  GIBT ES NOCH KEINEN EINTRAG, WERDEN DIE      *
      *                  STANDARDDATEIEN (TABELLE STD-WERTE) AKTIV    *
      *                  ANGELEGT UND UEBER CFP0039 JOURNALISIERT.    *
      *                  JE AKTIVER DATEI:                            *
      *                  - DATENKATALOG PCFGFFD ERNEUERN (CMP0005),   *
      *                  - SCHLUESSELFELDER UEBER DSPFD *ACCPTH IN    *
      *                    PTMPACP ERMITTELN UND NACH PAEHSLU         *
      *                    SCHREIBEN (FUER DEN SCHLUESSELTEXT),       *
      *                  - TRIGGER CFP9019 FUER *INSERT, *UPDATE      *
      *                    (NUR BEI AENDERUNG) UND *DELETE MIT        *
      *                    ADDPFTRG ... RPLTRG(*YES) ANHAENGEN.       *
      *                  JE INAKTIVER DATEI WERDEN DIE DREI TRIGGER   *
      *                  MIT RMVPFTRG ENTFERNT.                       *
      *                  ADDPFTRG/RMVPFTRG BRAUCHEN EINE EXKLUSIVE    *
      *                  SPERRE, DAHER AUSSERHALB DER ARBEITSZEIT     *
      *                  EINPLANEN. JEDE DATEI WIRD PROTOKOLLIERT.    *
      *                  ANZEIGE DER HISTORIE: XXP2049.               *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    PPERSON (PERSONENSTAMM) IN STD-WERTE         *
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
      * PCONFIG: CFID, CFKEY, CFKEY2 (H300/AENDHIST)
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAEHSLU: SLLIB, SLFILE, SLPOS (SCHLUESSELFELDER JE DATEI)
      *-------------------------------------------------------------
           SELECT PAEHSLU-DP
                  ASSIGN       TO  DATABASE-PAEHSLU
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
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PCONFIG: CFID, CFKEY, CFKEY2
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
      *--- PAEHSLU: SLLIB, SLFILE, SLPOS
       FD  PAEHSLU-DP
           LABEL RECORDS ARE STANDARD.
       01  PAEHSLU-P.
           COPY DDS-ALL-FORMATS OF PAEHSLU.
      /
      *--- TEMPORAERE PTMPACP
       FD  PTMPACP-DP
           LABEL RECORDS ARE STANDARD.
       01  PTMPACP-P.
           COPY DDS-ALL-FORMATS OF PTMPACP.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP2048".
       01  PGM-TYP                       PIC X(8)  VALUE "BATCH".

      * PARAMETER FUER CL-PROGRAMME
       01  CMDEXC-REC                    TYPE CMDEXC-TYPE.
       01  DLTF-REC                      TYPE DLTF-TYPE.

      * STANDARDDATEIEN DER AENDERUNGSHISTORIE
       01  STD-WERTE.
        05 FILLER          PIC X(10) VALUE "PAZUBER".
        05 FILLER          PIC X(10) VALUE "PKDPLAN".
        05 FILLER          PIC X(10) VALUE "PEVENT".
        05 FILLER          PIC X(10) VALUE "PKDART".
        05 FILLER          PIC X(10) VALUE "PRESRES".
        05 FILLER          PIC X(10) VALUE "PTEAMM".
        05 FILLER          PIC X(10) VALUE "PPERSON".
       01  STD-WERTE-RED REDEFINES STD-WERTE.
        05 STD-DATEI                     OCCURS 7 TIMES
                                         PIC X(10).
       01  STD-ANZ                       PIC 9(2) VALUE 7.
       01  STD-IX                        PIC 9(2).

      * JOURNAL DER ANGELEGTEN KONFIGURATION (CFP0039)
       01  JRN-AKT                       PIC X(1).
       01  JRN-BEF                       PIC X(256).
       01  JRN-AFT                       PIC X(256).

      * AKTUELLE DATEI
       01  AKT-DATEI                     PIC X(10).
       01  AKT-LIB                       PIC X(10).
       01  AKT-AKTIV                     PIC X(1).
       01  AKT-FEHLER                    PIC X(1).
       01  ANZ-SLU                       PIC 9(2).

      * TRIGGER JE EREIGNIS
       01  TRG-EVENT                     PIC X(10).
       01  TRG-NAME                      PIC X(20).
       01  TRG-ZUSATZ                    PIC X(20).

      * ZAEHLER
       01  ANZ-EIN                       PIC 9(4) VALUE ZEROES.
       01  ANZ-AUS                       PIC 9(4) VALUE ZEROES.
       01  ANZ-FEHLER                    PIC 9(4) VALUE ZEROES.
       01  ANZ-EINTRAEGE                 PIC 9(4) VALUE ZEROES.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP2048" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           OPEN     I-O    PCONFIG-DP
                           PAEHSLU-DP.

      * OHNE EINTRAG DIE STANDARDDATEIEN ANLEGEN
           PERFORM  PRUEFE-EINTRAEGE.
           IF       ANZ-EINTRAEGE = ZEROES
                    PERFORM ANLEGEN-STANDARD
           END-IF.

           PERFORM  VERARBEITE-EINTRAEGE.

           CLOSE    PCONFIG-DP
                    PAEHSLU-DP.

           PERFORM  SCHREIBE-ABSCHLUSSLOG.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * GIBT ES SCHON EINTRAEGE UNTER H300/AENDHIST?
      *--------------------------------------------------------------
       PRUEFE-EINTRAEGE SECTION.
       PRU-EIN-00.

           MOVE     ZEROES TO ANZ-EINTRAEGE.
           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "H300"      TO CFID   OF PCONFIG-P.
           MOVE     "AENDHIST"  TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY4 OF PCONFIG-P.
           START    PCONFIG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-EIN-90
           END-IF.

           READ     PCONFIG-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     CFID  OF PCONFIG-P = "H300"
            AND     CFKEY OF PCONFIG-P = "AENDHIST"
                    MOVE 1 TO ANZ-EINTRAEGE
           END-IF.

       PRU-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STANDARDDATEIEN AKTIV ANLEGEN UND JOURNALISIEREN
      *--------------------------------------------------------------
       ANLEGEN-STANDARD SECTION.
       ANL-STD-00.

           PERFORM  COPY-GET-TIME.
           MOVE     1 TO STD-IX.

       ANL-STD-20.
           IF       STD-IX > STD-ANZ
                    GO TO ANL-STD-90
           END-IF.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "H300"             TO CFID   OF PCONFIG-P.
           MOVE     "AENDHIST"         TO CFKEY  OF PCONFIG-P.
           MOVE     STD-DATEI (STD-IX) TO CFKEY2 OF PCONFIG-P.
           MOVE     1                  TO CFFK01 OF PCONFIG-P.
           MOVE     T-USER             TO CFAUSR OF PCONFIG-P.
           MOVE     T-TERM             TO CFABS  OF PCONFIG-P.
           MOVE     PGM-WRK            TO CFAPGM OF PCONFIG-P.
           MOVE     DATE-8             TO CFADTA OF PCONFIG-P.
           MOVE     TIME-6             TO CFATIA OF PCONFIG-P.
           WRITE    PCONFIG-P.
           IF       FILE-STATUS = ZEROES
                    MOVE "A"       TO JRN-AKT
                    INITIALIZE JRN-BEF
                    MOVE PCONFIGF OF PCONFIG-P TO JRN-AFT
                    CALL "CFP0039" USING CFID  OF PCONFIG-P
                                         CFKEY OF PCONFIG-P
                                         JRN-AKT
                                         JRN-BEF
                                         JRN-AFT
                    END-CALL
           END-IF.

           ADD      1 TO STD-IX.
           GO TO    ANL-STD-20.

       ANL-STD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE EINTRAEGE AUS PCONFIG H300/AENDHIST DURCHLAUFEN
      *--------------------------------------------------------------
       VERARBEITE-EINTRAEGE SECTION.
       VER-EIN-00.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "H300"      TO CFID   OF PCONFIG-P.
           MOVE     "AENDHIST"  TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY4 OF PCONFIG-P.
           START    PCONFIG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-EIN-90
           END-IF.

       VER-EIN-20.
           READ     PCONFIG-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      CFID  OF PCONFIG-P NOT = "H300"
            OR      CFKEY OF PCONFIG-P NOT = "AENDHIST"
                    GO TO VER-EIN-90
           END-IF.
           IF       CFKEY2 OF PCONFIG-P = SPACES
                    GO TO VER-EIN-20
           END-IF.

           MOVE     CFKEY2 OF PCONFIG-P(1:10) TO AKT-DATEI.
           IF       CFTXT1 OF PCONFIG-P(1:10) = SPACES
                    MOVE CONST-LIB                 TO AKT-LIB
           ELSE
                    MOVE CFTXT1 OF PCONFIG-P(1:10) TO AKT-LIB
           END-IF.
           IF       CFFK01 OF PCONFIG-P = 1
                    MOVE "1"    TO AKT-AKTIV
           ELSE
                    MOVE SPACES TO AKT-AKTIV
           END-IF.

           PERFORM  VERARBEITE-DATEI.

           GO TO    VER-EIN-20.

       VER-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE DATEI EIN- BZW. AUSSCHALTEN
      *--------------------------------------------------------------
       VERARBEITE-DATEI SECTION.
       VER-DAT-00.

           MOVE     SPACES TO AKT-FEHLER.

           IF       AKT-AKTIV NOT = "1"
                    PERFORM ENTFERNE-TRIGGER
                    IF   AKT-FEHLER = SPACES
                         ADD 1 TO ANZ-AUS
                    END-IF
                    GO TO VER-DAT-80
           END-IF.

      * DATENKATALOG DER DATEI AKTUALISIEREN (FELDPOSITIONEN)
           CALL     "CMP0005" USING AKT-LIB
                                    AKT-DATEI
           END-CALL.

      * SCHLUESSELFELDER FUER DEN SCHLUESSELTEXT ABLEGEN
           PERFORM  LADE-SCHLUESSEL.

      * TRIGGER FUER EINFUEGEN, AENDERN UND LOESCHEN
           MOVE     "*INSERT"          TO TRG-EVENT.
           MOVE     "APG_AENDHIST_INS" TO TRG-NAME.
           MOVE     SPACES             TO TRG-ZUSATZ.
           PERFORM  HAENGE-TRIGGER.
           MOVE     "*UPDATE"          TO TRG-EVENT.
           MOVE     "APG_AENDHIST_UPD" TO TRG-NAME.
           MOVE     " TRGUPDCND(*CHANGE)" TO TRG-ZUSATZ.
           PERFORM  HAENGE-TRIGGER.
           MOVE     "*DELETE"          TO TRG-EVENT.
           MOVE     "APG_AENDHIST_DLT" TO TRG-NAME.
           MOVE     SPACES             TO TRG-ZUSATZ.
           PERFORM  HAENGE-TRIGGER.

           IF       AKT-FEHLER = SPACES
                    ADD 1 TO ANZ-EIN
           END-IF.

       VER-DAT-80.
           IF       AKT-FEHLER NOT = SPACES
                    ADD 1 TO ANZ-FEHLER
           END-IF.
           PERFORM  SCHREIBE-DATEILOG.

       VER-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DSPFD *ACCPTH DER DATEI NACH PTMPACP, DARAUS PAEHSLU NEU
      * AUFBAUEN (SCHLUESSELFELDER IN SCHLUESSELFOLGE)
      *--------------------------------------------------------------
       LADE-SCHLUESSEL SECTION.
       LAD-SLU-00.

      * BISHERIGE SCHLUESSELFELDER DER DATEI ENTFERNEN
           INITIALIZE PAEHSLUF OF PAEHSLU-P.
           MOVE     AKT-LIB   TO SLLIB  OF PAEHSLU-P.
           MOVE     AKT-DATEI TO SLFILE OF PAEHSLU-P.
           MOVE     ZEROES    TO SLPOS  OF PAEHSLU-P.
           START    PAEHSLU-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-SLU-30
           END-IF.

       LAD-SLU-20.
           READ     PAEHSLU-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      SLLIB  OF PAEHSLU-P NOT = AKT-LIB
            OR      SLFILE OF PAEHSLU-P NOT = AKT-DATEI
                    GO TO LAD-SLU-30
           END-IF.
           DELETE   PAEHSLU-DP.
           GO TO    LAD-SLU-20.

       LAD-SLU-30.
           MOVE     ZEROES TO ANZ-SLU.
           PERFORM  DELETE-TMPACP.
           INITIALIZE CMDEXC-REC.
           STRING   "DSPFD FILE("        DELIMITED BY SIZE
                    AKT-LIB              DELIMITED BY SPACES
                    "/"                  DELIMITED BY SIZE
                    AKT-DATEI            DELIMITED BY SPACES
                    ") TYPE(*ACCPTH) OUTPUT(*OUTFILE)"
                                         DELIMITED BY SIZE
                    " OUTFILE("          DELIMITED BY SIZE
                    CONST-LIB            DELIMITED BY SPACES
                    "/PTMPACP)"          DELIMITED BY SIZE
               INTO COMMAND OF CMDEXC-REC
           END-STRING.
           INITIALIZE RET-CODE.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO AKT-FEHLER
                    GO TO LAD-SLU-90
           END-IF.

           OPEN     INPUT PTMPACP-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-SLU-80
           END-IF.

       LAD-SLU-40.
           READ     PTMPACP-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-SLU-70
           END-IF.

      * BEI ANKUNFTSFOLGE IST DAS SCHLUESSELFELD LEER
           IF       APKEYF OF PTMPACP-P = SPACES
            OR      ANZ-SLU NOT < 10
                    GO TO LAD-SLU-40
           END-IF.

           ADD      1 TO ANZ-SLU.
           INITIALIZE PAEHSLUF OF PAEHSLU-P.
           MOVE     AKT-LIB              TO SLLIB  OF PAEHSLU-P.
           MOVE     AKT-DATEI            TO SLFILE OF PAEHSLU-P.
           MOVE     ANZ-SLU              TO SLPOS  OF PAEHSLU-P.
           MOVE     APKEYF OF PTMPACP-P  TO SLFELD OF PAEHSLU-P.
           WRITE    PAEHSLU-P.

           GO TO    LAD-SLU-40.

       LAD-SLU-70.
           CLOSE    PTMPACP-DP.

       LAD-SLU-80.
           PERFORM  DELETE-TMPACP.

       LAD-SLU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TRIGGER CFP9019 FUER TRG-EVENT ANHAENGEN (ERSETZEN)
      *--------------------------------------------------------------
       HAENGE-TRIGGER SECTION.
       HAE-TRG-00.

           INITIALIZE CMDEXC-REC.
           STRING   "ADDPFTRG FILE("     DELIMITED BY SIZE
                    AKT-LIB              DELIMITED BY SPACES
                    "/"                  DELIMITED BY SIZE
                    AKT-DATEI            DELIMITED BY SPACES
                    ") TRGTIME(*AFTER) TRGEVENT(" DELIMITED BY SIZE
                    TRG-EVENT            DELIMITED BY SPACES
                    ") PGM("             DELIMITED BY SIZE
                    CONST-LIB            DELIMITED BY SPACES
                    "/CFP9019) RPLTRG(*YES) TRG(" DELIMITED BY SIZE
                    TRG-NAME             DELIMITED BY SPACES
                    ") TRGLIB("          DELIMITED BY SIZE
                    AKT-LIB              DELIMITED BY SPACES
                    ") ALWREPCHG(*NO)"   DELIMITED BY SIZE
                    TRG-ZUSATZ           DELIMITED BY "  "
               INTO COMMAND OF CMDEXC-REC
           END-STRING.
           INITIALIZE RET-CODE.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO AKT-FEHLER
           END-IF.

       HAE-TRG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE DREI TRIGGER DER AENDERUNGSHISTORIE ENTFERNEN; EIN
      * NICHT VORHANDENER TRIGGER IST KEIN FEHLER
      *--------------------------------------------------------------
       ENTFERNE-TRIGGER SECTION.
       ENT-TRG-00.

           MOVE     "APG_AENDHIST_INS" TO TRG-NAME.
           PERFORM  ENTFERNE-EIN-TRIGGER.
           MOVE     "APG_AENDHIST_UPD" TO TRG-NAME.
           PERFORM  ENTFERNE-EIN-TRIGGER.
           MOVE     "APG_AENDHIST_DLT" TO TRG-NAME.
           PERFORM  ENTFERNE-EIN-TRIGGER.

       ENT-TRG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINEN TRIGGER MIT RMVPFTRG ENTFERNEN
      *--------------------------------------------------------------
       ENTFERNE-EIN-TRIGGER SECTION.
       ENT-ETR-00.

           INITIALIZE CMDEXC-REC.
           STRING   "RMVPFTRG FILE("     DELIMITED BY SIZE
                    AKT-LIB              DELIMITED BY SPACES
                    "/"                  DELIMITED BY SIZE
                    AKT-DATEI            DELIMITED BY SPACES
                    ") TRG("             DELIMITED BY SIZE
                    TRG-NAME             DELIMITED BY SPACES
                    ") TRGLIB("          DELIMITED BY SIZE
                    AKT-LIB              DELIMITED BY SPACES
                    ")"                  DELIMITED BY SIZE
               INTO COMMAND OF CMDEXC-REC
           END-STRING.
           INITIALIZE RET-CODE.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.
           INITIALIZE RET-CODE.

       ENT-ETR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ERGEBNIS JE DATEI PROTOKOLLIEREN
      *--------------------------------------------------------------
       SCHREIBE-DATEILOG SECTION.
       SCH-DAT-00.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     ":ACCESS"  TO STFILE OF LOG-CPY.
           IF       AKT-FEHLER = SPACES
                    MOVE "INFO" TO STKEY OF LOG-CPY
           ELSE
                    MOVE "WARN" TO STKEY OF LOG-CPY
           END-IF.
           INITIALIZE STSTS OF LOG-CPY.
           EVALUATE TRUE
                    WHEN AKT-FEHLER NOT = SPACES
                         STRING "AENDERUNGSHISTORIE FEHLER: "
                                                    DELIMITED BY SIZE
                                AKT-LIB             DELIMITED BY SPACE
                                "/"                 DELIMITED BY SIZE
                                AKT-DATEI           DELIMITED BY SPACE
                                " (TRIGGER/DSPFD NICHT AUSGEFUEHRT)"
                                                    DELIMITED BY SIZE
                           INTO STSTS OF LOG-CPY
                         END-STRING
                    WHEN AKT-AKTIV = "1"
                         STRING "AENDERUNGSHISTORIE EIN: "
                                                    DELIMITED BY SIZE
                                AKT-LIB             DELIMITED BY SPACE
                                "/"                 DELIMITED BY SIZE
                                AKT-DATEI           DELIMITED BY SPACE
                                ", SCHLUESSELFELDER " DELIMITED BY SIZE
                                ANZ-SLU             DELIMITED BY SIZE
                           INTO STSTS OF LOG-CPY
                         END-STRING
                    WHEN OTHER
                         STRING "AENDERUNGSHISTORIE AUS: "
                                                    DELIMITED BY SIZE
                                AKT-LIB             DELIMITED BY SPACE
                                "/"                 DELIMITED BY SIZE
                                AKT-DATEI           DELIMITED BY SPACE
                           INTO STSTS OF LOG-CPY
                         END-STRING
           END-EVALUATE.
           PERFORM  COPY-WRITE-LOG-CPY.

       SCH-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZUSAMMENFASSUNG DES LAUFS PROTOKOLLIEREN
      *--------------------------------------------------------------
       SCHREIBE-ABSCHLUSSLOG SECTION.
       SCH-LOG-00.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     ":ACCESS"  TO STFILE OF LOG-CPY.
           IF       ANZ-FEHLER = ZEROES
                    MOVE "INFO" TO STKEY OF LOG-CPY
           ELSE
                    MOVE "WARN" TO STKEY OF LOG-CPY
           END-IF.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "AENDERUNGSHISTORIE: "          DELIMITED BY SIZE
                    ANZ-EIN                         DELIMITED BY SIZE
                    " EIN, "                        DELIMITED BY SIZE
                    ANZ-AUS                         DELIMITED BY SIZE
                    " AUS, "                        DELIMITED BY SIZE
                    ANZ-FEHLER                      DELIMITED BY SIZE
                    " FEHLER"                       DELIMITED BY SIZE
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
