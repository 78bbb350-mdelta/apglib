       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              AJP0007.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * AJAX-THEMEN ALS STATISCHES INTRANET-WIKI IN DAS IFS SCHREIBEN *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LAEUFT NAECHTLICH PER JOBPLANUNG. ERZEUGT    *
      *                  AUS DEN THEMEN (PAJXTHM) UND TEXTEN          *
      *                  (PAJXTXT) DER AJAX-WARTUNG (AJP0001/AJP0002/ *
      *                  AJP0006) EINE STATISCHE HTML-SEITE:          *
      *                  - JE THEMA EINE SEITE MIT KOMMENTAREN, TEXT  *
      *                    UND "SIEHE AUCH"-LINKS AUF ALLE THEMEN,    *
      *                    DEREN NAME IM TEXT VORKOMMT                *
      *                  - index.html MIT ALLEN THEMEN JE KATEGORIE   *
      *                    (HAUPTTHEMA = AXID)                        *
      *                  - stichwort.html MIT DEN WOERTERN AUS DEN    *
      *                    KOMMENTAREN UND THEMENNAMEN (SORTIERT)     *
      *                  EINE THEMENSEITE WIRD NUR NEU GESCHRIEBEN,   *
      *                  WENN SICH IHR INHALT SEIT DEM LETZTEN LAUF   *
      *                  GEAENDERT HAT (PRUEFSUMME UND ZEILENZAHL IN  *
      *                  PAJXWIK) ODER SICH DIE ZAHL DER THEMEN       *
      *                  GEAENDERT HAT (LINKS). SEITEN GELOESCHTER    *
      *                  THEMEN WERDEN ENTFERNT. DIE SEITEN ENTSTEHEN *
      *                  IN QTEMP/PTMPHTM UND GEHEN PER CPYTOSTMF     *
      *                  (WIE XXP2027) IN DAS VERZEICHNIS AUS         *
      *                  PCONFIG W110/WIKIPFAD (CFTXT1, STANDARD      *
      *                  /EUPPROV2/PROTMPV2/WIKI/). XXP2027 VERLINKT  *
      *                  DIE STARTSEITE.                              *
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
      * TEMPORAERE DATEI FUER EINE HTML-SEITE
      *-------------------------------------------------------------
           SELECT PTMPHTM-DP
                  ASSIGN       TO  DATABASE-PTMPHTM
                  ORGANIZATION IS  SEQUENTIAL
                  ACCESS       IS  SEQUENTIAL
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAJXTHM: AXID, AXKEY (THEMEN)
      *-------------------------------------------------------------
           SELECT PAJXTHM-DP
                  ASSIGN       TO  DATABASE-PAJXTHM
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAJXTXT: PSID, PSKEY, PSLFPO (TEXTE)
      *-------------------------------------------------------------
           SELECT PAJXTXT-DP
                  ASSIGN       TO  DATABASE-PAJXTXT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAJXWIK: WKID, WKKEY (STAND DER ERZEUGTEN SEITEN)
      *-------------------------------------------------------------
           SELECT PAJXWIK-DP
                  ASSIGN       TO  DATABASE-PAJXWIK
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * SORTDATEI FUER DEN STICHWORTINDEX
      *-------------------------------------------------------------
           SELECT WORT-SORT
                  ASSIGN       TO  DISK-SORT.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- TEMPORAERE HTML-DATEI
       FD  PTMPHTM-DP
           LABEL RECORDS ARE STANDARD.
       01  PTMPHTM-P.
           COPY DDS-ALL-FORMATS OF PTMPHTM.
      /
      *--- PAJXTHM: AXID, AXKEY
       FD  PAJXTHM-DP
           LABEL RECORDS ARE STANDARD.
       01  PAJXTHM-P.
           COPY DDS-ALL-FORMATS OF PAJXTHM.
      /
      *--- PAJXTXT: PSID, PSKEY, PSLFPO
       FD  PAJXTXT-DP
           LABEL RECORDS ARE STANDARD.
       01  PAJXTXT-P.
           COPY DDS-ALL-FORMATS OF PAJXTXT.
      /
      *--- PAJXWIK: WKID, WKKEY
       FD  PAJXWIK-DP
           LABEL RECORDS ARE STANDARD.
       01  PAJXWIK-P.
           COPY DDS-ALL-FORMATS OF PAJXWIK.
      /
      *--- SORTDATEI
       SD  WORT-SORT.
       01  WORT-SORT-REC.
           05 SRT-WORT                   PIC X(30).
           05 SRT-THM                    PIC 9(4).
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY   OF APG-QCPYSRC.

      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "AJP0007".
       01  PGM-TYP                       PIC X(8)  VALUE "AJAX".

      * PARAMETER FUER CL-PROGRAMME
       01  CRTPF-REC                     TYPE CRTPF-TYPE.
       01  CPYTOSTMF-REC                 TYPE CPYTOSTMF-TYPE.
       01  CMDEXC-REC                    TYPE CMDEXC-TYPE.

      * ZIELVERZEICHNIS, DATEINAME UND AUFBAUHILFEN
       01  WIKI-PFAD                     PIC X(64).
       01  DATEI-WRK                     PIC X(64).
       01  ZEILE-WRK                     PIC X(200).

      * ALLE THEMEN UND KATEGORIEN (AXKEY = SPACES) IM SPEICHER
       01  THM-TAB.
        05 THM-EINTRAG                   OCCURS 999 TIMES.
         10 THM-ID                       LIKE AXID  OF PAJXTHM-P.
         10 THM-KEY                      LIKE AXKEY OF PAJXTHM-P.
         10 THM-KOM                      LIKE AXKOM1 OF PAJXTHM-P.
         10 THM-LEN                      PIC 9(3).
         10 THM-GEF                      PIC 9(1).
         10 THM-DATEI                    PIC X(40).
       01  THM-ANZ                       PIC 9(4).
       01  THM-ANZ-THEMEN                PIC 9(5).
       01  THM-IDX                       PIC 9(4).
       01  THM-AKT                       PIC 9(4).

      * PRUEFSUMME UEBER DEN INHALT EINER SEITE
       01  PRF-SUMME                     PIC 9(9).
       01  PRF-ZEILEN                    PIC 9(5).
       01  PRF-ZWISCHEN                  PIC 9(12).
       01  PRF-BUF                       PIC X(200).
       01  PRF-LEN                       PIC 9(3).
       01  PRF-POS                       PIC 9(3).
       01  BYTE-WRK.
        05 BYTE-HI                       PIC X(1)  VALUE LOW-VALUE.
        05 BYTE-LO                       PIC X(1).
       01  BYTE-NUM REDEFINES BYTE-WRK   PIC 9(4)  BINARY.

      * TEXTZEILE FUER HTML MASKIEREN
       01  TEXT-WRK                      LIKE PSTEXT OF PAJXTXT-P.
       01  TEXT-UC                       LIKE PSTEXT OF PAJXTXT-P.
       01  TEXT-LEN                      PIC 9(3).
       01  ESC-PTR                       PIC 9(3).
       01  ESC-POS                       PIC 9(3).
       01  TREFFER-ANZ                   PIC 9(4).

      * STICHWOERTER AUS DEN KOMMENTAREN
       01  WORT-QUELLE                   PIC X(200).
       01  WORT-PTR                      PIC 9(3).
       01  WORT-WRK                      PIC X(30).
       01  WORT-VORHER                   PIC X(30).
       01  WORT-LEN                      PIC 9(3).
       01  SORT-ENDE                     PIC 9(1).

      * NEU GESCHRIEBEN / ENTFERNT
       01  NEU-WRK                       PIC 9(1).
       01  ANZ-NEU                       PIC 9(5).
       01  ANZ-ENTFERNT                  PIC 9(5).
       01  KAT-WRK                       LIKE AXID OF PAJXTHM-P.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "AJP0007" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.
           PERFORM  LESEN-WIKIPFAD.
           INITIALIZE ANZ-NEU, ANZ-ENTFERNT.

      * HTML-ARBEITSDATEI ANLEGEN (WIE XXP2027)
           INITIALIZE CRTPF-REC.
           MOVE     "QTEMP"         TO TOLIB    OF CRTPF-REC.
           MOVE     "PTMPHTM"       TO TOPGM    OF CRTPF-REC.
           MOVE     200             TO RECSIZE  OF CRTPF-REC.
           CALL     "CLP0031" USING CRTPF-REC
                                    RET-CODE
           END-CALL.

      * ZIELVERZEICHNIS ANLEGEN (EXISTIERT ES SCHON, SCHLAEGT DAS
      * MKDIR FEHL - DAS WIRD IGNORIERT)
           INITIALIZE RET-CODE.
           INITIALIZE CMDEXC-REC.
           STRING   "MKDIR DIR('"               DELIMITED BY SIZE
                    FUNCTION TRIM(WIKI-PFAD)    DELIMITED BY SIZE
                    "')"                        DELIMITED BY SIZE
             INTO   COMMAND OF CMDEXC-REC
           END-STRING.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.

           OPEN     INPUT PAJXTHM-DP
                          PAJXTXT-DP.
           OPEN     I-O   PAJXWIK-DP.

      * ALLE THEMEN EINLESEN, DANN JE THEMA DIE SEITE PRUEFEN
           PERFORM  LESE-THEMEN.

           MOVE     ZEROES TO THM-AKT.

       ANF020.
           IF       THM-AKT NOT < THM-ANZ
                    GO TO ANF030
           END-IF.
           ADD      1 TO THM-AKT.
           IF       THM-KEY(THM-AKT) NOT = SPACES
                    PERFORM PRUEFE-THEMA
           END-IF.
           GO TO    ANF020.

       ANF030.
      * SEITEN GELOESCHTER THEMEN ENTFERNEN
           PERFORM  ENTFERNE-ALTE-SEITEN.

      * STARTSEITE UND STICHWORTINDEX WERDEN IMMER NEU GESCHRIEBEN
           PERFORM  SCHREIBE-INDEX.
           PERFORM  SCHREIBE-STICHWORTE.

           CLOSE    PAJXTHM-DP
                    PAJXTXT-DP
                    PAJXWIK-DP.

      * ERGEBNIS INS LOG
           PERFORM  SCHREIBE-LOG.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ZIELVERZEICHNIS AUS PCONFIG W110/WIKIPFAD LESEN
      *--------------------------------------------------------------
       LESEN-WIKIPFAD SECTION.
       LES-PFA-00.

           MOVE     "/EUPPROV2/PROTMPV2/WIKI/" TO WIKI-PFAD.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "W110"        TO CFID  OF CFG-CPY.
           MOVE     "WIKIPFAD"    TO CFKEY OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY NOT = ZEROES
            AND     CFTXT1 OF CFG-CPY NOT = SPACES
                    MOVE CFTXT1 OF CFG-CPY TO WIKI-PFAD
           END-IF.

       LES-PFA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE KATEGORIEN UND THEMEN IN DIE TABELLE LESEN
      *--------------------------------------------------------------
       LESE-THEMEN SECTION.
       LES-THM-00.

           INITIALIZE THM-TAB, THM-ANZ, THM-ANZ-THEMEN.

           INITIALIZE PAJXTHMF OF PAJXTHM-P.
           MOVE     SPACES TO AXID  OF PAJXTHM-P.
           MOVE     SPACES TO AXKEY OF PAJXTHM-P.
           START    PAJXTHM-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-THM-90
           END-IF.

       LES-THM-20.
           READ     PAJXTHM-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-THM-90
           END-IF.
           IF       THM-ANZ NOT < 999
                    GO TO LES-THM-90
           END-IF.

           ADD      1 TO THM-ANZ.
           MOVE     AXID   OF PAJXTHM-P TO THM-ID(THM-ANZ).
           MOVE     AXKEY  OF PAJXTHM-P TO THM-KEY(THM-ANZ).
           MOVE     AXKOM1 OF PAJXTHM-P TO THM-KOM(THM-ANZ).
           IF       THM-KOM(THM-ANZ) = SPACES
                    MOVE AXKOM2 OF PAJXTHM-P TO THM-KOM(THM-ANZ)
           END-IF.

           IF       AXKEY OF PAJXTHM-P NOT = SPACES
                    ADD 1 TO THM-ANZ-THEMEN
                    COMPUTE THM-LEN(THM-ANZ) = FUNCTION LENGTH(
                            FUNCTION TRIM(AXKEY OF PAJXTHM-P))
                    STRING "T_"                     DELIMITED BY SIZE
                           AXID  OF PAJXTHM-P       DELIMITED BY SPACES
                           "_"                      DELIMITED BY SIZE
                           AXKEY OF PAJXTHM-P       DELIMITED BY SPACES
                           ".html"                  DELIMITED BY SIZE
                      INTO THM-DATEI(THM-ANZ)
                    END-STRING
           END-IF.

           GO TO    LES-THM-20.

       LES-THM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * THEMA THM-AKT: HAT SICH DER INHALT SEIT DEM LETZTEN LAUF
      * GEAENDERT? DANN SEITE NEU SCHREIBEN UND STAND MERKEN
      *--------------------------------------------------------------
       PRUEFE-THEMA SECTION.
       PRF-THM-00.

           PERFORM  BERECHNE-PRUEFSUMME.

           MOVE     ZEROES TO NEU-WRK.
           INITIALIZE PAJXWIKF OF PAJXWIK-P.
           MOVE     THM-ID(THM-AKT)  TO WKID  OF PAJXWIK-P.
           MOVE     THM-KEY(THM-AKT) TO WKKEY OF PAJXWIK-P.
           READ     PAJXWIK-DP.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE 1 TO NEU-WRK
           ELSE
                    IF   WKPRUEF OF PAJXWIK-P = PRF-SUMME
                     AND WKANZ   OF PAJXWIK-P = PRF-ZEILEN
                     AND WKTHEM  OF PAJXWIK-P = THM-ANZ-THEMEN
                         UNLOCK PAJXWIK-DP
                         GO TO PRF-THM-90
                    END-IF
           END-IF.

           PERFORM  SCHREIBE-THEMA.
           ADD      1 TO ANZ-NEU.

           MOVE     PRF-SUMME      TO WKPRUEF OF PAJXWIK-P.
           MOVE     PRF-ZEILEN     TO WKANZ   OF PAJXWIK-P.
           MOVE     THM-ANZ-THEMEN TO WKTHEM  OF PAJXWIK-P.
           MOVE     DATE-8         TO WKGDTA  OF PAJXWIK-P.
           MOVE     TIME-6         TO WKGTIA  OF PAJXWIK-P.
           IF       NEU-WRK = 1
                    MOVE THM-ID(THM-AKT)  TO WKID   OF PAJXWIK-P
                    MOVE THM-KEY(THM-AKT) TO WKKEY  OF PAJXWIK-P
                    MOVE T-USER           TO WKAUSR OF PAJXWIK-P
                    MOVE PGM-WRK          TO WKAPGM OF PAJXWIK-P
                    MOVE DATE-8           TO WKADTA OF PAJXWIK-P
                    MOVE TIME-6           TO WKATIA OF PAJXWIK-P
                    WRITE PAJXWIK-P
           ELSE
                    REWRITE PAJXWIK-P
           END-IF.

       PRF-THM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PRUEFSUMME UND ZEILENZAHL UEBER KOMMENTARE UND TEXT DES
      * THEMAS THM-AKT
      *--------------------------------------------------------------
       BERECHNE-PRUEFSUMME SECTION.
       BER-PRF-00.

           MOVE     ZEROES TO PRF-SUMME, PRF-ZEILEN.

           INITIALIZE PAJXTHMF OF PAJXTHM-P.
           MOVE     THM-ID(THM-AKT)  TO AXID  OF PAJXTHM-P.
           MOVE     THM-KEY(THM-AKT) TO AXKEY OF PAJXTHM-P.
           READ     PAJXTHM-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    INITIALIZE PRF-BUF
                    STRING AXKOM1 OF PAJXTHM-P     DELIMITED BY SIZE
                           AXKOM2 OF PAJXTHM-P     DELIMITED BY SIZE
                           AXKOM3 OF PAJXTHM-P     DELIMITED BY SIZE
                      INTO PRF-BUF
                    END-STRING
                    MOVE LENGTH OF PRF-BUF TO PRF-LEN
                    PERFORM SUMMIERE-PUFFER
           END-IF.

           INITIALIZE PAJXTXTF OF PAJXTXT-P.
           MOVE     THM-ID(THM-AKT)  TO PSID   OF PAJXTXT-P.
           MOVE     THM-KEY(THM-AKT) TO PSKEY  OF PAJXTXT-P.
           MOVE     ZEROES           TO PSLFPO OF PAJXTXT-P.
           START    PAJXTXT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BER-PRF-90
           END-IF.

       BER-PRF-20.
           READ     PAJXTXT-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      PSID  OF PAJXTXT-P NOT = THM-ID(THM-AKT)
            OR      PSKEY OF PAJXTXT-P NOT = THM-KEY(THM-AKT)
                    GO TO BER-PRF-90
           END-IF.

           ADD      1 TO PRF-ZEILEN.
           INITIALIZE PRF-BUF.
           MOVE     PSTEXT OF PAJXTXT-P TO PRF-BUF.
           MOVE     LENGTH OF PSTEXT OF PAJXTXT-P TO PRF-LEN.
           PERFORM  SUMMIERE-PUFFER.

           GO TO    BER-PRF-20.

       BER-PRF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PRF-BUF(1:PRF-LEN) ZEICHENWEISE IN DIE PRUEFSUMME EINRECHNEN
      *--------------------------------------------------------------
       SUMMIERE-PUFFER SECTION.
       SUM-PUF-00.

           MOVE     ZEROES TO PRF-POS.

       SUM-PUF-20.
           IF       PRF-POS NOT < PRF-LEN
                    GO TO SUM-PUF-90
           END-IF.
           ADD      1 TO PRF-POS.

           MOVE     PRF-BUF(PRF-POS:1) TO BYTE-LO.
           COMPUTE  PRF-ZWISCHEN = PRF-SUMME * 31 + BYTE-NUM.
           DIVIDE   PRF-ZWISCHEN BY 999999937
                    GIVING PRF-ZWISCHEN REMAINDER PRF-SUMME.

           GO TO    SUM-PUF-20.

       SUM-PUF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SEITE DES THEMAS THM-AKT SCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-THEMA SECTION.
       SCH-THM-00.

           OPEN     OUTPUT PTMPHTM-DP.

      * KOPF MIT TITEL UND KOMMENTAREN
           INITIALIZE ZEILE-WRK.
           STRING   "<html><head><title>"           DELIMITED BY SIZE
                    THM-KEY(THM-AKT)                DELIMITED BY SPACES
                    "</title></head><body>"         DELIMITED BY SIZE
             INTO   ZEILE-WRK
           END-STRING.
           PERFORM  SCHREIBE-ZEILE.

           INITIALIZE ZEILE-WRK.
           STRING   "<p><a href=""index.html#"      DELIMITED BY SIZE
                    THM-ID(THM-AKT)                 DELIMITED BY SPACES
                    """>"                           DELIMITED BY SIZE
                    THM-ID(THM-AKT)                 DELIMITED BY SPACES
                    "</a> | <a href=""stichwort.html"">STICHWORTE</a>"
                                                    DELIMITED BY SIZE
                    "</p>"                          DELIMITED BY SIZE
             INTO   ZEILE-WRK
           END-STRING.
           PERFORM  SCHREIBE-ZEILE.

           INITIALIZE ZEILE-WRK.
           STRING   "<h1>"                          DELIMITED BY SIZE
                    THM-KEY(THM-AKT)                DELIMITED BY SPACES
                    "</h1>"                         DELIMITED BY SIZE
             INTO   ZEILE-WRK
           END-STRING.
           PERFORM  SCHREIBE-ZEILE.

           INITIALIZE PAJXTHMF OF PAJXTHM-P.
           MOVE     THM-ID(THM-AKT)  TO AXID  OF PAJXTHM-P.
           MOVE     THM-KEY(THM-AKT) TO AXKEY OF PAJXTHM-P.
           READ     PAJXTHM-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE AXKOM1 OF PAJXTHM-P TO TEXT-WRK
                    PERFORM SCHREIBE-ABSATZ
                    MOVE AXKOM2 OF PAJXTHM-P TO TEXT-WRK
                    PERFORM SCHREIBE-ABSATZ
                    MOVE AXKOM3 OF PAJXTHM-P TO TEXT-WRK
                    PERFORM SCHREIBE-ABSATZ
           END-IF.

      * ERWAEHNTE THEMEN ZURUECKSETZEN
           MOVE     ZEROES TO THM-IDX.

       SCH-THM-10.
           IF       THM-IDX NOT < THM-ANZ
                    GO TO SCH-THM-15
           END-IF.
           ADD      1 TO THM-IDX.
           MOVE     ZEROES TO THM-GEF(THM-IDX).
           GO TO    SCH-THM-10.

       SCH-THM-15.
      * TEXT ALS VORFORMATIERTER BLOCK (WIE AM BILDSCHIRM)
           MOVE     "<pre>" TO ZEILE-WRK.
           PERFORM  SCHREIBE-ZEILE.

           INITIALIZE PAJXTXTF OF PAJXTXT-P.
           MOVE     THM-ID(THM-AKT)  TO PSID   OF PAJXTXT-P.
           MOVE     THM-KEY(THM-AKT) TO PSKEY  OF PAJXTXT-P.
           MOVE     ZEROES           TO PSLFPO OF PAJXTXT-P.
           START    PAJXTXT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-THM-40
           END-IF.

       SCH-THM-20.
           READ     PAJXTXT-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      PSID  OF PAJXTXT-P NOT = THM-ID(THM-AKT)
            OR      PSKEY OF PAJXTXT-P NOT = THM-KEY(THM-AKT)
                    GO TO SCH-THM-40
           END-IF.

           MOVE     PSTEXT OF PAJXTXT-P TO TEXT-WRK.
           PERFORM  MASKIERE-TEXT.
           PERFORM  SCHREIBE-ZEILE.
           PERFORM  SUCHE-ERWAEHNUNGEN.

           GO TO    SCH-THM-20.

       SCH-THM-40.
           MOVE     "</pre>" TO ZEILE-WRK.
           PERFORM  SCHREIBE-ZEILE.

      * LINKS AUF DIE IM TEXT ERWAEHNTEN THEMEN
           MOVE     "<h2>SIEHE AUCH</h2><ul>" TO ZEILE-WRK.
           PERFORM  SCHREIBE-ZEILE.
           MOVE     ZEROES TO THM-IDX.

       SCH-THM-50.
           IF       THM-IDX NOT < THM-ANZ
                    GO TO SCH-THM-80
           END-IF.
           ADD      1 TO THM-IDX.
           IF       THM-GEF(THM-IDX) = 1
                    PERFORM SCHREIBE-THEMENLINK
           END-IF.
           GO TO    SCH-THM-50.

       SCH-THM-80.
           MOVE     "</ul></body></html>" TO ZEILE-WRK.
           PERFORM  SCHREIBE-ZEILE.

           CLOSE    PTMPHTM-DP.

           MOVE     THM-DATEI(THM-AKT) TO DATEI-WRK.
           PERFORM  KOPIERE-SEITE.

       SCH-THM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOMMENTAR (TEXT-WRK) ALS ABSATZ SCHREIBEN, WENN GEFUELLT
      *--------------------------------------------------------------
       SCHREIBE-ABSATZ SECTION.
       SCH-ABS-00.

           IF       TEXT-WRK = SPACES
                    GO TO SCH-ABS-90
           END-IF.

           PERFORM  MASKIERE-TEXT.
           MOVE     ZEILE-WRK TO PRF-BUF.
           INITIALIZE ZEILE-WRK.
           STRING   "<p>"                           DELIMITED BY SIZE
                    FUNCTION TRIM(PRF-BUF)          DELIMITED BY SIZE
                    "</p>"                          DELIMITED BY SIZE
             INTO   ZEILE-WRK
           END-STRING.
           PERFORM  SCHREIBE-ZEILE.

       SCH-ABS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TEXT-WRK NACH ZEILE-WRK UEBERTRAGEN; <, > UND & WERDEN FUER
      * HTML MASKIERT (WAS UEBER DIE ZEILENLAENGE GEHT, ENTFAELLT)
      *--------------------------------------------------------------
       MASKIERE-TEXT SECTION.
       MAS-TXT-00.

           INITIALIZE ZEILE-WRK.
           MOVE     1      TO ESC-PTR.
           MOVE     ZEROES TO ESC-POS.
           MOVE     LENGTH OF TEXT-WRK TO TEXT-LEN.

       MAS-TXT-20.
           IF       ESC-POS NOT < TEXT-LEN
                    GO TO MAS-TXT-90
           END-IF.
           ADD      1 TO ESC-POS.

           EVALUATE TEXT-WRK(ESC-POS:1)
                    WHEN "<"
                         STRING "&lt;"  DELIMITED BY SIZE
                           INTO ZEILE-WRK WITH POINTER ESC-PTR
                           ON OVERFLOW GO TO MAS-TXT-90
                         END-STRING
                    WHEN ">"
                         STRING "&gt;"  DELIMITED BY SIZE
                           INTO ZEILE-WRK WITH POINTER ESC-PTR
                           ON OVERFLOW GO TO MAS-TXT-90
                         END-STRING
                    WHEN "&"
                         STRING "&amp;" DELIMITED BY SIZE
                           INTO ZEILE-WRK WITH POINTER ESC-PTR
                           ON OVERFLOW GO TO MAS-TXT-90
                         END-STRING
                    WHEN OTHER
                         STRING TEXT-WRK(ESC-POS:1) DELIMITED BY SIZE
                           INTO ZEILE-WRK WITH POINTER ESC-PTR
                           ON OVERFLOW GO TO MAS-TXT-90
                         END-STRING
           END-EVALUATE.

           GO TO    MAS-TXT-20.

       MAS-TXT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * WELCHE ANDEREN THEMEN WERDEN IN DER TEXTZEILE ERWAEHNT?
      * (THEMENNAMEN UNTER 3 ZEICHEN WERDEN NICHT GESUCHT)
      *--------------------------------------------------------------
       SUCHE-ERWAEHNUNGEN SECTION.
       SUC-ERW-00.

           MOVE     FUNCTION UPPER-CASE(TEXT-WRK) TO TEXT-UC.
           MOVE     ZEROES TO THM-IDX.

       SUC-ERW-20.
           IF       THM-IDX NOT < THM-ANZ
                    GO TO SUC-ERW-90
           END-IF.
           ADD      1 TO THM-IDX.

           IF       THM-IDX = THM-AKT
            OR      THM-KEY(THM-IDX) = SPACES
            OR      THM-LEN(THM-IDX) < 3
            OR      THM-GEF(THM-IDX) = 1
                    GO TO SUC-ERW-20
           END-IF.

           MOVE     ZEROES TO TREFFER-ANZ.
           INSPECT  TEXT-UC TALLYING TREFFER-ANZ FOR ALL
                    FUNCTION UPPER-CASE(
                    THM-KEY(THM-IDX)(1:THM-LEN(THM-IDX))).
           IF       TREFFER-ANZ > ZEROES
                    MOVE 1 TO THM-GEF(THM-IDX)
           END-IF.

           GO TO    SUC-ERW-20.

       SUC-ERW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LISTENEINTRAG MIT LINK AUF DAS THEMA THM-IDX
      *--------------------------------------------------------------
       SCHREIBE-THEMENLINK SECTION.
       SCH-LNK-00.

           INITIALIZE ZEILE-WRK.
           STRING   "<li><a href="""                DELIMITED BY SIZE
                    THM-DATEI(THM-IDX)              DELIMITED BY SPACES
                    """>"                           DELIMITED BY SIZE
                    THM-KEY(THM-IDX)                DELIMITED BY SPACES
                    "</a> - "                       DELIMITED BY SIZE
                    FUNCTION TRIM(THM-KOM(THM-IDX)) DELIMITED BY SIZE
                    "</li>"                         DELIMITED BY SIZE
             INTO   ZEILE-WRK
           END-STRING.
           PERFORM  SCHREIBE-ZEILE.

       SCH-LNK-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SEITEN VON THEMEN, DIE ES NICHT MEHR GIBT, ENTFERNEN
      *--------------------------------------------------------------
       ENTFERNE-ALTE-SEITEN SECTION.
       ENT-ALT-00.

           INITIALIZE PAJXWIKF OF PAJXWIK-P.
           MOVE     SPACES TO WKID  OF PAJXWIK-P.
           MOVE     SPACES TO WKKEY OF PAJXWIK-P.
           START    PAJXWIK-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ENT-ALT-90
           END-IF.

       ENT-ALT-20.
           READ     PAJXWIK-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ENT-ALT-90
           END-IF.

           INITIALIZE PAJXTHMF OF PAJXTHM-P.
           MOVE     WKID  OF PAJXWIK-P TO AXID  OF PAJXTHM-P.
           MOVE     WKKEY OF PAJXWIK-P TO AXKEY OF PAJXTHM-P.
           READ     PAJXTHM-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    UNLOCK PAJXWIK-DP
                    GO TO ENT-ALT-20
           END-IF.

           INITIALIZE RET-CODE.
           INITIALIZE CMDEXC-REC.
           STRING   "RMVLNK OBJLNK('"               DELIMITED BY SIZE
                    FUNCTION TRIM(WIKI-PFAD)        DELIMITED BY SIZE
                    "T_"                            DELIMITED BY SIZE
                    WKID  OF PAJXWIK-P              DELIMITED BY SPACES
                    "_"                             DELIMITED BY SIZE
                    WKKEY OF PAJXWIK-P              DELIMITED BY SPACES
                    ".html')"                       DELIMITED BY SIZE
             INTO   COMMAND OF CMDEXC-REC
           END-STRING.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.

           DELETE   PAJXWIK-DP.
           ADD      1 TO ANZ-ENTFERNT.
           GO TO    ENT-ALT-20.

       ENT-ALT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STARTSEITE: ALLE THEMEN JE KATEGORIE
      *--------------------------------------------------------------
       SCHREIBE-INDEX SECTION.
       SCH-IDX-00.

           OPEN     OUTPUT PTMPHTM-DP.

           MOVE     "<html><head><title>AJAX WISSEN</title></head>"
                    TO ZEILE-WRK.
           PERFORM  SCHREIBE-ZEILE.
           MOVE     "<body><h1>AJAX WISSEN</h1>" TO ZEILE-WRK.
           PERFORM  SCHREIBE-ZEILE.
           INITIALIZE ZEILE-WRK.
           STRING   "<p>STAND: "                    DELIMITED BY SIZE
                    DATE-8                          DELIMITED BY SIZE
                    " "                             DELIMITED BY SIZE
                    TIME-6                          DELIMITED BY SIZE
                    " | <a href=""stichwort.html"">STICHWORTE</a></p>"
                                                    DELIMITED BY SIZE
             INTO   ZEILE-WRK
           END-STRING.
           PERFORM  SCHREIBE-ZEILE.

           MOVE     SPACES TO KAT-WRK.
           MOVE     ZEROES TO THM-IDX.

       SCH-IDX-20.
           IF       THM-IDX NOT < THM-ANZ
                    GO TO SCH-IDX-80
           END-IF.
           ADD      1 TO THM-IDX.

      * KATEGORIEWECHSEL: NEUE UEBERSCHRIFT MIT SPRUNGMARKE
           IF       THM-ID(THM-IDX) NOT = KAT-WRK
                    IF   KAT-WRK NOT = SPACES
                         MOVE "</ul>" TO ZEILE-WRK
                         PERFORM SCHREIBE-ZEILE
                    END-IF
                    MOVE THM-ID(THM-IDX) TO KAT-WRK
                    INITIALIZE ZEILE-WRK
                    STRING "<h2><a name="""         DELIMITED BY SIZE
                           THM-ID(THM-IDX)          DELIMITED BY SPACES
                           """>"                    DELIMITED BY SIZE
                           THM-ID(THM-IDX)          DELIMITED BY SPACES
                           "</a></h2><ul>"          DELIMITED BY SIZE
                      INTO ZEILE-WRK
                    END-STRING
                    PERFORM SCHREIBE-ZEILE
           END-IF.

      * DER KATEGORIESATZ SELBST LIEFERT NUR DIE BESCHREIBUNG
           IF       THM-KEY(THM-IDX) = SPACES
                    IF   THM-KOM(THM-IDX) NOT = SPACES
                         MOVE THM-KOM(THM-IDX) TO TEXT-WRK
                         PERFORM SCHREIBE-ABSATZ
                    END-IF
                    GO TO SCH-IDX-20
           END-IF.

           PERFORM  SCHREIBE-THEMENLINK.
           GO TO    SCH-IDX-20.

       SCH-IDX-80.
           IF       KAT-WRK NOT = SPACES
                    MOVE "</ul>" TO ZEILE-WRK
                    PERFORM SCHREIBE-ZEILE
           END-IF.
           MOVE     "</body></html>" TO ZEILE-WRK.
           PERFORM  SCHREIBE-ZEILE.

           CLOSE    PTMPHTM-DP.

           MOVE     "index.html" TO DATEI-WRK.
           PERFORM  KOPIERE-SEITE.

       SCH-IDX-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STICHWORTINDEX: WOERTER AUS THEMENNAMEN UND KOMMENTAREN,
      * ALPHABETISCH, JE WORT DIE LINKS AUF DIE THEMEN
      *--------------------------------------------------------------
       SCHREIBE-STICHWORTE SECTION.
       SCH-STW-00.

           OPEN     OUTPUT PTMPHTM-DP.

           MOVE     "<html><head><title>AJAX STICHWORTE</title></head>"
                    TO ZEILE-WRK.
           PERFORM  SCHREIBE-ZEILE.
           MOVE     "<body><h1>STICHWORTE</h1>" TO ZEILE-WRK.
           PERFORM  SCHREIBE-ZEILE.
           MOVE     "<p><a href=""index.html"">STARTSEITE</a></p>"
                    TO ZEILE-WRK.
           PERFORM  SCHREIBE-ZEILE.

           SORT     WORT-SORT ON ASCENDING KEY SRT-WORT
                                               SRT-THM
                    INPUT  PROCEDURE WORT-SORT-INPUT
                    OUTPUT PROCEDURE WORT-SORT-OUTPUT.

           MOVE     "</body></html>" TO ZEILE-WRK.
           PERFORM  SCHREIBE-ZEILE.

           CLOSE    PTMPHTM-DP.

           MOVE     "stichwort.html" TO DATEI-WRK.
           PERFORM  KOPIERE-SEITE.

       SCH-STW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * JE THEMA DEN NAMEN UND DIE WOERTER DER KOMMENTARE ABGEBEN
      *--------------------------------------------------------------
       WORT-SORT-INPUT SECTION.
       WSI-00.

           MOVE     ZEROES TO THM-IDX.

       WSI-10.
           IF       THM-IDX NOT < THM-ANZ
                    GO TO WSI-90
           END-IF.
           ADD      1 TO THM-IDX.
           IF       THM-KEY(THM-IDX) = SPACES
                    GO TO WSI-10
           END-IF.

      * DER THEMENNAME IST IMMER EIN STICHWORT
           INITIALIZE WORT-SORT-REC.
           MOVE     FUNCTION UPPER-CASE(THM-KEY(THM-IDX)) TO SRT-WORT.
           MOVE     THM-IDX TO SRT-THM.
           RELEASE  WORT-SORT-REC.

      * WOERTER AB 4 ZEICHEN AUS DEN KOMMENTAREN
           INITIALIZE PAJXTHMF OF PAJXTHM-P.
           MOVE     THM-ID(THM-IDX)  TO AXID  OF PAJXTHM-P.
           MOVE     THM-KEY(THM-IDX) TO AXKEY OF PAJXTHM-P.
           READ     PAJXTHM-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO WSI-10
           END-IF.

           INITIALIZE WORT-QUELLE.
           STRING   AXKOM1 OF PAJXTHM-P             DELIMITED BY SIZE
                    " "                             DELIMITED BY SIZE
                    AXKOM2 OF PAJXTHM-P             DELIMITED BY SIZE
                    " "                             DELIMITED BY SIZE
                    AXKOM3 OF PAJXTHM-P             DELIMITED BY SIZE
             INTO   WORT-QUELLE
           END-STRING.
           MOVE     FUNCTION UPPER-CASE(WORT-QUELLE) TO WORT-QUELLE.
           INSPECT  WORT-QUELLE CONVERTING ",.;:!?()""'/<>&"
                                        TO "              ".
           MOVE     1 TO WORT-PTR.

       WSI-20.
           IF       WORT-PTR > LENGTH OF WORT-QUELLE
                    GO TO WSI-10
           END-IF.

           MOVE     SPACES TO WORT-WRK.
           UNSTRING WORT-QUELLE DELIMITED BY ALL SPACE
               INTO WORT-WRK
               WITH POINTER WORT-PTR
           END-UNSTRING.

           IF       WORT-WRK = SPACES
                    GO TO WSI-20
           END-IF.
           COMPUTE  WORT-LEN = FUNCTION LENGTH(FUNCTION TRIM(WORT-WRK)).
           IF       WORT-LEN < 4
                    GO TO WSI-20
           END-IF.

           INITIALIZE WORT-SORT-REC.
           MOVE     WORT-WRK TO SRT-WORT.
           MOVE     THM-IDX  TO SRT-THM.
           RELEASE  WORT-SORT-REC.

           GO TO    WSI-20.

       WSI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * JE STICHWORT EINE UEBERSCHRIFT, DARUNTER DIE THEMEN
      *--------------------------------------------------------------
       WORT-SORT-OUTPUT SECTION.
       WSO-00.

           MOVE     SPACES TO WORT-VORHER.
           MOVE     ZEROES TO THM-AKT.

       WSO-10.
           RETURN   WORT-SORT AT END
                    GO TO WSO-80
           END-RETURN.

      * DASSELBE WORT MEHRFACH IM SELBEN THEMA NUR EINMAL
           IF       SRT-WORT = WORT-VORHER
            AND     SRT-THM  = THM-AKT
                    GO TO WSO-10
           END-IF.

           IF       SRT-WORT NOT = WORT-VORHER
                    IF   WORT-VORHER NOT = SPACES
                         MOVE "</ul>" TO ZEILE-WRK
                         PERFORM SCHREIBE-ZEILE
                    END-IF
                    MOVE SRT-WORT TO WORT-VORHER
                    INITIALIZE ZEILE-WRK
                    STRING "<h3>"                   DELIMITED BY SIZE
                           SRT-WORT                 DELIMITED BY SPACES
                           "</h3><ul>"              DELIMITED BY SIZE
                      INTO ZEILE-WRK
                    END-STRING
                    PERFORM SCHREIBE-ZEILE
           END-IF.

           MOVE     SRT-THM TO THM-AKT.
           MOVE     SRT-THM TO THM-IDX.
           PERFORM  SCHREIBE-THEMENLINK.
           GO TO    WSO-10.

       WSO-80.
           IF       WORT-VORHER NOT = SPACES
                    MOVE "</ul>" TO ZEILE-WRK
                    PERFORM SCHREIBE-ZEILE
           END-IF.

       WSO-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE HTML-ZEILE (ZEILE-WRK) SCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-ZEILE SECTION.
       SCH-ZEI-00.

           INITIALIZE PTMPHTM-P.
           MOVE     ZEILE-WRK TO PTMPHTM-P.
           WRITE    PTMPHTM-P.

       SCH-ZEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * QTEMP/PTMPHTM ALS DATEI-WRK IN DAS WIKI-VERZEICHNIS STELLEN
      *--------------------------------------------------------------
       KOPIERE-SEITE SECTION.
       KOP-SEI-00.

           INITIALIZE RET-CODE.
           INITIALIZE CPYTOSTMF-REC.
           MOVE     "/QSYS.LIB/QTEMP.LIB/PTMPHTM.FILE/PTMPHTM.MBR" TO
                    FROMMBR  OF CPYTOSTMF-REC.
           STRING   FUNCTION TRIM(WIKI-PFAD)  DELIMITED BY SIZE
                    FUNCTION TRIM(DATEI-WRK)  DELIMITED BY SIZE
             INTO   TOFILE  OF CPYTOSTMF-REC
           END-STRING.
           MOVE     "1252"     TO CCSID   OF CPYTOSTMF-REC.
           MOVE     "*CRLF"    TO LINFMT  OF CPYTOSTMF-REC.
           MOVE     "*REPLACE" TO CPYMODE OF CPYTOSTMF-REC.
           CALL     "CLP0073" USING CPYTOSTMF-REC
                                    RET-CODE
           END-CALL.

       KOP-SEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ANZAHL DER NEU GESCHRIEBENEN UND ENTFERNTEN SEITEN INS LOG
      *--------------------------------------------------------------
       SCHREIBE-LOG SECTION.
       SCH-LOG-00.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PAJXWIK"  TO STFILE OF LOG-CPY.
           MOVE     "INFO"     TO STKEY  OF LOG-CPY.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "AJAX-WIKI: " THM-ANZ-THEMEN " THEMEN, "
                    ANZ-NEU " NEU, " ANZ-ENTFERNT " ENTFERNT"
                    DELIMITED BY SIZE
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       SCH-LOG-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-CFG-CPY: LESEN DER KONFIGURATION
      *---------------------------------------------------------------

           COPY     CFGCPY     OF APG-QCPYSRC.
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
      * COPY-WRITE-LOG-CPY: SCHREIBEN EINES LOG-EINTRAGS
      *---------------------------------------------------------------

           COPY     LOGCPY     OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-PGM-INIT/COPY-PGM-EXIT: STANDARDROUTINEN START UND ENDE
      *---------------------------------------------------------------

           COPY     PGMWRK     OF APG-QCPYSRC.
      /
