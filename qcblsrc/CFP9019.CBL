       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CFP9019.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * TRIGGERPROGRAMM: AENDERUNGSHISTORIE DER STAMMDATEN            *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  WIRD VON XXP2048 ALS *AFTER-TRIGGER FUER     *
      *                  *INSERT, *UPDATE UND *DELETE AN DIE IN       *
      *                  PCONFIG H300/AENDHIST (CFKEY2 = DATEI)       *
      *                  EINGETRAGENEN DATEIEN GEHAENGT. JEDE         *
      *                  AENDERUNG EINES SATZES WIRD MIT VORHER- UND  *
      *                  NACHHER-ABBILD, BENUTZER, JOB, AENDERNDEM    *
      *                  PROGRAMM (AUFRUFSTAPEL UEBER QWVRCSTK) UND   *
      *                  ZEITSTEMPEL IN PAENDHS GESCHRIEBEN.          *
      *                  IST DER EINTRAG NICHT MEHR AKTIV (CFFK01     *
      *                  UNGLEICH 1), WIRD NICHTS GESCHRIEBEN.        *
      *                  UPDATES OHNE NEUEN INHALT ENTFALLEN.         *
      *                  DER SCHLUESSELTEXT (AHKEY) WIRD AUS DEN      *
      *                  SCHLUESSELFELDERN GEBILDET, DIE XXP2048 IN   *
      *                  PAEHSLU ABLEGT (WERTE MIT "/" GETRENNT,      *
      *                  AUFBEREITET UEBER CFP9020). OHNE SCHLUESSEL  *
      *                  GILT DIE SATZNUMMER ("RRN NNNNNNNNN").       *
      *                  ABBILDER UEBER 4000 BYTES WERDEN GEKUERZT,   *
      *                  DIE VOLLE SATZLAENGE STEHT IN AHRLEN.        *
      *                  EIN FEHLER BEIM SCHREIBEN DER HISTORIE DARF  *
      *                  DIE AENDERUNG SELBST NICHT VERHINDERN, ER    *
      *                  WIRD NUR PROTOKOLLIERT.                      *
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
      * PAENDHS: AHLFDN (AENDERUNGSHISTORIE DER STAMMDATEN)
      *-------------------------------------------------------------
           SELECT PAENDHS-DP
                  ASSIGN       TO  DATABASE-PAENDHS
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
      * PCFGFFDL1: WHLIB, WHFILE, WHNAME, WHFLDE (FELDER JE DATEI)
      *-------------------------------------------------------------
           SELECT PCFGFFD-DL
                  ASSIGN       TO  DATABASE-PCFGFFDL1
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                                   WITH DUPLICATES
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PAENDHS: AHLFDN
       FD  PAENDHS-DP
           LABEL RECORDS ARE STANDARD.
       01  PAENDHS-P.
           COPY DDS-ALL-FORMATS OF PAENDHS.
      /
      *--- PAEHSLU: SLLIB, SLFILE, SLPOS
       FD  PAEHSLU-DP
           LABEL RECORDS ARE STANDARD.
       01  PAEHSLU-P.
           COPY DDS-ALL-FORMATS OF PAEHSLU.
      /
      *--- PCFGFFDL1: WHLIB, WHFILE, WHNAME, WHFLDE
       FD  PCFGFFD-DL
           LABEL RECORDS ARE STANDARD.
       01  PCFGFFD-L.
           COPY DDS-ALL-FORMATS OF PCFGFFDL1.
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

       01  PGM-WRK                       PIC X(10) VALUE "CFP9019".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".

      * JOBDATEN (CLP0001), EINMAL JE JOB ERMITTELT
       01  RTVJOBA-REC                   TYPE RTVJOBA-TYPE.

      * AUFBEREITUNG DER SCHLUESSELWERTE (CFP9020)
       01  FELDWRT-REC                   TYPE FELDWRT-TYPE.

      * KOPF DES TRIGGERPUFFERS (POSITIONEN 1-96)
       01  TRG-KOPF.
        05 TRG-DATEI                     PIC X(10).
        05 TRG-BIBL                      PIC X(10).
        05 TRG-MBR                       PIC X(10).
      * "1" = INSERT, "2" = DELETE, "3" = UPDATE, "4" = READ
        05 TRG-EREIGNIS                  PIC X(1).
        05 TRG-ZEIT                      PIC X(1).
        05 TRG-SPERRE                    PIC X(1).
        05 FILLER                        PIC X(3).
        05 TRG-CCSID                     PIC 9(9) BINARY.
        05 TRG-RRN                       PIC 9(9) BINARY.
        05 FILLER                        PIC X(4).
        05 TRG-ALT-OFS                   PIC 9(9) BINARY.
        05 TRG-ALT-LEN                   PIC 9(9) BINARY.
        05 TRG-ALT-NOFS                  PIC 9(9) BINARY.
        05 TRG-ALT-NLEN                  PIC 9(9) BINARY.
        05 TRG-NEU-OFS                   PIC 9(9) BINARY.
        05 TRG-NEU-LEN                   PIC 9(9) BINARY.
        05 TRG-NEU-NOFS                  PIC 9(9) BINARY.
        05 TRG-NEU-NLEN                  PIC 9(9) BINARY.
        05 FILLER                        PIC X(16).

      * ABBILDER DES SATZES
       01  ALT-POS                       PIC 9(9).
       01  NEU-POS                       PIC 9(9).
       01  BILD-LEN                      PIC 9(9).
       01  SATZ-LEN                      PIC 9(9).
       01  ALT-BILD                      PIC X(4000).
       01  NEU-BILD                      PIC X(4000).
       01  SLU-BILD                      PIC X(4000).

      * GESPEICHERTE SCHLUESSELFELDER JE DATEI
       01  ANZ-CACHE                     PIC 9(2) VALUE ZEROES.
       01  CACHE-TAB.
        05 CACHE-EINTRAG                 OCCURS 50 TIMES.
         10 CA-LIB                       PIC X(10).
         10 CA-DATEI                     PIC X(10).
         10 CA-ANZ                       PIC 9(2).
         10 CA-FELD                      OCCURS 10 TIMES.
          15 CA-NAME                     PIC X(10).
          15 CA-POS                      PIC 9(5).
          15 CA-LEN                      PIC 9(5).
          15 CA-TYP                      PIC X(1).
          15 CA-STELLEN                  PIC 9(2).
          15 CA-DEZ                      PIC 9(2).
       01  CACHE-IX                      PIC 9(2).
       01  FELD-IX                       PIC 9(2).

      * SCHLUESSELTEXT
       01  SCHLUESSEL-WRK                PIC X(60).
       01  SCHLUESSEL-POS                PIC 9(3).
       01  RRN-EDIT                      PIC 9(9).

      * AENDERNDES PROGRAMM AUS DEM AUFRUFSTAPEL
       01  AEND-PGM                      PIC X(10).
       01  AEND-LIB                      PIC X(10).

      * PARAMETER FUER QWVRCSTK (CSTK0100, JIDF0100)
       01  STK-DATEN                     PIC X(8000).
       01  STK-LEN                       PIC 9(9) BINARY VALUE 8000.
       01  STK-FORMAT                    PIC X(8) VALUE "CSTK0100".
       01  STK-JOBFMT                    PIC X(8) VALUE "JIDF0100".
       01  STK-JOBID.
        05 JI-JOB                        PIC X(10) VALUE "*".
        05 JI-USER                       PIC X(10) VALUE SPACES.
        05 JI-NR                         PIC X(6)  VALUE SPACES.
        05 JI-INTID                      PIC X(16) VALUE SPACES.
        05 JI-RES                        PIC X(2)  VALUE LOW-VALUES.
        05 JI-THREAD                     PIC 9(9) BINARY VALUE 1.
        05 JI-THRID                      PIC X(8)  VALUE LOW-VALUES.
       01  STK-ANZ                       PIC 9(9).
       01  STK-IX                        PIC 9(9).
       01  STK-POS                       PIC 9(9).
       01  STK-ELEN                      PIC 9(9).
       01  BIN-WRK                       PIC 9(9) BINARY.
       01  BIN-X REDEFINES BIN-WRK       PIC X(4).

       01  ERROR-REC.
        05 BYTESPROV                     PIC 9(8) BINARY.
        05 BYTESAVAIL                    PIC 9(8) BINARY.
        05 EXCEPTID                      PIC X(7).
        05 FILLER1                       PIC X(1).
        05 FILLER2                       PIC X(16).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * TRIGGERPUFFER UND SEINE LAENGE (VOM SYSTEM UEBERGEBEN)
       01  X-TRG-PUFFER                  PIC X(32767).
       01  X-TRG-LAENGE                  PIC 9(9) BINARY.
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-TRG-PUFFER
                                X-TRG-LAENGE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

           MOVE     "CFP9019" TO PGM-WRK.
           MOVE     X-TRG-PUFFER(1:96) TO TRG-KOPF.

      * NUR EINFUEGEN, LOESCHEN UND AENDERN WERDEN FESTGEHALTEN
           IF       TRG-EREIGNIS NOT = "1"
            AND     TRG-EREIGNIS NOT = "2"
            AND     TRG-EREIGNIS NOT = "3"
                    GO TO ENDE
           END-IF.

      * DATEIEN NUR EINMAL OEFFNEN, SIE BLEIBEN FUER DEN JOB OFFEN
           IF       FIRST-CALL NOT = "1"
                    MOVE "1" TO FIRST-CALL
                    OPEN I-O   PAENDHS-DP
                    OPEN INPUT PAEHSLU-DP
                               PCFGFFD-DL
                    INITIALIZE RTVJOBA-REC, RET-CODE
                    CALL "CLP0001" USING RTVJOBA-REC
                                         RET-CODE
                    END-CALL
           END-IF.

      * IST DIE HISTORIE FUER DIESE DATEI (NOCH) EINGESCHALTET?
           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "H300"         TO CFID   OF CFG-CPY.
           MOVE     "AENDHIST"     TO CFKEY  OF CFG-CPY.
           MOVE     TRG-DATEI      TO CFKEY2 OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = ZEROES
            OR      CFFK01 OF CFG-CPY NOT = 1
                    GO TO ENDE
           END-IF.

      * VORHER- UND NACHHER-ABBILD AUS DEM PUFFER UEBERNEHMEN
           PERFORM  UEBERNEHME-ABBILDER.

      * UPDATE OHNE INHALTLICHE AENDERUNG WIRD NICHT FESTGEHALTEN
           IF       TRG-EREIGNIS = "3"
            AND     TRG-ALT-LEN  = TRG-NEU-LEN
                    IF   X-TRG-PUFFER(ALT-POS:TRG-ALT-LEN) =
                         X-TRG-PUFFER(NEU-POS:TRG-NEU-LEN)
                         GO TO ENDE
                    END-IF
           END-IF.

      * SCHLUESSELTEXT AUS DEN SCHLUESSELFELDERN BILDEN
           PERFORM  SUCHE-CACHE.
           PERFORM  BILDE-SCHLUESSEL.

      * AENDERNDES PROGRAMM ERMITTELN
           PERFORM  ERMITTLE-PROGRAMM.

           PERFORM  SCHREIBE-HISTORIE.

       ENDE.
           GOBACK.
      /
      *--------------------------------------------------------------
      * ABBILDER AUS DEM TRIGGERPUFFER (OFFSETS AB 0) UEBERNEHMEN
      *--------------------------------------------------------------
       UEBERNEHME-ABBILDER SECTION.
       UEB-ABB-00.

           MOVE     SPACES TO ALT-BILD, NEU-BILD.
           MOVE     ZEROES TO SATZ-LEN.
           COMPUTE  ALT-POS = TRG-ALT-OFS + 1.
           COMPUTE  NEU-POS = TRG-NEU-OFS + 1.

      * VORHER-ABBILD BEI DELETE UND UPDATE
           IF       TRG-EREIGNIS NOT = "1"
            AND     TRG-ALT-LEN > ZEROES
                    MOVE TRG-ALT-LEN TO SATZ-LEN
                    MOVE TRG-ALT-LEN TO BILD-LEN
                    IF   BILD-LEN > 4000
                         MOVE 4000 TO BILD-LEN
                    END-IF
                    MOVE X-TRG-PUFFER(ALT-POS:BILD-LEN) TO ALT-BILD
           END-IF.

      * NACHHER-ABBILD BEI INSERT UND UPDATE
           IF       TRG-EREIGNIS NOT = "2"
            AND     TRG-NEU-LEN > ZEROES
                    MOVE TRG-NEU-LEN TO SATZ-LEN
                    MOVE TRG-NEU-LEN TO BILD-LEN
                    IF   BILD-LEN > 4000
                         MOVE 4000 TO BILD-LEN
                    END-IF
                    MOVE X-TRG-PUFFER(NEU-POS:BILD-LEN) TO NEU-BILD
           END-IF.

      * DER SCHLUESSEL KOMMT BEIM LOESCHEN AUS DEM VORHER-ABBILD
           IF       TRG-EREIGNIS = "2"
                    MOVE ALT-BILD TO SLU-BILD
           ELSE
                    MOVE NEU-BILD TO SLU-BILD
           END-IF.

       UEB-ABB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SCHLUESSELFELDER DER DATEI IM SPEICHER SUCHEN, BEIM ERSTEN
      * ZUGRIFF AUS PAEHSLU UND PCFGFFD LADEN
      *--------------------------------------------------------------
       SUCHE-CACHE SECTION.
       SUC-CAC-00.

           MOVE     1 TO CACHE-IX.

       SUC-CAC-20.
           IF       CACHE-IX > ANZ-CACHE
                    GO TO SUC-CAC-50
           END-IF.
           IF       CA-LIB   (CACHE-IX) = TRG-BIBL
            AND     CA-DATEI (CACHE-IX) = TRG-DATEI
                    GO TO SUC-CAC-90
           END-IF.
           ADD      1 TO CACHE-IX.
           GO TO    SUC-CAC-20.

       SUC-CAC-50.
      * TABELLE VOLL: LETZTEN PLATZ WIEDERVERWENDEN
           IF       ANZ-CACHE < 50
                    ADD  1 TO ANZ-CACHE
           END-IF.
           MOVE     ANZ-CACHE TO CACHE-IX.
           INITIALIZE CACHE-EINTRAG (CACHE-IX).
           MOVE     TRG-BIBL  TO CA-LIB   (CACHE-IX).
           MOVE     TRG-DATEI TO CA-DATEI (CACHE-IX).
           PERFORM  LADE-SCHLUESSEL.

       SUC-CAC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SCHLUESSELFELDER AUS PAEHSLU LESEN
      *--------------------------------------------------------------
       LADE-SCHLUESSEL SECTION.
       LAD-SLU-00.

           INITIALIZE PAEHSLUF OF PAEHSLU-P.
           MOVE     TRG-BIBL  TO SLLIB  OF PAEHSLU-P.
           MOVE     TRG-DATEI TO SLFILE OF PAEHSLU-P.
           MOVE     ZEROES    TO SLPOS  OF PAEHSLU-P.
           START    PAEHSLU-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-SLU-90
           END-IF.

       LAD-SLU-20.
           READ     PAEHSLU-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      SLLIB  OF PAEHSLU-P NOT = TRG-BIBL
            OR      SLFILE OF PAEHSLU-P NOT = TRG-DATEI
                    GO TO LAD-SLU-90
           END-IF.

           IF       CA-ANZ (CACHE-IX) < 10
                    PERFORM LADE-FELDBESCHREIBUNG
           END-IF.

           GO TO    LAD-SLU-20.

       LAD-SLU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * POSITION, LAENGE UND TYP EINES SCHLUESSELFELDES AUS PCFGFFD
      *--------------------------------------------------------------
       LADE-FELDBESCHREIBUNG SECTION.
       LAD-FEB-00.

           INITIALIZE PCFGFFDF OF PCFGFFD-L.
           MOVE     TRG-BIBL  TO WHLIB  OF PCFGFFD-L.
           MOVE     TRG-DATEI TO WHFILE OF PCFGFFD-L.
           MOVE     SPACES    TO WHNAME OF PCFGFFD-L.
           MOVE     SPACES    TO WHFLDE OF PCFGFFD-L.
           START    PCFGFFD-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-FEB-90
           END-IF.

       LAD-FEB-20.
           READ     PCFGFFD-DL NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      WHLIB  OF PCFGFFD-L NOT = TRG-BIBL
            OR      WHFILE OF PCFGFFD-L NOT = TRG-DATEI
                    GO TO LAD-FEB-90
           END-IF.
           IF       WHFLDE OF PCFGFFD-L NOT = SLFELD OF PAEHSLU-P
                    GO TO LAD-FEB-20
           END-IF.

           ADD      1 TO CA-ANZ (CACHE-IX).
           MOVE     CA-ANZ (CACHE-IX) TO FELD-IX.
           MOVE     WHFLDE OF PCFGFFD-L
             TO     CA-NAME    (CACHE-IX, FELD-IX).
           MOVE     WHFOBO OF PCFGFFD-L
             TO     CA-POS     (CACHE-IX, FELD-IX).
           MOVE     WHFLDB OF PCFGFFD-L
             TO     CA-LEN     (CACHE-IX, FELD-IX).
           MOVE     WHFLDT OF PCFGFFD-L
             TO     CA-TYP     (CACHE-IX, FELD-IX).
           MOVE     WHFLDD OF PCFGFFD-L
             TO     CA-STELLEN (CACHE-IX, FELD-IX).
           MOVE     WHFLDP OF PCFGFFD-L
             TO     CA-DEZ     (CACHE-IX, FELD-IX).

       LAD-FEB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SCHLUESSELTEXT: AUFBEREITETE WERTE MIT "/" GETRENNT
      *--------------------------------------------------------------
       BILDE-SCHLUESSEL SECTION.
       BIL-SLU-00.

           MOVE     SPACES TO SCHLUESSEL-WRK.
           MOVE     1      TO SCHLUESSEL-POS.

      * OHNE SCHLUESSELFELDER GILT DIE SATZNUMMER
           IF       CA-ANZ (CACHE-IX) = ZEROES
                    MOVE TRG-RRN TO RRN-EDIT
                    STRING "RRN "   DELIMITED BY SIZE
                           RRN-EDIT DELIMITED BY SIZE
                      INTO SCHLUESSEL-WRK
                    END-STRING
                    GO TO BIL-SLU-90
           END-IF.

           MOVE     1 TO FELD-IX.

       BIL-SLU-20.
           IF       FELD-IX > CA-ANZ (CACHE-IX)
                    GO TO BIL-SLU-90
           END-IF.

           IF       CA-POS (CACHE-IX, FELD-IX) = ZEROES
            OR      CA-POS (CACHE-IX, FELD-IX)
                  + CA-LEN (CACHE-IX, FELD-IX) > 4001
                    GO TO BIL-SLU-80
           END-IF.

           INITIALIZE FELDWRT-REC.
           MOVE     CA-TYP     (CACHE-IX, FELD-IX)
             TO     FWT-TYP     OF FELDWRT-REC.
           MOVE     CA-LEN     (CACHE-IX, FELD-IX)
             TO     FWT-LAENGE  OF FELDWRT-REC.
           MOVE     CA-STELLEN (CACHE-IX, FELD-IX)
             TO     FWT-STELLEN OF FELDWRT-REC.
           MOVE     CA-DEZ     (CACHE-IX, FELD-IX)
             TO     FWT-DEZ     OF FELDWRT-REC.
           IF       FWT-LAENGE OF FELDWRT-REC > 256
                    MOVE 256 TO FWT-LAENGE OF FELDWRT-REC
           END-IF.
           MOVE     SLU-BILD(CA-POS (CACHE-IX, FELD-IX):
                             FWT-LAENGE OF FELDWRT-REC)
             TO     FWT-ROH OF FELDWRT-REC.
           CALL     "CFP9020" USING FELDWRT-REC
           END-CALL.

           IF       FELD-IX > 1
                    STRING "/" DELIMITED BY SIZE
                      INTO SCHLUESSEL-WRK
                      WITH POINTER SCHLUESSEL-POS
                    END-STRING
           END-IF.
           STRING   FWT-TEXT OF FELDWRT-REC DELIMITED BY "  "
             INTO   SCHLUESSEL-WRK
             WITH   POINTER SCHLUESSEL-POS
           END-STRING.

       BIL-SLU-80.
           ADD      1 TO FELD-IX.
           GO TO    BIL-SLU-20.

       BIL-SLU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AENDERNDES PROGRAMM: ERSTER EINTRAG IM AUFRUFSTAPEL (NEUESTER
      * ZUERST), DER WEDER DIESER TRIGGER NOCH EIN SYSTEMPROGRAMM
      * AUS QSYS (DATENBANK, LAUFZEIT) IST
      *--------------------------------------------------------------
       ERMITTLE-PROGRAMM SECTION.
       ERM-PGM-00.

           MOVE     SPACES TO AEND-PGM, AEND-LIB.

           INITIALIZE ERROR-REC.
           MOVE     16 TO BYTESPROV OF ERROR-REC.
           MOVE     SPACES TO STK-DATEN.
           CALL     "QWVRCSTK" USING STK-DATEN
                                     STK-LEN
                                     STK-FORMAT
                                     STK-JOBID
                                     STK-JOBFMT
                                     ERROR-REC
           END-CALL.
           IF       BYTESAVAIL OF ERROR-REC NOT = ZEROES
                    GO TO ERM-PGM-90
           END-IF.

      * ANZAHL ZURUECKGEGEBENER EINTRAEGE UND OFFSET DES ERSTEN
           MOVE     STK-DATEN(17:4) TO BIN-X.
           MOVE     BIN-WRK         TO STK-ANZ.
           MOVE     STK-DATEN(13:4) TO BIN-X.
           COMPUTE  STK-POS = BIN-WRK + 1.
           MOVE     1 TO STK-IX.

       ERM-PGM-20.
           IF       STK-IX > STK-ANZ
            OR      STK-POS > 7900
                    GO TO ERM-PGM-90
           END-IF.

           MOVE     STK-DATEN(STK-POS:4) TO BIN-X.
           MOVE     BIN-WRK TO STK-ELEN.
           IF       STK-ELEN = ZEROES
                    GO TO ERM-PGM-90
           END-IF.

           IF       STK-DATEN(STK-POS + 24:10) NOT = SPACES
            AND     STK-DATEN(STK-POS + 24:10) NOT = "CFP9019"
            AND     STK-DATEN(STK-POS + 34:10) NOT = "QSYS"
                    MOVE STK-DATEN(STK-POS + 24:10) TO AEND-PGM
                    MOVE STK-DATEN(STK-POS + 34:10) TO AEND-LIB
                    GO TO ERM-PGM-90
           END-IF.

           ADD      STK-ELEN TO STK-POS.
           ADD      1 TO STK-IX.
           GO TO    ERM-PGM-20.

       ERM-PGM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HISTORIENSATZ SCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-HISTORIE SECTION.
       SCH-HIS-00.

           PERFORM  COPY-GET-TIME.

      * NEUE LAUFENDE NUMMER FUER DEN HISTORIENSATZ ERMITTELN
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PAENDHS" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.

           INITIALIZE PAENDHSF OF PAENDHS-P.
           MOVE     LFDN-WRK           TO AHLFDN OF PAENDHS-P.
           MOVE     TRG-DATEI          TO AHFILE OF PAENDHS-P.
           MOVE     TRG-BIBL           TO AHLIB  OF PAENDHS-P.
           MOVE     SCHLUESSEL-WRK     TO AHKEY  OF PAENDHS-P.
           EVALUATE TRG-EREIGNIS
                    WHEN "1" MOVE "A" TO AHAKT OF PAENDHS-P
                    WHEN "2" MOVE "D" TO AHAKT OF PAENDHS-P
                    WHEN "3" MOVE "C" TO AHAKT OF PAENDHS-P
           END-EVALUATE.
           MOVE     USER   OF RTVJOBA-REC TO AHUSER OF PAENDHS-P.
           MOVE     JOB    OF RTVJOBA-REC TO AHJOB  OF PAENDHS-P.
           MOVE     JOBNBR OF RTVJOBA-REC TO AHJNR  OF PAENDHS-P.
           MOVE     AEND-PGM           TO AHPGM  OF PAENDHS-P.
           MOVE     AEND-LIB           TO AHPLIB OF PAENDHS-P.
           MOVE     DATE-8             TO AHDATE OF PAENDHS-P.
           MOVE     TIME-6             TO AHTIME OF PAENDHS-P.
           MOVE     SATZ-LEN           TO AHRLEN OF PAENDHS-P.
           MOVE     ALT-BILD           TO AHBEF  OF PAENDHS-P.
           MOVE     NEU-BILD           TO AHAFT  OF PAENDHS-P.
           WRITE    PAENDHS-P.
           IF       FILE-STATUS = ZEROES
                    GO TO SCH-HIS-90
           END-IF.

      * DIE AENDERUNG SELBST LAEUFT WEITER, NUR PROTOKOLLIEREN
           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     ":ACCESS"  TO STFILE OF LOG-CPY.
           MOVE     "WARN"     TO STKEY  OF LOG-CPY.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "AENDERUNGSHISTORIE NICHT GESCHRIEBEN: "
                                                    DELIMITED BY SIZE
                    TRG-DATEI                       DELIMITED BY SPACE
                    " "                             DELIMITED BY SIZE
                    SCHLUESSEL-WRK                  DELIMITED BY "  "
                    " STATUS "                      DELIMITED BY SIZE
                    FILE-STATUS                     DELIMITED BY SIZE
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       SCH-HIS-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-CFG-CPY: LESEN DER KONFIGURATION
      *---------------------------------------------------------------

           COPY     CFGCPY     OF APG-QCPYSRC.
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
