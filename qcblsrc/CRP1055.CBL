       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CRP1055.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * HERKUNFTS-SCAN: FREMDE COPYRIGHTS UND KOPIEN IN QCBLSRC       *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LIEST DEN KOPF (BIS ZUR ENVIRONMENT          *
      *                  DIVISION) ALLER MITGLIEDER VON QCBLSRC.      *
      *                  DIE MITGLIEDERLISTE KOMMT WIE IN CRP1052     *
      *                  UEBER DSPFD *MBRLIST NACH PTMPMBR, DAS       *
      *                  MITGLIED WIRD WIE IN CRP0050 PER OVRDBF      *
      *                  AUF QCALSRC UMGELEITET. GESUCHT WIRD NACH    *
      *                  EINEM FREMDEN COPYRIGHT-BLOCK ("COPYRIGHT    *
      *                  BY" IM KOMMENTAR ODER DEM BAUSTEIN           *
      *                  COPYRIGHTC), NACH "KOPIE AUS" UND NACH       *
      *                  EINER LGPGM-VORLAGE IN DER TITELZEILE.       *
      *                  JEDER FUND WIRD IN DAS HERKUNFTSREGISTER     *
      *                  PSRCHRK GESCHRIEBEN: NEUE MITGLIEDER         *
      *                  UNGEPRUEFT (NUTZUNG " "), BEI BEKANNTEN      *
      *                  WERDEN NUR FUNDSTELLE UND SCANDATUM          *
      *                  ERNEUERT - HERKUNFT, LIZENZ UND NUTZUNG      *
      *                  PFLEGT HMP0018.                              *
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
      * PSRCHRK: HKMBR, HKFILE, HKLIB (HERKUNFTSREGISTER)
      *-------------------------------------------------------------
           SELECT PSRCHRK-DP
                  ASSIGN       TO  DATABASE-PSRCHRK
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
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
      *--- PSRCHRK: HKMBR, HKFILE, HKLIB
       FD  PSRCHRK-DP
           LABEL RECORDS ARE STANDARD.
       01  PSRCHRK-P.
           COPY DDS-ALL-FORMATS OF PSRCHRK.
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

       01  PGM-WRK                       PIC X(10) VALUE "CRP1055".
       01  PGM-TYP                       PIC X(8)  VALUE "CHECKER".

      * PARAMETER FUER CL-PROGRAMME
       01  CMDEXC-REC                    TYPE CMDEXC-TYPE.
       01  DLTF-REC                      TYPE DLTF-TYPE.
       01  OVRDBF-REC                    TYPE OVRDBF-TYPE.
       01  DELOVR-REC                    TYPE DELOVR-TYPE.

      * AKTUELL GESCANNTES MITGLIED
       01  SCAN-LIB                      PIC X(10).
       01  SCAN-FILE                     PIC X(10).
       01  SCAN-MBR                      PIC X(10).

      * ZEILENANALYSE
       01  ZEILE-WRK                     PIC X(80).
       01  ZEILEN-NR                     PIC 9(5).
       01  SUCH-POS                      PIC 9(3).
       01  TEIL-POS                      PIC 9(3).
       01  KOPF-ENDE                     PIC 9(1).
       01  AUTOR-GESEHEN                 PIC 9(1).

      * FUND DES MITGLIEDS ("C" COPYRIGHT, "K" KOPIE AUS,
      * "L" LGPGM-VORLAGE; COPYRIGHT SCHLAEGT DIE ANDEREN)
       01  FUND-TYP                      PIC X(1).
       01  FUND-TEXT                     PIC X(60).
       01  FUND-ZEILE                    PIC 9(5).
       01  FUND-HERK                     PIC X(40).

       01  ANZ-MITGLIEDER                PIC 9(7)  VALUE ZEROES.
       01  ANZ-FUNDE                     PIC 9(7)  VALUE ZEROES.
       01  ANZ-NEU                       PIC 9(7)  VALUE ZEROES.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "CRP1055" TO PGM-WRK.
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

           OPEN     I-O   PSRCHRK-DP.
           OPEN     INPUT PTMPMBR-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ENDE
           END-IF.

           PERFORM  SCAN-ALLE-MITGLIEDER.

           CLOSE    PSRCHRK-DP
                    PTMPMBR-DP.

           PERFORM  DELETE-TMPMBR.

           DISPLAY  "CRP1055: " ANZ-MITGLIEDER " MITGLIEDER, "
                    ANZ-FUNDE " FREMDE HERKUNFT, "
                    ANZ-NEU " NEU IM REGISTER".

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE MITGLIEDER DER LISTE PRUEFEN
      *--------------------------------------------------------------
       SCAN-ALLE-MITGLIEDER SECTION.
       SCN-MBR-00.

           INITIALIZE PTMPMBR-P.

       SCN-MBR-20.
           READ     PTMPMBR-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCN-MBR-90
           END-IF.

           IF       MLNAME OF PTMPMBR-P = SPACES
                    GO TO SCN-MBR-20
           END-IF.

           ADD      1 TO ANZ-MITGLIEDER.
           MOVE     CONST-LIB           TO SCAN-LIB.
           MOVE     "QCBLSRC"            TO SCAN-FILE.
           MOVE     MLNAME OF PTMPMBR-P  TO SCAN-MBR.

           PERFORM  SCANNE-KOPF.
           IF       FUND-TYP NOT = SPACES
                    ADD 1 TO ANZ-FUNDE
                    PERFORM SCHREIBE-REGISTER
           END-IF.

           GO TO    SCN-MBR-20.

       SCN-MBR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOPF DES QUELLENMITGLIEDS BIS ZUR ENVIRONMENT DIVISION LESEN
      *--------------------------------------------------------------
       SCANNE-KOPF SECTION.
       SCA-KOP-00.

           INITIALIZE FUND-TYP, FUND-TEXT, FUND-ZEILE, FUND-HERK.
           INITIALIZE ZEILEN-NR, KOPF-ENDE, AUTOR-GESEHEN.

      * QUELLENMITGLIED PER OVRDBF UMLEITEN
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
                    GO TO SCA-KOP-90
           END-IF.

           OPEN     INPUT QCALSRC-DP.

       SCA-KOP-20.
           READ     QCALSRC-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCA-KOP-80
           END-IF.

           ADD      1 TO ZEILEN-NR.
           MOVE     SRCDTA OF QCALSRC-P TO ZEILE-WRK.

           IF       ZEILE-WRK(7:1) = "*"
                    PERFORM PRUEFE-KOMMENTAR
           ELSE
                    PERFORM PRUEFE-ANWEISUNG
           END-IF.

           IF       KOPF-ENDE = ZEROES
                    GO TO SCA-KOP-20
           END-IF.

       SCA-KOP-80.
           CLOSE    QCALSRC-DP.

      * OVERRIDE WIEDER ENTFERNEN
           INITIALIZE DELOVR-REC.
           MOVE     "QCALSRC" TO FROMFILE OF DELOVR-REC.
           CALL     "CLP0012" USING DELOVR-REC
                                    RET-CODE
           END-CALL.

       SCA-KOP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOMMENTARZEILE DES KOPFES AUF FREMDE HERKUNFT PRUEFEN
      *--------------------------------------------------------------
       PRUEFE-KOMMENTAR SECTION.
       PRF-KOM-00.

      * FREMDER COPYRIGHT-BLOCK: INHABER STEHT HINTER DEM ":"
           MOVE     ZEROES TO SUCH-POS.
           INSPECT  ZEILE-WRK TALLYING SUCH-POS
                    FOR CHARACTERS BEFORE INITIAL "COPYRIGHT BY".
           IF       SUCH-POS < 80
            AND     FUND-TYP NOT = "C"
                    MOVE "C" TO FUND-TYP
                    PERFORM MERKE-FUNDSTELLE
                    MOVE ZEROES TO TEIL-POS
                    INSPECT ZEILE-WRK TALLYING TEIL-POS
                            FOR CHARACTERS BEFORE INITIAL ":"
                    IF   TEIL-POS < 70
                         ADD  2 TO TEIL-POS
                         MOVE FUNCTION TRIM
                              (ZEILE-WRK(TEIL-POS:72 - TEIL-POS))
                           TO FUND-HERK
                    END-IF
                    GO TO PRF-KOM-90
           END-IF.

      * KOPIE EINES ANDEREN PROGRAMMS: "KOPIE AUS <NAME>"
           MOVE     ZEROES TO SUCH-POS.
           INSPECT  ZEILE-WRK TALLYING SUCH-POS
                    FOR CHARACTERS BEFORE INITIAL "KOPIE AUS ".
           IF       SUCH-POS < 70
            AND     (FUND-TYP = SPACES OR FUND-TYP = "L")
                    MOVE "K" TO FUND-TYP
                    PERFORM MERKE-FUNDSTELLE
                    ADD  11 TO SUCH-POS
                    UNSTRING ZEILE-WRK(SUCH-POS:72 - SUCH-POS)
                             DELIMITED BY ")" OR SPACE
                        INTO FUND-HERK
                    END-UNSTRING
                    GO TO PRF-KOM-90
           END-IF.

      * LGPGM-VORLAGE IN DER TITELZEILE (VOR DER AUTORENZEILE)
           MOVE     ZEROES TO SUCH-POS.
           INSPECT  ZEILE-WRK TALLYING SUCH-POS
                    FOR CHARACTERS BEFORE INITIAL "AUTOR ".
           IF       SUCH-POS < 80
                    MOVE 1 TO AUTOR-GESEHEN
                    GO TO PRF-KOM-90
           END-IF.

           IF       AUTOR-GESEHEN NOT = ZEROES
            OR      FUND-TYP NOT = SPACES
                    GO TO PRF-KOM-90
           END-IF.

           MOVE     ZEROES TO SUCH-POS.
           INSPECT  ZEILE-WRK TALLYING SUCH-POS
                    FOR CHARACTERS BEFORE INITIAL "(LGPGM".
           IF       SUCH-POS < 70
                    MOVE "L" TO FUND-TYP
                    PERFORM MERKE-FUNDSTELLE
                    ADD  2 TO SUCH-POS
                    UNSTRING ZEILE-WRK(SUCH-POS:72 - SUCH-POS)
                             DELIMITED BY ")" OR SPACE
                        INTO FUND-HERK
                    END-UNSTRING
           END-IF.

       PRF-KOM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ANWEISUNG IM KOPF: FREMDER COPYRIGHT-BAUSTEIN ODER ENDE
      * DES KOPFES
      *--------------------------------------------------------------
       PRUEFE-ANWEISUNG SECTION.
       PRF-ANW-00.

           MOVE     ZEROES TO SUCH-POS.
           INSPECT  ZEILE-WRK TALLYING SUCH-POS
                    FOR CHARACTERS
                    BEFORE INITIAL "ENVIRONMENT DIVISION".
           IF       SUCH-POS < 80
                    MOVE 1 TO KOPF-ENDE
                    GO TO PRF-ANW-90
           END-IF.

      * UNSER EIGENER BAUSTEIN HEISST COPYRIGHT, COPYRIGHTC KOMMT
      * MIT DEN FREMDEN QUELLEN
           MOVE     ZEROES TO SUCH-POS.
           INSPECT  ZEILE-WRK TALLYING SUCH-POS
                    FOR CHARACTERS BEFORE INITIAL "COPYRIGHTC".
           IF       SUCH-POS < 80
            AND     FUND-TYP NOT = "C"
                    MOVE "C" TO FUND-TYP
                    PERFORM MERKE-FUNDSTELLE
           END-IF.

       PRF-ANW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FUNDSTELLE (ZEILENNUMMER UND TEXT) FESTHALTEN
      *--------------------------------------------------------------
       MERKE-FUNDSTELLE SECTION.
       MRK-FND-00.

           MOVE     ZEILEN-NR       TO FUND-ZEILE.
           MOVE     ZEILE-WRK(8:60) TO FUND-TEXT.
           INITIALIZE FUND-HERK.

       MRK-FND-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FUND IN DAS HERKUNFTSREGISTER SCHREIBEN; DIE GEPFLEGTEN
      * ANGABEN (HERKUNFT, LIZENZ, NUTZUNG) BLEIBEN ERHALTEN
      *--------------------------------------------------------------
       SCHREIBE-REGISTER SECTION.
       SCH-REG-00.

           INITIALIZE PSRCHRKF OF PSRCHRK-P.
           MOVE     SCAN-MBR          TO HKMBR  OF PSRCHRK-P.
           MOVE     SCAN-FILE         TO HKFILE OF PSRCHRK-P.
           MOVE     SCAN-LIB          TO HKLIB  OF PSRCHRK-P.
           READ     PSRCHRK-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE FUND-TYP     TO HKTYP  OF PSRCHRK-P
                    MOVE FUND-TEXT    TO HKFUND OF PSRCHRK-P
                    MOVE FUND-ZEILE   TO HKZEIL OF PSRCHRK-P
                    MOVE DATE-8       TO HKSDTA OF PSRCHRK-P
                    IF   HKHERK OF PSRCHRK-P = SPACES
                         MOVE FUND-HERK TO HKHERK OF PSRCHRK-P
                    END-IF
                    REWRITE PSRCHRK-P
                    GO TO SCH-REG-90
           END-IF.

           INITIALIZE PSRCHRKF OF PSRCHRK-P.
           MOVE     SCAN-MBR          TO HKMBR  OF PSRCHRK-P.
           MOVE     SCAN-FILE         TO HKFILE OF PSRCHRK-P.
           MOVE     SCAN-LIB          TO HKLIB  OF PSRCHRK-P.
           MOVE     FUND-TYP          TO HKTYP  OF PSRCHRK-P.
           MOVE     FUND-TEXT         TO HKFUND OF PSRCHRK-P.
           MOVE     FUND-ZEILE        TO HKZEIL OF PSRCHRK-P.
           MOVE     FUND-HERK         TO HKHERK OF PSRCHRK-P.
           MOVE     SPACES            TO HKLIZ  OF PSRCHRK-P.
           MOVE     SPACES            TO HKNUTZ OF PSRCHRK-P.
           MOVE     DATE-8            TO HKSDTA OF PSRCHRK-P.
           MOVE     T-USER            TO HKAUSR OF PSRCHRK-P.
           MOVE     DATE-8            TO HKADTA OF PSRCHRK-P.
           MOVE     TIME-6            TO HKATIA OF PSRCHRK-P.
           WRITE    PSRCHRK-P.
           IF       FILE-STATUS = ZEROES
                    ADD 1 TO ANZ-NEU
           END-IF.

       SCH-REG-90.
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
