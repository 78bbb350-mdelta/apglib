       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CRP1060.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * MELDUNGSKATALOG: VERWENDETE GEGEN DEFINIERTE MELDUNGS-IDS     *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LIEST ALLE MITGLIEDER VON QCBLSRC UND QCLSRC *
      *                  IN CONST-LIB UND SUCHT MELDUNGS-IDS:         *
      *                  COBOL: 7-STELLIGES LITERAL IN EINER ZEILE    *
      *                  MIT "MSGID"/"MSG-ID", CL: MSGID(XXXNNNN).    *
      *                  SYSTEMMELDUNGEN (CPF, MCH, CEE, ...) ZAEHLEN *
      *                  NICHT. JEDE FUNDSTELLE GEHT NACH PMSGREF,    *
      *                  JEDE ID NACH PMSGKAT (BEIDE WERDEN JE LAUF   *
      *                  NEU AUFGEBAUT). DIE DEFINIERTEN MELDUNGEN    *
      *                  DER APG-MELDUNGSDATEI (PCONFIG C120/MSGF,    *
      *                  CFTXT1 1-10 DATEI, 11-20 BIBLIOTHEK,         *
      *                  SONST QTEMP/APGSPRACH AUS CFP9003) KOMMEN    *
      *                  UEBER DIE API QMHRTVM (RTVM0300) DAZU.       *
      *                  DIE LISTE CRF1060 IN DIE OUTQ X-OUTQ ZEIGT   *
      *                  VERWENDETE, ABER NICHT DEFINIERTE IDS        *
      *                  (STATUS "F"), DEFINIERTE, ABER NIE           *
      *                  VERWENDETE IDS ("U") UND IDS OHNE HILFETEXT  *
      *                  ("H"). ANZEIGE DER VERWENDER JE ID: CRP1064. *
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
      * PCONFIG: CFID, CFKEY
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PMSGREF: MRMSGID, MRFILE, MRMBR, MRZEILE (FUNDSTELLEN)
      *-------------------------------------------------------------
           SELECT PMSGREF-DP
                  ASSIGN       TO  DATABASE-PMSGREF
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PMSGKAT: MKMSGID (MELDUNGSKATALOG)
      *-------------------------------------------------------------
           SELECT PMSGKAT-DP
                  ASSIGN       TO  DATABASE-PMSGKAT
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

      *-------------------------------------------------------------
      *    PRINTERFILE FUER DIE LISTE
      *-------------------------------------------------------------
           SELECT XXDRUCK-DAT
                  ASSIGN        TO FORMATFILE-CRF1060
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PCONFIG: CFID, CFKEY
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
      *--- PMSGREF: MRMSGID, MRFILE, MRMBR, MRZEILE
       FD  PMSGREF-DP
           LABEL RECORDS ARE STANDARD.
       01  PMSGREF-P.
           COPY DDS-ALL-FORMATS OF PMSGREF.
      /
      *--- PMSGKAT: MKMSGID
       FD  PMSGKAT-DP
           LABEL RECORDS ARE STANDARD.
       01  PMSGKAT-P.
           COPY DDS-ALL-FORMATS OF PMSGKAT.
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
           COPY DDS-ALL-FORMATS OF CRF1060.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CRP1060".
       01  PGM-TYP                       PIC X(8)  VALUE "CHECKER".

      * PARAMETER FUER CL-PROGRAMME
       01  CMDEXC-REC                    TYPE CMDEXC-TYPE.
       01  DLTF-REC                      TYPE DLTF-TYPE.
       01  OVRDBF-REC                    TYPE OVRDBF-TYPE.
       01  DELOVR-REC                    TYPE DELOVR-TYPE.
       01  OVRPRTF-REC                   TYPE OVRPRTF-TYPE.

      * APG-MELDUNGSDATEI (PCONFIG C120/MSGF)
       01  RTV-MSGF-WRK.
        05 RTV-MSGF                      PIC X(10).
        05 RTV-MSGLIB                    PIC X(10).

      * VARIABLEN FUER AUFRUF QMHRTVM
       01  RTVM-DATEN                    PIC X(4000).
       01  RTVM0300 REDEFINES RTVM-DATEN.
        05 R3-BYTRET                     PIC 9(8) BINARY.
        05 R3-BYTAVL                     PIC 9(8) BINARY.
        05 R3-SEV                        PIC 9(8) BINARY.
        05 R3-ALIDX                      PIC 9(8) BINARY.
        05 R3-ALOPT                      PIC X(9).
        05 R3-LOGPRB                     PIC X(1).
        05 R3-MSGID                      PIC X(7).
        05 FILLER                        PIC X(3).
        05 R3-ANZSUB                     PIC 9(8) BINARY.
        05 R3-CCSST1                     PIC 9(8) BINARY.
        05 R3-CCSST2                     PIC 9(8) BINARY.
        05 R3-CCSID                      PIC 9(8) BINARY.
        05 R3-OFSRPY                     PIC 9(8) BINARY.
        05 R3-LENRPY                     PIC 9(8) BINARY.
        05 R3-AVLRPY                     PIC 9(8) BINARY.
        05 R3-OFSMSG                     PIC 9(8) BINARY.
        05 R3-LENMSG                     PIC 9(8) BINARY.
        05 R3-AVLMSG                     PIC 9(8) BINARY.
        05 R3-OFSHLP                     PIC 9(8) BINARY.
        05 R3-LENHLP                     PIC 9(8) BINARY.
        05 R3-AVLHLP                     PIC 9(8) BINARY.
       01  RTVM-LEN                      PIC 9(8) BINARY VALUE 4000.
       01  RTVM-FORMAT                   PIC X(8)  VALUE "RTVM0300".
       01  RTV-MSGID                     PIC X(7).
       01  RTV-RPLDTA                    PIC X(1)  VALUE SPACE.
       01  RTV-RPLLEN                    PIC 9(8) BINARY VALUE 1.
       01  RTV-RPLSUB                    PIC X(10) VALUE "*NO".
       01  RTV-FMTCTL                    PIC X(10) VALUE "*NO".
       01  RTV-OPTION                    PIC X(10).
       01  RTV-CCSID                     PIC 9(8) BINARY VALUE ZEROES.
       01  RTV-CCSID-RPL                 PIC 9(8) BINARY VALUE ZEROES.
       01  RTV-VORHER                    PIC X(7).
       01  TEXT-START                    PIC 9(5).
       01  TEXT-LEN                      PIC 9(5).

       01  ERROR-REC.
        05 BYTESPROV                     PIC 9(8) BINARY.
        05 BYTESAVAIL                    PIC 9(8) BINARY.
        05 EXCEPTID                      PIC X(7).
        05 FILLER1                       PIC X(1).
        05 FILLER2                       PIC X(16).

      * AKTUELL GELESENES MITGLIED
       01  SCAN-LIB                      PIC X(10).
       01  SCAN-FILE                     PIC X(10).
       01  SCAN-MBR                      PIC X(10).
       01  SCAN-OK                       PIC 9(1).

      * ZEILENANALYSE
       01  ZEILE-WRK                     PIC X(80).
       01  ZEILEN-NR                     PIC 9(6).
       01  SUCH-POS                      PIC 9(3).
       01  ZEICHEN-POS                   PIC 9(3).
       01  MSGID-ANZ                     PIC 9(3).

      * GEFUNDENE MELDUNGS-ID UND IHRE PRUEFUNG
       01  KAND-ID.
        05 KAND-Z1                       PIC X(1).
         88 KAND-Z1-OK                   VALUE "A" THRU "Z".
        05 KAND-Z2                       PIC X(1).
         88 KAND-Z2-OK                   VALUE "A" THRU "Z"
                                               "0" THRU "9".
        05 KAND-Z3                       PIC X(1).
         88 KAND-Z3-OK                   VALUE "A" THRU "Z"
                                               "0" THRU "9".
        05 KAND-NR                       PIC X(4).
       01  KAND-PRAEFIX REDEFINES KAND-ID PIC X(3).
       01  KAND-OK                       PIC 9(1).
       01  HEX-IX                        PIC 9(1).
       01  HEX-ZCH                       PIC X(1).
        88 HEX-ZCH-OK                    VALUE "0" THRU "9"
                                               "A" THRU "F".

      * PRAEFIXE DER SYSTEMMELDUNGEN, GEHOEREN NICHT ZUR APG-MSGF
       01  SYS-PRAEFIXE.
        05 FILLER                        PIC X(15) VALUE
                                         "CPACPCCPDCPECPF".
        05 FILLER                        PIC X(15) VALUE
                                         "CPICPXCPPMCHCEE".
        05 FILLER                        PIC X(15) VALUE
                                         "RNQRNXLNCLNRSQL".
        05 FILLER                        PIC X(12) VALUE
                                         "TCPQSYKBDIWS".
       01  SYS-PRAEFIX-TAB REDEFINES SYS-PRAEFIXE.
        05 SYS-PRAEFIX                   OCCURS 19 TIMES
                                         PIC X(3).
       01  SYS-IX                        PIC 9(2).

      * ZAEHLER
       01  ANZ-MITGLIEDER                PIC 9(5)  VALUE ZEROES.
       01  ANZ-REFERENZEN                PIC 9(7)  VALUE ZEROES.
       01  ANZ-DEFINIERT                 PIC 9(5)  VALUE ZEROES.
       01  ANZ-FEHLT                     PIC 9(5)  VALUE ZEROES.
       01  ANZ-UNBENUTZT                 PIC 9(5)  VALUE ZEROES.
       01  ANZ-OHNE-HILFE                PIC 9(5)  VALUE ZEROES.

       01  DRUCK-STATUS                  PIC X(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * AUSGABEWARTESCHLANGE, SPACES = PRT01
       01  X-OUTQ                        PIC X(10).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-OUTQ.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "CRP1060" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

      * MELDUNGSDATEI ERMITTELN; DIE STANDARDDATEI IN QTEMP
      * LEGT CFP9003 AN, WENN SIE NOCH FEHLT
           OPEN     INPUT PCONFIG-DP.
           PERFORM  LESE-MELDUNGSDATEI.
           CLOSE    PCONFIG-DP.
           IF       RTV-MSGLIB = "QTEMP"
                    CALL "CFP9003"
                    END-CALL
           END-IF.

      * KATALOG JE LAUF NEU AUFBAUEN
           MOVE     "PMSGREF" TO SCAN-FILE.
           PERFORM  LEERE-DATEI.
           MOVE     "PMSGKAT" TO SCAN-FILE.
           PERFORM  LEERE-DATEI.

           OPEN     I-O   PMSGREF-DP
                          PMSGKAT-DP.

      * 1. VERWENDUNGEN IN COBOL- UND CL-QUELLEN SAMMELN
           MOVE     "QCBLSRC" TO SCAN-FILE.
           PERFORM  SCANNE-QUELLDATEI.
           MOVE     "QCLSRC"  TO SCAN-FILE.
           PERFORM  SCANNE-QUELLDATEI.

      * 2. DEFINITIONEN DER MELDUNGSDATEI DAZULESEN
           PERFORM  LADE-MELDUNGEN.

      * 3. STATUS JE ID SETZEN
           PERFORM  BEWERTE-KATALOG.

      * OUTQ SETZEN UND DRUCKDATEI OEFFNEN
           INITIALIZE RET-CODE.
           INITIALIZE OVRPRTF-REC.
           MOVE     "CRF1060" TO FROMFILE OF OVRPRTF-REC.
           IF       X-OUTQ = SPACES
                    MOVE "PRT01" TO TOOUTQ OF OVRPRTF-REC
           ELSE
                    MOVE X-OUTQ  TO TOOUTQ OF OVRPRTF-REC
           END-IF.
           CALL     "CLP0041" USING OVRPRTF-REC
                                    RET-CODE
           END-CALL.

           OPEN     OUTPUT XXDRUCK-DAT.

           INITIALIZE XXDRUCK-REC.
           MOVE     "KOPF"      TO DRART   OF XXDRUCK-REC.
           MOVE     RTV-MSGF    TO DRMSGF  OF XXDRUCK-REC.
           MOVE     RTV-MSGLIB  TO DRLIB   OF XXDRUCK-REC.
           MOVE     DATE-8      TO DRDATUM OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

      * ERST DIE FEHLENDEN, DANN DIE UNBENUTZTEN, DANN DIE IDS
      * OHNE HILFETEXT
           MOVE     "F" TO DRUCK-STATUS.
           PERFORM  DRUCKE-STATUS.
           MOVE     "U" TO DRUCK-STATUS.
           PERFORM  DRUCKE-STATUS.
           MOVE     "H" TO DRUCK-STATUS.
           PERFORM  DRUCKE-STATUS.

           INITIALIZE XXDRUCK-REC.
           MOVE     "SUMME"        TO DRART   OF XXDRUCK-REC.
           MOVE     ANZ-MITGLIEDER TO DRANZM  OF XXDRUCK-REC.
           MOVE     ANZ-REFERENZEN TO DRANZR  OF XXDRUCK-REC.
           MOVE     ANZ-DEFINIERT  TO DRANZD  OF XXDRUCK-REC.
           MOVE     ANZ-FEHLT      TO DRANZF  OF XXDRUCK-REC.
           MOVE     ANZ-UNBENUTZT  TO DRANZU  OF XXDRUCK-REC.
           MOVE     ANZ-OHNE-HILFE TO DRANZH  OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           CLOSE    XXDRUCK-DAT
                    PMSGREF-DP
                    PMSGKAT-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * MELDUNGSDATEI AUS PCONFIG C120/MSGF LESEN
      *--------------------------------------------------------------
       LESE-MELDUNGSDATEI SECTION.
       LES-MSF-00.

           MOVE     "APGSPRACH" TO RTV-MSGF.
           MOVE     "QTEMP"     TO RTV-MSGLIB.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "C120"      TO CFID   OF PCONFIG-P.
           MOVE     "MSGF"      TO CFKEY  OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-MSF-90
           END-IF.

           IF       CFTXT1 OF PCONFIG-P(1:10)  NOT = SPACES
                    MOVE CFTXT1 OF PCONFIG-P(1:10)  TO RTV-MSGF
           END-IF.
           IF       CFTXT1 OF PCONFIG-P(11:10) NOT = SPACES
                    MOVE CFTXT1 OF PCONFIG-P(11:10) TO RTV-MSGLIB
           END-IF.

       LES-MSF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DATEI SCAN-FILE IN CONST-LIB LEEREN
      *--------------------------------------------------------------
       LEERE-DATEI SECTION.
       LEE-DAT-00.

           INITIALIZE RET-CODE.
           INITIALIZE CMDEXC-REC.
           STRING   "CLRPFM FILE("       DELIMITED BY SIZE
                    CONST-LIB            DELIMITED BY SPACES
                    "/"                  DELIMITED BY SIZE
                    SCAN-FILE            DELIMITED BY SPACES
                    ")"                  DELIMITED BY SIZE
               INTO COMMAND OF CMDEXC-REC
           END-STRING.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.
           INITIALIZE RET-CODE.

       LEE-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE MITGLIEDER DER QUELLDATEI SCAN-FILE LESEN
      *--------------------------------------------------------------
       SCANNE-QUELLDATEI SECTION.
       SCN-QDT-00.

           MOVE     CONST-LIB TO SCAN-LIB.

           PERFORM  DELETE-TMPMBR.
           INITIALIZE CMDEXC-REC.
           STRING   "DSPFD FILE("        DELIMITED BY SIZE
                    SCAN-LIB             DELIMITED BY SPACES
                    "/"                  DELIMITED BY SIZE
                    SCAN-FILE            DELIMITED BY SPACES
                    ") TYPE(*MBRLIST) OUTPUT(*OUTFILE)"
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
                    INITIALIZE RET-CODE
                    GO TO SCN-QDT-90
           END-IF.

           OPEN     INPUT PTMPMBR-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCN-QDT-80
           END-IF.

       SCN-QDT-20.
           READ     PTMPMBR-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCN-QDT-70
           END-IF.

           IF       MLNAME OF PTMPMBR-P = SPACES
                    GO TO SCN-QDT-20
           END-IF.

           ADD      1 TO ANZ-MITGLIEDER.
           MOVE     MLNAME OF PTMPMBR-P TO SCAN-MBR.
           PERFORM  SCANNE-MITGLIED.

           GO TO    SCN-QDT-20.

       SCN-QDT-70.
           CLOSE    PTMPMBR-DP.

       SCN-QDT-80.
           PERFORM  DELETE-TMPMBR.

       SCN-QDT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EIN MITGLIED ZEILENWEISE NACH MELDUNGS-IDS DURCHSUCHEN
      *--------------------------------------------------------------
       SCANNE-MITGLIED SECTION.
       SCN-MBR-00.

           INITIALIZE ZEILEN-NR.

           PERFORM  OEFFNE-QUELLE.
           IF       SCAN-OK = ZEROES
                    GO TO SCN-MBR-90
           END-IF.

       SCN-MBR-20.
           READ     QCALSRC-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCN-MBR-80
           END-IF.

           ADD      1 TO ZEILEN-NR.
           MOVE     SRCDTA OF QCALSRC-P TO ZEILE-WRK.

           IF       SCAN-FILE = "QCLSRC"
                    PERFORM SUCHE-CL-ID
           ELSE
                    PERFORM SUCHE-COBOL-ID
           END-IF.

           GO TO    SCN-MBR-20.

       SCN-MBR-80.
           PERFORM  SCHLIESSE-QUELLE.

       SCN-MBR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * COBOL: IN ZEILEN MIT "MSGID"/"MSG-ID" JEDES 7-STELLIGE
      * LITERAL ALS KANDIDAT PRUEFEN
      *--------------------------------------------------------------
       SUCHE-COBOL-ID SECTION.
       SUC-CBL-00.

      * KOMMENTARE UEBERGEHEN
           IF       ZEILE-WRK(7:1) = "*"
            OR      ZEILE-WRK(7:1) = "/"
                    GO TO SUC-CBL-90
           END-IF.

           MOVE     ZEROES TO MSGID-ANZ.
           INSPECT  ZEILE-WRK(8:65) TALLYING MSGID-ANZ
                    FOR ALL "MSGID" ALL "MSG-ID".
           IF       MSGID-ANZ = ZEROES
                    GO TO SUC-CBL-90
           END-IF.

           MOVE     8 TO ZEICHEN-POS.

       SUC-CBL-20.
           IF       ZEICHEN-POS > 64
                    GO TO SUC-CBL-90
           END-IF.

           IF       (ZEILE-WRK(ZEICHEN-POS:1)     = QUOTE
             AND     ZEILE-WRK(ZEICHEN-POS + 8:1) = QUOTE)
            OR      (ZEILE-WRK(ZEICHEN-POS:1)     = "'"
             AND     ZEILE-WRK(ZEICHEN-POS + 8:1) = "'")
                    MOVE    ZEILE-WRK(ZEICHEN-POS + 1:7) TO KAND-ID
                    PERFORM PRUEFE-KANDIDAT
                    IF   KAND-OK NOT = ZEROES
                         PERFORM SCHREIBE-REFERENZ
                         ADD 8 TO ZEICHEN-POS
                    END-IF
           END-IF.

           ADD      1 TO ZEICHEN-POS.
           GO TO    SUC-CBL-20.

       SUC-CBL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * CL: JEDES MSGID(XXXNNNN) DER ZEILE ALS KANDIDAT PRUEFEN
      *--------------------------------------------------------------
       SUCHE-CL-ID SECTION.
       SUC-CLP-00.

           INSPECT  ZEILE-WRK CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE     1 TO ZEICHEN-POS.

       SUC-CLP-20.
           IF       ZEICHEN-POS > 67
                    GO TO SUC-CLP-90
           END-IF.

           IF       ZEILE-WRK(ZEICHEN-POS:6)      = "MSGID("
            AND     ZEILE-WRK(ZEICHEN-POS + 13:1) = ")"
                    MOVE    ZEILE-WRK(ZEICHEN-POS + 6:7) TO KAND-ID
                    PERFORM PRUEFE-KANDIDAT
                    IF   KAND-OK NOT = ZEROES
                         PERFORM SCHREIBE-REFERENZ
                    END-IF
                    ADD  13 TO ZEICHEN-POS
           END-IF.

           ADD      1 TO ZEICHEN-POS.
           GO TO    SUC-CLP-20.

       SUC-CLP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KANDIDAT PRUEFEN: BUCHSTABE, ZWEI ZEICHEN, VIER HEXZIFFERN
      * UND KEIN PRAEFIX EINER SYSTEMMELDUNG
      *--------------------------------------------------------------
       PRUEFE-KANDIDAT SECTION.
       PRF-KND-00.

           MOVE     ZEROES TO KAND-OK.

           IF       NOT KAND-Z1-OK
            OR      NOT KAND-Z2-OK
            OR      NOT KAND-Z3-OK
                    GO TO PRF-KND-90
           END-IF.

           MOVE     1 TO HEX-IX.

       PRF-KND-20.
           IF       HEX-IX > 4
                    GO TO PRF-KND-40
           END-IF.
           MOVE     KAND-NR(HEX-IX:1) TO HEX-ZCH.
           IF       NOT HEX-ZCH-OK
                    GO TO PRF-KND-90
           END-IF.
           ADD      1 TO HEX-IX.
           GO TO    PRF-KND-20.

       PRF-KND-40.
           MOVE     1 TO SYS-IX.

       PRF-KND-50.
           IF       SYS-IX > 19
                    MOVE 1 TO KAND-OK
                    GO TO PRF-KND-90
           END-IF.
           IF       SYS-PRAEFIX (SYS-IX) = KAND-PRAEFIX
                    GO TO PRF-KND-90
           END-IF.
           ADD      1 TO SYS-IX.
           GO TO    PRF-KND-50.

       PRF-KND-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FUNDSTELLE NACH PMSGREF SCHREIBEN UND IM KATALOG ZAEHLEN
      *--------------------------------------------------------------
       SCHREIBE-REFERENZ SECTION.
       SCH-REF-00.

           INITIALIZE PMSGREFF OF PMSGREF-P.
           MOVE     KAND-ID             TO MRMSGID OF PMSGREF-P.
           MOVE     SCAN-FILE           TO MRFILE  OF PMSGREF-P.
           MOVE     SCAN-MBR            TO MRMBR   OF PMSGREF-P.
           MOVE     ZEILEN-NR           TO MRZEILE OF PMSGREF-P.
           MOVE     ZEILE-WRK(8:65)     TO MRTEXT  OF PMSGREF-P.
           MOVE     DATE-8              TO MRADTA  OF PMSGREF-P.
           WRITE    PMSGREF-P.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-REF-90
           END-IF.

           ADD      1 TO ANZ-REFERENZEN.

           INITIALIZE PMSGKATF OF PMSGKAT-P.
           MOVE     KAND-ID TO MKMSGID OF PMSGKAT-P.
           READ     PMSGKAT-DP.
           IF       FILE-STATUS = ZEROES
                    ADD  1 TO MKANZR OF PMSGKAT-P
                    REWRITE PMSGKAT-P
                    GO TO SCH-REF-90
           END-IF.

      * ERSTE VERWENDUNG: BIS ZUR DEFINITION ALS FEHLEND FUEHREN
           INITIALIZE PMSGKATF OF PMSGKAT-P.
           MOVE     KAND-ID             TO MKMSGID OF PMSGKAT-P.
           MOVE     "N"                 TO MKDEF   OF PMSGKAT-P.
           MOVE     "N"                 TO MKHLP   OF PMSGKAT-P.
           MOVE     1                   TO MKANZR  OF PMSGKAT-P.
           STRING   "NICHT DEFINIERT, U.A. IN " DELIMITED BY SIZE
                    SCAN-MBR                    DELIMITED BY SPACE
               INTO MKTEXT OF PMSGKAT-P
           END-STRING.
           MOVE     DATE-8              TO MKADTA  OF PMSGKAT-P.
           MOVE     TIME-6              TO MKATIA  OF PMSGKAT-P.
           WRITE    PMSGKAT-P.

       SCH-REF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE MELDUNGEN DER MELDUNGSDATEI UEBER QMHRTVM LESEN
      * (*FIRST, DANACH *NEXT) UND IN DEN KATALOG STELLEN
      *--------------------------------------------------------------
       LADE-MELDUNGEN SECTION.
       LAD-MSG-00.

           MOVE     SPACES   TO RTV-MSGID, RTV-VORHER.
           MOVE     "*FIRST" TO RTV-OPTION.

       LAD-MSG-20.
           INITIALIZE RTVM-DATEN.
           INITIALIZE ERROR-REC.
           MOVE     16 TO BYTESPROV OF ERROR-REC.
           CALL     "QMHRTVM" USING RTVM-DATEN
                                    RTVM-LEN
                                    RTVM-FORMAT
                                    RTV-MSGID
                                    RTV-MSGF-WRK
                                    RTV-RPLDTA
                                    RTV-RPLLEN
                                    RTV-RPLSUB
                                    RTV-FMTCTL
                                    ERROR-REC
                                    RTV-OPTION
                                    RTV-CCSID
                                    RTV-CCSID-RPL
           END-CALL.

      * ENDE DER MELDUNGSDATEI ODER FEHLER
           IF       BYTESAVAIL OF ERROR-REC NOT = ZEROES
            OR      R3-BYTRET < 33
            OR      R3-MSGID = SPACES
            OR      R3-MSGID = RTV-VORHER
                    GO TO LAD-MSG-90
           END-IF.

           ADD      1 TO ANZ-DEFINIERT.
           PERFORM  SCHREIBE-DEFINITION.

           MOVE     R3-MSGID TO RTV-MSGID, RTV-VORHER.
           MOVE     "*NEXT"  TO RTV-OPTION.
           GO TO    LAD-MSG-20.

       LAD-MSG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DEFINIERTE MELDUNG IN DEN KATALOG STELLEN
      *--------------------------------------------------------------
       SCHREIBE-DEFINITION SECTION.
       SCH-DEF-00.

           INITIALIZE PMSGKATF OF PMSGKAT-P.
           MOVE     R3-MSGID TO MKMSGID OF PMSGKAT-P.
           READ     PMSGKAT-DP.
           IF       FILE-STATUS NOT = ZEROES
                    INITIALIZE PMSGKATF OF PMSGKAT-P
                    MOVE R3-MSGID TO MKMSGID OF PMSGKAT-P
                    MOVE ZEROES   TO MKANZR  OF PMSGKAT-P
                    MOVE DATE-8   TO MKADTA  OF PMSGKAT-P
                    MOVE TIME-6   TO MKATIA  OF PMSGKAT-P
           END-IF.

           MOVE     "J"    TO MKDEF  OF PMSGKAT-P.
           MOVE     SPACES TO MKTEXT OF PMSGKAT-P.
           IF       R3-LENMSG > ZEROES
                    COMPUTE TEXT-START = R3-OFSMSG + 1
                    MOVE    R3-LENMSG TO TEXT-LEN
                    IF   TEXT-LEN > 80
                         MOVE 80 TO TEXT-LEN
                    END-IF
                    IF   TEXT-START + TEXT-LEN - 1 NOT > 4000
                         MOVE RTVM-DATEN(TEXT-START:TEXT-LEN)
                           TO MKTEXT OF PMSGKAT-P
                    END-IF
           END-IF.

           IF       R3-AVLHLP > ZEROES
                    MOVE "J" TO MKHLP OF PMSGKAT-P
           ELSE
                    MOVE "N" TO MKHLP OF PMSGKAT-P
           END-IF.

           IF       MKANZR OF PMSGKAT-P = ZEROES
                    WRITE   PMSGKAT-P
           ELSE
                    REWRITE PMSGKAT-P
           END-IF.

       SCH-DEF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STATUS JE ID: "F" NICHT DEFINIERT, "U" NIE VERWENDET,
      * "H" OHNE HILFETEXT, SONST LEER
      *--------------------------------------------------------------
       BEWERTE-KATALOG SECTION.
       BEW-KAT-00.

           INITIALIZE PMSGKATF OF PMSGKAT-P.
           MOVE     SPACES TO MKMSGID OF PMSGKAT-P.
           START    PMSGKAT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BEW-KAT-90
           END-IF.

       BEW-KAT-20.
           READ     PMSGKAT-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BEW-KAT-90
           END-IF.

           EVALUATE TRUE
                    WHEN MKDEF  OF PMSGKAT-P NOT = "J"
                         MOVE "F" TO MKSTAT OF PMSGKAT-P
                         ADD  1   TO ANZ-FEHLT
                    WHEN MKANZR OF PMSGKAT-P = ZEROES
                         MOVE "U" TO MKSTAT OF PMSGKAT-P
                         ADD  1   TO ANZ-UNBENUTZT
                    WHEN MKHLP  OF PMSGKAT-P NOT = "J"
                         MOVE "H" TO MKSTAT OF PMSGKAT-P
                         ADD  1   TO ANZ-OHNE-HILFE
                    WHEN OTHER
                         MOVE SPACES TO MKSTAT OF PMSGKAT-P
           END-EVALUATE.
           REWRITE  PMSGKAT-P.

           GO TO    BEW-KAT-20.

       BEW-KAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE IDS MIT STATUS DRUCK-STATUS DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-STATUS SECTION.
       DRU-STA-00.

           INITIALIZE PMSGKATF OF PMSGKAT-P.
           MOVE     SPACES TO MKMSGID OF PMSGKAT-P.
           START    PMSGKAT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-STA-90
           END-IF.

       DRU-STA-20.
           READ     PMSGKAT-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRU-STA-90
           END-IF.

           IF       MKSTAT OF PMSGKAT-P NOT = DRUCK-STATUS
                    GO TO DRU-STA-20
           END-IF.

           INITIALIZE XXDRUCK-REC.
           MOVE     "ZEILE"              TO DRART   OF XXDRUCK-REC.
           MOVE     MKSTAT  OF PMSGKAT-P TO DRSTAT  OF XXDRUCK-REC.
           EVALUATE MKSTAT  OF PMSGKAT-P
                    WHEN "F"
                         MOVE "NICHT DEFINIERT" TO DRGRUND
                                                OF XXDRUCK-REC
                    WHEN "U"
                         MOVE "NIE VERWENDET"   TO DRGRUND
                                                OF XXDRUCK-REC
                    WHEN OTHER
                         MOVE "OHNE HILFETEXT"  TO DRGRUND
                                                OF XXDRUCK-REC
           END-EVALUATE.
           MOVE     MKMSGID OF PMSGKAT-P TO DRMSGID OF XXDRUCK-REC.
           MOVE     MKANZR  OF PMSGKAT-P TO DRANZV  OF XXDRUCK-REC.
           MOVE     MKTEXT  OF PMSGKAT-P TO DRTEXT  OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           GO TO    DRU-STA-20.

       DRU-STA-90.
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
      * TEMPORAERE DATEI PTMPMBR LOESCHEN
      *--------------------------------------------------------------
       DELETE-TMPMBR SECTION.
       DEL-TMM-00.

           INITIALIZE RET-CODE.
      * DLTF AUSFUEHREN
           INITIALIZE DLTF-REC.
           MOVE     "PTMPMBR"      TO FILENAME OF DLTF-REC.
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
