       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CRP1062.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * TESTDATEN-FIXTURE: SNAPSHOT, WIEDERHERSTELLEN, VERGLEICH      *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  EINE FIXTURE IST EIN BENANNTER SATZ VON      *
      *                  DATEIEN MIT OPTIONALER SATZAUSWAHL, DEFI-    *
      *                  NIERT IN PCONFIG T100 (PFLEGE UEBER          *
      *                  CFP0037): KOPFSATZ CFKEY = NAME OHNE         *
      *                  CFKEY2, CFTXT1 1-10 FIXTURE-BIBLIOTHEK,      *
      *                  11-20 TESTBIBLIOTHEK. JE DATEI EIN SATZ      *
      *                  CFKEY2 = DATEI, CFTXT1 = SATZAUSWAHL FUER    *
      *                  CPYF INCREL (Z.B. "(*IF FELD *EQ 'A')",      *
      *                  LEER = ALLE SAETZE).                         *
      *                  X-AKTION "S": SNAPSHOT, DIE DATEIEN DER      *
      *                  TESTBIBLIOTHEK WERDEN IN DIE FIXTURE-        *
      *                  BIBLIOTHEK KOPIERT (WIRD BEI BEDARF          *
      *                  ANGELEGT). "R": WIEDERHERSTELLEN, DIE        *
      *                  TESTDATEI WIRD GELEERT UND AUS DER FIXTURE   *
      *                  NEU GEFUELLT (VOR EINEM TESTLAUF). "D":      *
      *                  VERGLEICH NACH DEM TESTLAUF, FIXTURE GEGEN   *
      *                  TESTBIBLIOTHEK SATZ FUER SATZ WIE IM         *
      *                  ABGLEICH XXP0073 (XXP0046 F10): ART "A" =    *
      *                  SATZ GEAENDERT, "E" = SATZ FEHLT NACH DEM    *
      *                  TEST, "L" = SATZ VOM TEST HINZUGEFUEGT,      *
      *                  "X" = NICHT VERGLICHEN (SATZLAENGE UEBER     *
      *                  512 BYTE). DIE UNTERSCHIEDE GEHEN NACH       *
      *                  PTSTDIF (JE FIXTURE NUR DER LETZTE           *
      *                  VERGLEICH) UND AUF DIE LISTE CRF1062.        *
      *                  X-RETCODE: LEER = OK, "1" = FEHLER,          *
      *                  "2" = VERGLEICH HAT UNTERSCHIEDE GEFUNDEN.   *
      *                  AUFRUF AUS CRP0053 (OPTION 7) UND AZP0310.   *
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
      * PCONFIG: CFID, CFKEY, CFKEY2 (FIXTURE-DEFINITION T100)
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PTSTDIF: DFNAME, DFFILE, DFPOS (UNTERSCHIEDE JE FIXTURE)
      *-------------------------------------------------------------
           SELECT PTSTDIF-DP
                  ASSIGN       TO  DATABASE-PTSTDIF
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PSYNC1: FLACHE SICHT AUF DIE FIXTURE-DATEI (UEBER OVRDBF)
      *-------------------------------------------------------------
           SELECT PSYNC1-DP
                  ASSIGN       TO  DATABASE-PSYNC1
                  ORGANIZATION IS  SEQUENTIAL
                  ACCESS       IS  SEQUENTIAL
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PSYNC2: FLACHE SICHT AUF DIE TESTDATEI (UEBER OVRDBF)
      *-------------------------------------------------------------
           SELECT PSYNC2-DP
                  ASSIGN       TO  DATABASE-PSYNC2
                  ORGANIZATION IS  SEQUENTIAL
                  ACCESS       IS  SEQUENTIAL
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCFGFFDL2: WHLIB, WHFILE (DSPFFD-DATEN, FUER DIE
      * SATZLAENGENPRUEFUNG)
      *-------------------------------------------------------------
           SELECT PCFGFFD-DL
                  ASSIGN       TO  DATABASE-PCFGFFDL2
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                                   WITH DUPLICATES
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *    PRINTERFILE FUER DIE LISTE
      *-------------------------------------------------------------
           SELECT XXDRUCK-DAT
                  ASSIGN        TO FORMATFILE-CRF1062
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PCONFIG: CFID, CFKEY, CFKEY2
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
      *--- PTSTDIF: DFNAME, DFFILE, DFPOS
       FD  PTSTDIF-DP
           LABEL RECORDS ARE STANDARD.
       01  PTSTDIF-P.
           COPY DDS-ALL-FORMATS OF PTSTDIF.
      /
      *--- PSYNC1: SATZBILD DER FIXTURE
       FD  PSYNC1-DP
           LABEL RECORDS ARE STANDARD.
       01  PSYNC1-P.
           COPY DDS-ALL-FORMATS OF PSYNC1.
      /
      *--- PSYNC2: SATZBILD DER TESTDATEI
       FD  PSYNC2-DP
           LABEL RECORDS ARE STANDARD.
       01  PSYNC2-P.
           COPY DDS-ALL-FORMATS OF PSYNC2.
      /
      *--- PCFGFFDL2: WHLIB, WHFILE
       FD  PCFGFFD-DL
           LABEL RECORDS ARE STANDARD.
       01  PCFGFFD-L.
           COPY DDS-ALL-FORMATS OF PCFGFFDL2.
      /
      *------DRUCKAUSGABE----
       FD  XXDRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  XXDRUCK-REC.
           COPY DDS-ALL-FORMATS OF CRF1062.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CRP1062".
       01  PGM-TYP                       PIC X(8)  VALUE "TEST   ".

      * PARAMETER FUER CL-PROGRAMME
       01  CMDEXC-REC                    TYPE CMDEXC-TYPE.
       01  CHKOBJ-REC                    TYPE CHKOBJ-TYPE.
       01  OVRDBF-REC                    TYPE OVRDBF-TYPE.
       01  DELOVR-REC                    TYPE DELOVR-TYPE.
       01  OVRPRTF-REC                   TYPE OVRPRTF-TYPE.

      * BIBLIOTHEKEN AUS DEM KOPFSATZ T100
       01  FIX-LIB                       PIC X(10).
       01  TST-LIB                       PIC X(10).

      * DATEIEN DER FIXTURE (SAETZE T100 MIT CFKEY2)
       01  DATEI-TAB.
        02 FMAX                          PIC 9(3) COMP-3.
        02 DATEI-REC OCCURS 0 TO 100 TIMES DEPENDING ON FMAX
                                         INDEXED BY FIDX.
         04 F-FILE                       PIC X(10).
         04 F-SEL                        PIC X(80).

      * KOPIEREN EINER DATEI
       01  KOP-VON-LIB                   PIC X(10).
       01  KOP-NACH-LIB                  PIC X(10).
       01  KOP-SEL                       PIC X(80).

      * SATZBILDER BEIDER SEITEN
       01  QUELLE-TAB.
        02 QMAX                          PIC 9(5) COMP-3.
        02 QUELLE-REC OCCURS 0 TO 2000 TIMES DEPENDING ON QMAX
                                         INDEXED BY QIDX.
         04 Q-DATA                       PIC X(512).

       01  ZIEL-TAB.
        02 ZMAX                          PIC 9(5) COMP-3.
        02 ZIEL-REC OCCURS 0 TO 2000 TIMES DEPENDING ON ZMAX
                                         INDEXED BY ZIDX.
         04 Z-DATA                       PIC X(512).

       01  POS-WRK                       PIC 9(5).
       01  MAX-WRK                       PIC 9(5).
       01  TAB-VOLL                      PIC 9(1).

      * SATZLAENGENPRUEFUNG (DSPFFD-DATEN)
       01  PRUEF-LIB                     PIC X(10).
       01  PRUEF-FILE                    PIC X(10).
       01  REC-ZU-LANG                   PIC 9(1).

      * ZAEHLER FUER DIE SUMMENZEILE
       01  ANZ-DATEIEN                   PIC 9(5).
       01  ANZ-GEAENDERT                 PIC 9(7).
       01  ANZ-ENTFERNT                  PIC 9(7).
       01  ANZ-NEU                       PIC 9(7).

      * ZWISCHENSPEICHER EIN UNTERSCHIED
       01  DIF-ART                       PIC X(1).
       01  DIF-ALT                       PIC X(512).
       01  DIF-NEU                       PIC X(512).

      * PROTOKOLLTEXT
       01  LOG-TEXT                      PIC X(60).
       01  PROT-FILE                     PIC X(10).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-AKTION                      PIC X(1).
       01  X-FIXNAME                     PIC X(10).
       01  X-OUTQ                        PIC X(10).
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-AKTION
                                X-FIXNAME
                                X-OUTQ
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "CRP1062" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           INITIALIZE X-RETCODE.

      * OHNE GUELTIGE AKTION UND NAME GIBT ES NICHTS ZU TUN
           IF       X-FIXNAME = SPACES
            OR      (    X-AKTION NOT = "S"
                     AND X-AKTION NOT = "R"
                     AND X-AKTION NOT = "D")
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

           OPEN     INPUT PCONFIG-DP.

      * KOPFSATZ UND DATEIEN DER FIXTURE LESEN
           PERFORM  LESE-FIXTURE.
           CLOSE    PCONFIG-DP.
           IF       X-RETCODE NOT = SPACES
                    MOVE "FIXTURE NICHT ODER UNVOLLSTAENDIG DEFINIERT"
                      TO LOG-TEXT
                    SET  FIDX TO ZEROES
                    PERFORM SCHREIBE-WARNUNG
                    GO TO ENDE
           END-IF.

           EVALUATE X-AKTION
                    WHEN "S"
                         PERFORM ERSTELLE-SNAPSHOT
                    WHEN "R"
                         PERFORM STELLE-FIXTURE-HER
                    WHEN "D"
                         PERFORM VERGLEICHE-FIXTURE
           END-EVALUATE.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * KOPFSATZ T100/X-FIXNAME UND DIE DATEISAETZE LESEN
      *--------------------------------------------------------------
       LESE-FIXTURE SECTION.
       LES-FIX-00.

           INITIALIZE DATEI-TAB, FIX-LIB, TST-LIB.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "T100"              TO CFID   OF PCONFIG-P.
           MOVE     X-FIXNAME           TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES              TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES              TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES              TO CFKEY4 OF PCONFIG-P.
           START    PCONFIG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "1" TO X-RETCODE
                    GO TO LES-FIX-90
           END-IF.

       LES-FIX-20.
           READ     PCONFIG-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      CFID  OF PCONFIG-P NOT = "T100"
            OR      CFKEY OF PCONFIG-P NOT = X-FIXNAME
                    GO TO LES-FIX-80
           END-IF.

      * KOPFSATZ: BIBLIOTHEKEN
           IF       CFKEY2 OF PCONFIG-P = SPACES
                    MOVE CFTXT1 OF PCONFIG-P(1:10)  TO FIX-LIB
                    MOVE CFTXT1 OF PCONFIG-P(11:10) TO TST-LIB
                    GO TO LES-FIX-20
           END-IF.

      * DATEISATZ
           IF       FMAX OF DATEI-TAB NOT < 100
                    GO TO LES-FIX-80
           END-IF.
           ADD      1 TO FMAX OF DATEI-TAB.
           SET      FIDX TO FMAX OF DATEI-TAB.
           MOVE     CFKEY2 OF PCONFIG-P TO F-FILE(FIDX).
           MOVE     CFTXT1 OF PCONFIG-P TO F-SEL(FIDX).
           GO TO    LES-FIX-20.

       LES-FIX-80.
      * OHNE BEIDE BIBLIOTHEKEN ODER OHNE DATEI UNVOLLSTAENDIG;
      * DIE FIXTURE-BIBLIOTHEK DARF NICHT DIE TESTBIBLIOTHEK SEIN
           IF       FIX-LIB = SPACES
            OR      TST-LIB = SPACES
            OR      FIX-LIB = TST-LIB
            OR      FMAX OF DATEI-TAB = ZEROES
                    MOVE "1" TO X-RETCODE
           END-IF.

       LES-FIX-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SNAPSHOT: DATEIEN DER TESTBIBLIOTHEK IN DIE FIXTURE-
      * BIBLIOTHEK KOPIEREN (MIT DER SATZAUSWAHL DER DATEI)
      *--------------------------------------------------------------
       ERSTELLE-SNAPSHOT SECTION.
       ERS-SNP-00.

      * FIXTURE-BIBLIOTHEK BEI BEDARF ANLEGEN
           INITIALIZE CHKOBJ-REC.
           MOVE     "QSYS"       TO LIB     OF CHKOBJ-REC.
           MOVE     FIX-LIB      TO OBJ     OF CHKOBJ-REC.
           MOVE     "*LIB"       TO OBJTYPE OF CHKOBJ-REC.
           CALL     "CLP0004" USING CHKOBJ-REC
           END-CALL.
           IF       OBJ-EXIST OF CHKOBJ-REC = ZEROES
                    INITIALIZE RET-CODE
                    INITIALIZE CMDEXC-REC
                    STRING "CRTLIB LIB("     DELIMITED BY SIZE
                           FIX-LIB           DELIMITED BY SPACES
                           ") TEXT('TESTDATEN-FIXTURE')"
                                             DELIMITED BY SIZE
                      INTO COMMAND OF CMDEXC-REC
                    END-STRING
                    CALL "CLP0057" USING CMDEXC-REC
                                         RET-CODE
                    END-CALL
                    IF   RET-CODE NOT = SPACES
                         MOVE "1" TO X-RETCODE
                         MOVE "FIXTURE-BIBLIOTHEK NICHT ANLEGBAR"
                           TO LOG-TEXT
                         SET  FIDX TO ZEROES
                         PERFORM SCHREIBE-WARNUNG
                         GO TO ERS-SNP-90
                    END-IF
           END-IF.

           SET      FIDX TO ZEROES.

       ERS-SNP-20.
           SET      FIDX UP BY 1.
           IF       FIDX > FMAX OF DATEI-TAB
                    GO TO ERS-SNP-90
           END-IF.

           MOVE     TST-LIB     TO KOP-VON-LIB.
           MOVE     FIX-LIB     TO KOP-NACH-LIB.
           MOVE     F-SEL(FIDX) TO KOP-SEL.
           PERFORM  KOPIERE-DATEI.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    MOVE "SNAPSHOT FEHLGESCHLAGEN (CPYF)" TO LOG-TEXT
                    PERFORM SCHREIBE-WARNUNG
           ELSE
                    MOVE "SNAPSHOT ERSTELLT" TO LOG-TEXT
                    PERFORM SCHREIBE-INFO
           END-IF.

           GO TO    ERS-SNP-20.

       ERS-SNP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * WIEDERHERSTELLEN: TESTDATEI LEEREN UND AUS DER FIXTURE
      * NEU FUELLEN. DIE SATZAUSWAHL GILT NUR BEIM SNAPSHOT, DIE
      * FIXTURE-DATEI ENTHAELT BEREITS GENAU DEN SOLLSTAND
      *--------------------------------------------------------------
       STELLE-FIXTURE-HER SECTION.
       STE-FIX-00.

           SET      FIDX TO ZEROES.

       STE-FIX-20.
           SET      FIDX UP BY 1.
           IF       FIDX > FMAX OF DATEI-TAB
                    GO TO STE-FIX-90
           END-IF.

      * OHNE SNAPSHOT KEIN WIEDERHERSTELLEN
           INITIALIZE CHKOBJ-REC.
           MOVE     FIX-LIB      TO LIB     OF CHKOBJ-REC.
           MOVE     F-FILE(FIDX) TO OBJ     OF CHKOBJ-REC.
           MOVE     "*FILE"      TO OBJTYPE OF CHKOBJ-REC.
           CALL     "CLP0004" USING CHKOBJ-REC
           END-CALL.
           IF       OBJ-EXIST OF CHKOBJ-REC = ZEROES
                    MOVE "1" TO X-RETCODE
                    MOVE "KEIN SNAPSHOT VORHANDEN" TO LOG-TEXT
                    PERFORM SCHREIBE-WARNUNG
                    GO TO STE-FIX-20
           END-IF.

      * TESTDATEI LEEREN, DAMIT AUCH EINE LEERE FIXTURE GREIFT
           INITIALIZE RET-CODE.
           INITIALIZE CMDEXC-REC.
           STRING   "CLRPFM FILE("       DELIMITED BY SIZE
                    TST-LIB              DELIMITED BY SPACES
                    "/"                  DELIMITED BY SIZE
                    F-FILE(FIDX)         DELIMITED BY SPACES
                    ")"                  DELIMITED BY SIZE
               INTO COMMAND OF CMDEXC-REC
           END-STRING.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    MOVE "TESTDATEI NICHT LEERBAR (CLRPFM)" TO LOG-TEXT
                    PERFORM SCHREIBE-WARNUNG
                    GO TO STE-FIX-20
           END-IF.

           MOVE     FIX-LIB     TO KOP-VON-LIB.
           MOVE     TST-LIB     TO KOP-NACH-LIB.
           MOVE     SPACES      TO KOP-SEL.
           PERFORM  KOPIERE-DATEI.
      * EINE LEERE FIXTURE-DATEI LIEFERT BEIM CPYF EINEN FEHLER,
      * DIE TESTDATEI IST DANN ABER KORREKT LEER
           MOVE     "FIXTURE WIEDERHERGESTELLT" TO LOG-TEXT.
           PERFORM  SCHREIBE-INFO.

           GO TO    STE-FIX-20.

       STE-FIX-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DATEI F-FILE(FIDX) VON KOP-VON-LIB NACH KOP-NACH-LIB
      * KOPIEREN (CPYF, MITGLIED ERSETZEN, DATEI BEI BEDARF
      * ANLEGEN, OPTIONAL MIT SATZAUSWAHL KOP-SEL)
      *--------------------------------------------------------------
       KOPIERE-DATEI SECTION.
       KOP-DAT-00.

           INITIALIZE RET-CODE.
           INITIALIZE CMDEXC-REC.
           IF       KOP-SEL = SPACES
                    STRING "CPYF FROMFILE("    DELIMITED BY SIZE
                           KOP-VON-LIB         DELIMITED BY SPACES
                           "/"                 DELIMITED BY SIZE
                           F-FILE(FIDX)        DELIMITED BY SPACES
                           ") TOFILE("         DELIMITED BY SIZE
                           KOP-NACH-LIB        DELIMITED BY SPACES
                           "/"                 DELIMITED BY SIZE
                           F-FILE(FIDX)        DELIMITED BY SPACES
                           ") MBROPT(*REPLACE) CRTFILE(*YES)"
                                               DELIMITED BY SIZE
                      INTO COMMAND OF CMDEXC-REC
                    END-STRING
           ELSE
      * DIE AUSWAHL ENTHAELT SELBST LEERZEICHEN, DESHALB ENDET SIE
      * ERST AM DOPPELTEN LEERZEICHEN
                    STRING "CPYF FROMFILE("    DELIMITED BY SIZE
                           KOP-VON-LIB         DELIMITED BY SPACES
                           "/"                 DELIMITED BY SIZE
                           F-FILE(FIDX)        DELIMITED BY SPACES
                           ") TOFILE("         DELIMITED BY SIZE
                           KOP-NACH-LIB        DELIMITED BY SPACES
                           "/"                 DELIMITED BY SIZE
                           F-FILE(FIDX)        DELIMITED BY SPACES
                           ") MBROPT(*REPLACE) CRTFILE(*YES)"
                                               DELIMITED BY SIZE
                           " INCREL("          DELIMITED BY SIZE
                           KOP-SEL             DELIMITED BY "  "
                           ")"                 DELIMITED BY SIZE
                      INTO COMMAND OF CMDEXC-REC
                    END-STRING
           END-IF.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.

       KOP-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VERGLEICH NACH DEM TESTLAUF: JE DATEI FIXTURE GEGEN
      * TESTBIBLIOTHEK, UNTERSCHIEDE NACH PTSTDIF UND AUF DIE LISTE
      *--------------------------------------------------------------
       VERGLEICHE-FIXTURE SECTION.
       VGL-FIX-00.

           INITIALIZE ANZ-DATEIEN, ANZ-GEAENDERT, ANZ-ENTFERNT,
                      ANZ-NEU.

           OPEN     I-O   PTSTDIF-DP.
           OPEN     INPUT PCFGFFD-DL.
           PERFORM  LOESCHE-ALTEN-VERGLEICH.

      * OUTQ SETZEN UND DRUCKDATEI OEFFNEN
           INITIALIZE RET-CODE.
           INITIALIZE OVRPRTF-REC.
           MOVE     "CRF1062" TO FROMFILE OF OVRPRTF-REC.
           IF       X-OUTQ = SPACES
                    MOVE "PRT01" TO TOOUTQ OF OVRPRTF-REC
           ELSE
                    MOVE X-OUTQ  TO TOOUTQ OF OVRPRTF-REC
           END-IF.
           CALL     "CLP0041" USING OVRPRTF-REC
                                    RET-CODE
           END-CALL.

           OPEN     OUTPUT XXDRUCK-DAT.

           PERFORM  COPY-GET-TIME.
           INITIALIZE XXDRUCK-REC.
           MOVE     "KOPF"      TO DRART   OF XXDRUCK-REC.
           MOVE     X-FIXNAME   TO DRFIX   OF XXDRUCK-REC.
           MOVE     FIX-LIB     TO DRFLIB  OF XXDRUCK-REC.
           MOVE     TST-LIB     TO DRTLIB  OF XXDRUCK-REC.
           MOVE     DATE-8      TO DRDATUM OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           SET      FIDX TO ZEROES.

       VGL-FIX-20.
           SET      FIDX UP BY 1.
           IF       FIDX > FMAX OF DATEI-TAB
                    GO TO VGL-FIX-80
           END-IF.

           ADD      1 TO ANZ-DATEIEN.
           PERFORM  VERGLEICHE-DATEI.
           GO TO    VGL-FIX-20.

       VGL-FIX-80.
           INITIALIZE XXDRUCK-REC.
           MOVE     "SUMME"        TO DRART   OF XXDRUCK-REC.
           MOVE     ANZ-DATEIEN    TO DRANZD  OF XXDRUCK-REC.
           MOVE     ANZ-GEAENDERT  TO DRANZA  OF XXDRUCK-REC.
           MOVE     ANZ-ENTFERNT   TO DRANZE  OF XXDRUCK-REC.
           MOVE     ANZ-NEU        TO DRANZL  OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           CLOSE    XXDRUCK-DAT
                    PTSTDIF-DP
                    PCFGFFD-DL.

           IF       X-RETCODE = SPACES
            AND     ANZ-GEAENDERT + ANZ-ENTFERNT + ANZ-NEU > ZEROES
                    MOVE "2" TO X-RETCODE
           END-IF.

       VGL-FIX-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * UNTERSCHIEDE DES LETZTEN VERGLEICHS DIESER FIXTURE LOESCHEN
      *--------------------------------------------------------------
       LOESCHE-ALTEN-VERGLEICH SECTION.
       LOE-VGL-00.

           INITIALIZE PTSTDIFF OF PTSTDIF-P.
           MOVE     X-FIXNAME TO DFNAME OF PTSTDIF-P.
           MOVE     SPACES    TO DFFILE OF PTSTDIF-P.
           MOVE     ZEROES    TO DFPOS  OF PTSTDIF-P.
           START    PTSTDIF-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LOE-VGL-90
           END-IF.

       LOE-VGL-20.
           READ     PTSTDIF-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      DFNAME OF PTSTDIF-P NOT = X-FIXNAME
                    GO TO LOE-VGL-90
           END-IF.

           DELETE   PTSTDIF-DP.
           GO TO    LOE-VGL-20.

       LOE-VGL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE DATEI VERGLEICHEN (WIE ERMITTLE-UNTERSCHIEDE IN
      * XXP0073: SATZPOSITION FUER SATZPOSITION)
      *--------------------------------------------------------------
       VERGLEICHE-DATEI SECTION.
       VGL-DAT-00.

      * UEBER 512 BYTE WUERDE DAS FLACHE SATZBILD ABSCHNEIDEN
           INITIALIZE REC-ZU-LANG.
           MOVE     TST-LIB      TO PRUEF-LIB.
           MOVE     F-FILE(FIDX) TO PRUEF-FILE.
           PERFORM  PRUEFE-EINE-LAENGE.
           IF       REC-ZU-LANG NOT = ZEROES
                    MOVE ZEROES TO POS-WRK
                    MOVE "X"    TO DIF-ART
                    MOVE SPACES TO DIF-ALT
                    MOVE SPACES TO DIF-NEU
                    PERFORM SCHREIBE-UNTERSCHIED
                    GO TO VGL-DAT-90
           END-IF.

           INITIALIZE TAB-VOLL.
           PERFORM  LESE-FIXTURE-DATEI.
           PERFORM  LESE-TEST-DATEI.
           IF       TAB-VOLL NOT = ZEROES
                    MOVE "NUR DIE ERSTEN 2000 SAETZE VERGLICHEN"
                      TO LOG-TEXT
                    PERFORM SCHREIBE-WARNUNG
           END-IF.

           INITIALIZE POS-WRK.
           IF       QMAX OF QUELLE-TAB > ZMAX OF ZIEL-TAB
                    MOVE QMAX OF QUELLE-TAB TO MAX-WRK
           ELSE
                    MOVE ZMAX OF ZIEL-TAB   TO MAX-WRK
           END-IF.

       VGL-DAT-20.
           IF       POS-WRK NOT < MAX-WRK
                    GO TO VGL-DAT-90
           END-IF.
           ADD      1 TO POS-WRK.

      * BEIDE VORHANDEN: GLEICH ODER GEAENDERT
           IF       POS-WRK <= QMAX OF QUELLE-TAB
            AND     POS-WRK <= ZMAX OF ZIEL-TAB
                    SET  QIDX TO POS-WRK
                    SET  ZIDX TO POS-WRK
                    IF   Q-DATA(QIDX) = Z-DATA(ZIDX)
                         GO TO VGL-DAT-20
                    END-IF
                    MOVE "A"          TO DIF-ART
                    MOVE Q-DATA(QIDX) TO DIF-ALT
                    MOVE Z-DATA(ZIDX) TO DIF-NEU
                    ADD  1            TO ANZ-GEAENDERT
                    PERFORM SCHREIBE-UNTERSCHIED
                    GO TO VGL-DAT-20
           END-IF.

      * NUR IN DER FIXTURE: DER TEST HAT DEN SATZ ENTFERNT
           IF       POS-WRK <= QMAX OF QUELLE-TAB
                    SET  QIDX TO POS-WRK
                    MOVE "E"          TO DIF-ART
                    MOVE Q-DATA(QIDX) TO DIF-ALT
                    MOVE SPACES       TO DIF-NEU
                    ADD  1            TO ANZ-ENTFERNT
                    PERFORM SCHREIBE-UNTERSCHIED
                    GO TO VGL-DAT-20
           END-IF.

      * NUR IN DER TESTBIBLIOTHEK: DER TEST HAT DEN SATZ ANGELEGT
           SET      ZIDX TO POS-WRK.
           MOVE     "L"          TO DIF-ART.
           MOVE     SPACES       TO DIF-ALT.
           MOVE     Z-DATA(ZIDX) TO DIF-NEU.
           ADD      1            TO ANZ-NEU.
           PERFORM  SCHREIBE-UNTERSCHIED.
           GO TO    VGL-DAT-20.

       VGL-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FIXTURE-DATEI UEBER OVRDBF/PSYNC1 SATZWEISE EINLESEN
      *--------------------------------------------------------------
       LESE-FIXTURE-DATEI SECTION.
       LES-FXD-00.

           INITIALIZE QUELLE-TAB.

           INITIALIZE RET-CODE.
           INITIALIZE OVRDBF-REC.
           MOVE     "PSYNC1"     TO FROMFILE OF OVRDBF-REC.
           MOVE     FIX-LIB      TO TOLIB    OF OVRDBF-REC.
           MOVE     F-FILE(FIDX) TO TOFILE   OF OVRDBF-REC.
           MOVE     SPACES       TO TOMBR    OF OVRDBF-REC.
           CALL     "CLP0011" USING OVRDBF-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    GO TO LES-FXD-90
           END-IF.

           OPEN     INPUT PSYNC1-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-FXD-80
           END-IF.

       LES-FXD-20.
           READ     PSYNC1-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-FXD-70
           END-IF.
           IF       QMAX OF QUELLE-TAB NOT < 2000
                    MOVE 1 TO TAB-VOLL
                    GO TO LES-FXD-70
           END-IF.
           ADD      1 TO QMAX OF QUELLE-TAB.
           SET      QIDX TO QMAX OF QUELLE-TAB.
           MOVE     PSYNC1-P TO Q-DATA(QIDX).
           GO TO    LES-FXD-20.

       LES-FXD-70.
           CLOSE    PSYNC1-DP.

       LES-FXD-80.
           INITIALIZE DELOVR-REC.
           MOVE     "PSYNC1" TO FROMFILE OF DELOVR-REC.
           CALL     "CLP0012" USING DELOVR-REC
           END-CALL.

       LES-FXD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TESTDATEI UEBER OVRDBF/PSYNC2 SATZWEISE EINLESEN
      *--------------------------------------------------------------
       LESE-TEST-DATEI SECTION.
       LES-TSD-00.

           INITIALIZE ZIEL-TAB.

           INITIALIZE RET-CODE.
           INITIALIZE OVRDBF-REC.
           MOVE     "PSYNC2"     TO FROMFILE OF OVRDBF-REC.
           MOVE     TST-LIB      TO TOLIB    OF OVRDBF-REC.
           MOVE     F-FILE(FIDX) TO TOFILE   OF OVRDBF-REC.
           MOVE     SPACES       TO TOMBR    OF OVRDBF-REC.
           CALL     "CLP0011" USING OVRDBF-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    GO TO LES-TSD-90
           END-IF.

           OPEN     INPUT PSYNC2-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-TSD-80
           END-IF.

       LES-TSD-20.
           READ     PSYNC2-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-TSD-70
           END-IF.
           IF       ZMAX OF ZIEL-TAB NOT < 2000
                    MOVE 1 TO TAB-VOLL
                    GO TO LES-TSD-70
           END-IF.
           ADD      1 TO ZMAX OF ZIEL-TAB.
           SET      ZIDX TO ZMAX OF ZIEL-TAB.
           MOVE     PSYNC2-P TO Z-DATA(ZIDX).
           GO TO    LES-TSD-20.

       LES-TSD-70.
           CLOSE    PSYNC2-DP.

       LES-TSD-80.
           INITIALIZE DELOVR-REC.
           MOVE     "PSYNC2" TO FROMFILE OF DELOVR-REC.
           CALL     "CLP0012" USING DELOVR-REC
           END-CALL.

       LES-TSD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SATZLAENGE EINER DATEI PRUEFEN (WIE XXP0073)
      *--------------------------------------------------------------
       PRUEFE-EINE-LAENGE SECTION.
       PRF-EIN-00.

      * DSPFFD-DATEN AKTUALISIEREN
           CALL     "CMP0005" USING PRUEF-LIB
                                    PRUEF-FILE
           END-CALL.

           INITIALIZE PCFGFFDF OF PCFGFFD-L.
           MOVE     PRUEF-LIB  TO WHLIB  OF PCFGFFD-L.
           MOVE     PRUEF-FILE TO WHFILE OF PCFGFFD-L.
           MOVE     SPACES     TO WHNAME OF PCFGFFD-L.
           MOVE     SPACES     TO WHFLDE OF PCFGFFD-L.
           START    PCFGFFD-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE 1 TO REC-ZU-LANG
                    GO TO PRF-EIN-90
           END-IF.

           READ     PCFGFFD-DL NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      WHLIB  OF PCFGFFD-L NOT = PRUEF-LIB
            OR      WHFILE OF PCFGFFD-L NOT = PRUEF-FILE
                    MOVE 1 TO REC-ZU-LANG
                    GO TO PRF-EIN-90
           END-IF.

           IF       WHRLEN OF PCFGFFD-L > 512
                    MOVE 1 TO REC-ZU-LANG
           END-IF.

       PRF-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINEN UNTERSCHIED NACH PTSTDIF SCHREIBEN UND DRUCKEN
      *--------------------------------------------------------------
       SCHREIBE-UNTERSCHIED SECTION.
       SCH-UNT-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PTSTDIFF OF PTSTDIF-P.
           MOVE     X-FIXNAME    TO DFNAME OF PTSTDIF-P.
           MOVE     F-FILE(FIDX) TO DFFILE OF PTSTDIF-P.
           MOVE     POS-WRK      TO DFPOS  OF PTSTDIF-P.
           MOVE     DIF-ART      TO DFART  OF PTSTDIF-P.
           MOVE     DIF-ALT      TO DFALT  OF PTSTDIF-P.
           MOVE     DIF-NEU      TO DFNEU  OF PTSTDIF-P.
           MOVE     T-USER       TO DFAUSR OF PTSTDIF-P.
           MOVE     DATE-8       TO DFADTA OF PTSTDIF-P.
           MOVE     TIME-6       TO DFATIA OF PTSTDIF-P.
           WRITE    PTSTDIF-P.

           INITIALIZE XXDRUCK-REC.
           MOVE     "ZEILE"          TO DRART   OF XXDRUCK-REC.
           MOVE     DIF-ART          TO DRDART  OF XXDRUCK-REC.
           MOVE     F-FILE(FIDX)     TO DRDATEI OF XXDRUCK-REC.
           MOVE     POS-WRK          TO DRPOS   OF XXDRUCK-REC.
           MOVE     DIF-ALT(1:60)    TO DRALT   OF XXDRUCK-REC.
           MOVE     DIF-NEU(1:60)    TO DRNEU   OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

       SCH-UNT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PROTOKOLL UEBER CFP0019: INFO BZW. WARNUNG JE DATEI
      *--------------------------------------------------------------
       SCHREIBE-INFO SECTION.
       SCH-INF-00.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "INFO"     TO STKEY  OF LOG-CPY.
           PERFORM  SCHREIBE-PROTOKOLL.

       SCH-INF-90.
           EXIT.
      /
       SCHREIBE-WARNUNG SECTION.
       SCH-WRN-00.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "WARN"     TO STKEY  OF LOG-CPY.
           PERFORM  SCHREIBE-PROTOKOLL.

       SCH-WRN-90.
           EXIT.
      /
       SCHREIBE-PROTOKOLL SECTION.
       SCH-PRO-00.

      * OHNE DATEIBEZUG (FIDX = 0) NUR DIE FIXTURE NENNEN
           MOVE     SPACES TO PROT-FILE.
           IF       FIDX > ZEROES
            AND     FIDX NOT > FMAX OF DATEI-TAB
                    MOVE F-FILE(FIDX) TO PROT-FILE
           END-IF.

           MOVE     PROT-FILE  TO STFILE OF LOG-CPY.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "FIXTURE "                DELIMITED BY SIZE
                    X-FIXNAME                 DELIMITED BY SPACES
                    " "                       DELIMITED BY SIZE
                    PROT-FILE                 DELIMITED BY SPACES
                    ": "                      DELIMITED BY SIZE
                    LOG-TEXT                  DELIMITED BY "  "
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       SCH-PRO-90.
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
      * COPY-PGM-INIT/COPY-PGM-EXIT: STANDARDROUTINEN START UND ENDE
      *---------------------------------------------------------------

           COPY     PGMWRK     OF APG-QCPYSRC.
      /
