       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP2038.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * BEREINIGUNG DER IFS-AUSGABEVERZEICHNISSE MIT GROESSENLISTE    *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LAEUFT NAECHTLICH PER JOBPLANUNG. JE ZEILE   *
      *                  PCONFIG I100/VERZEICH (CFKEY2 = KURZNAME,    *
      *                  CFTXT1 = VERZEICHNIS, CFTXT2 = NAMENSMUSTER  *
      *                  MIT HOECHSTENS EINEM "*", LEER = ALLE,       *
      *                  CFIN01 = AUFBEWAHRUNG IN TAGEN, 0 = NICHT    *
      *                  LOESCHEN, CFIN02 = MINDESTENS ZU BEHALTENDE  *
      *                  NEUESTE DATEIEN) WIRD DAS VERZEICHNIS MIT    *
      *                  RTVDIRINF NACH CONST-LIB/PTMPIFSO GELESEN.   *
      *                  DATEIEN, DIE AUF DAS MUSTER PASSEN, DEREN    *
      *                  LETZTE AENDERUNG AELTER ALS DIE              *
      *                  AUFBEWAHRUNG IST UND VON DENEN ES MINDESTENS *
      *                  CFIN02 NEUERE PASSENDE DATEIEN GIBT, WERDEN  *
      *                  MIT RMVLNK GELOESCHT. EXPORTDATEIEN, DIE IM  *
      *                  MANIFEST PEXPMAN STEHEN (<EXFILE>.CSV SOWIE  *
      *                  PEXPMAN.CSV), WERDEN NIE GELOESCHT. ANZAHL   *
      *                  UND GROESSE JE VERZEICHNIS WERDEN IN PIFSHIS *
      *                  FESTGEHALTEN UND AUF XXF2038 MIT DEM         *
      *                  WACHSTUM GEGENUEBER DEM STAND VOR EINER      *
      *                  WOCHE (LETZTER LAUF AM ODER VOR HEUTE - 7)   *
      *                  GEDRUCKT.                                    *
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
      * PCONFIG: CFID, CFKEY, CFKEY2 (VERZEICHNISSE I100)
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PEXPMAN: EXFILE (EXPORTMANIFEST)
      *-------------------------------------------------------------
           SELECT PEXPMAN-DP
                  ASSIGN       TO  DATABASE-PEXPMAN
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PIFSHIS: IHKURZ, IHDTA (GROESSE JE VERZEICHNIS UND LAUF)
      *-------------------------------------------------------------
           SELECT PIFSHIS-DP
                  ASSIGN       TO  DATABASE-PIFSHIS
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * TEMPORAERE DATEI PTMPIFSO (RTVDIRINF, OBJEKTDATEN)
      *-------------------------------------------------------------
           SELECT PTMPIFS-DP
                  ASSIGN       TO  DATABASE-PTMPIFSO
                  ORGANIZATION IS  SEQUENTIAL
                  ACCESS       IS  SEQUENTIAL
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *    PRINTERFILE FUER DIE LISTE
      *-------------------------------------------------------------
           SELECT XXDRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF2038
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
      *--- PEXPMAN: EXFILE
       FD  PEXPMAN-DP
           LABEL RECORDS ARE STANDARD.
       01  PEXPMAN-P.
           COPY DDS-ALL-FORMATS OF PEXPMAN.
      /
      *--- PIFSHIS: IHKURZ, IHDTA
       FD  PIFSHIS-DP
           LABEL RECORDS ARE STANDARD.
       01  PIFSHIS-P.
           COPY DDS-ALL-FORMATS OF PIFSHIS.
      /
      *--- TEMPORAERE PTMPIFSO
       FD  PTMPIFS-DP
           LABEL RECORDS ARE STANDARD.
       01  PTMPIFS-P.
           COPY DDS-ALL-FORMATS OF PTMPIFSO.
      /
      *------DRUCKAUSGABE----
       FD  XXDRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  XXDRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF2038.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP2038".
       01  PGM-TYP                       PIC X(8)  VALUE "BATCH".

      * PARAMETER FUER CL-PROGRAMME
       01  CMDEXC-REC                    TYPE CMDEXC-TYPE.
       01  DLTF-REC                      TYPE DLTF-TYPE.
       01  OVRPRTF-REC                   TYPE OVRPRTF-TYPE.

      * REGEL DES AKTUELLEN VERZEICHNISSES
       01  VZ-KURZ                       PIC X(10).
       01  VZ-PFAD                       PIC X(64).
       01  VZ-PFAD-LEN                   PIC 9(3).
       01  VZ-TAGE                       PIC 9(5).
       01  VZ-MINDEST                    PIC 9(5).

      * NAMENSMUSTER, GETEILT AM "*"
       01  MUSTER                        PIC X(32).
       01  MUSTER-STERN                  PIC 9(1).
       01  MUSTER-VOR                    PIC X(32).
       01  MUSTER-VOR-LEN                PIC 9(3).
       01  MUSTER-NACH                   PIC X(32).
       01  MUSTER-NACH-LEN               PIC 9(3).
       01  MUSTER-PASST                  PIC 9(1).

      * DATEINAME OHNE PFAD
       01  NAME-WRK                      PIC X(128).
       01  NAME-LEN                      PIC 9(3).
       01  NAME-POS                      PIC 9(3).
       01  NAME-GROSS                    PIC X(128).
       01  STAMM-WRK                     PIC X(10).

      * PASSENDE DATEIEN DES VERZEICHNISSES
       01  ANZ-DATEIEN                   PIC 9(5).
       01  DATEI-TAB.
        05 DATEI-EINTRAG                 OCCURS 5000 TIMES.
         10 DT-NAME                      PIC X(128).
         10 DT-STEMPEL                   PIC 9(14).
         10 DT-STEMPEL-R REDEFINES DT-STEMPEL.
          15 DT-DATUM                    PIC 9(8).
          15 DT-ZEIT                     PIC 9(6).
         10 DT-GROESSE                   PIC 9(15).
       01  DATEI-IX                      PIC 9(5).
       01  DATEI-IX2                     PIC 9(5).
       01  ANZ-NEUERE                    PIC 9(5).
       01  TAGE-DIFF-WRK                 PIC S9(9).
       01  GESCHUETZT                    PIC 9(1).

      * ZEITSTEMPEL JJJJ-MM-TT-HH.MM.SS.NNNNNN DER AENDERUNG
       01  STEMPEL-WRK                   PIC X(26).
       01  STEMPEL-ZAHL                  PIC 9(14).

      * SUMMEN JE VERZEICHNIS UND LAUF
       01  VZ-ANZ                        PIC 9(7).
       01  VZ-GROESSE                    PIC 9(15).
       01  VZ-LANZ                       PIC 9(7).
       01  VZ-LGROESSE                   PIC 9(15).
       01  VZ-VORWOCHE                   PIC 9(15).
       01  VZ-VORDTA                     PIC 9(8).
       01  VZ-WACHSTUM                   PIC S9(15).
       01  VORWOCHE-DTA                  PIC 9(8).
       01  GES-GROESSE                   PIC 9(15) VALUE ZEROES.
       01  GES-LANZ                      PIC 9(7)  VALUE ZEROES.
       01  GES-LGROESSE                  PIC 9(15) VALUE ZEROES.
       01  ANZ-VERZ                      PIC 9(5)  VALUE ZEROES.
       01  ANZ-FEHLER                    PIC 9(5)  VALUE ZEROES.
       01  ANZ-ED                        PIC Z(6)9.
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
           MOVE     "XXP2038" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

      * STICHTAG FUER DEN VERGLEICH MIT DER VORWOCHE
           COMPUTE  VORWOCHE-DTA = FUNCTION DATE-OF-INTEGER(
                                   FUNCTION INTEGER-OF-DATE(DATE-8)
                                   - 7).

      * OUTQ SETZEN UND DRUCKDATEI OEFFNEN
           INITIALIZE RET-CODE.
           INITIALIZE OVRPRTF-REC.
           MOVE     "XXF2038" TO FROMFILE OF OVRPRTF-REC.
           IF       X-OUTQ = SPACES
                    MOVE "PRT01" TO TOOUTQ OF OVRPRTF-REC
           ELSE
                    MOVE X-OUTQ  TO TOOUTQ OF OVRPRTF-REC
           END-IF.
           CALL     "CLP0041" USING OVRPRTF-REC
                                    RET-CODE
           END-CALL.

           OPEN     INPUT  PCONFIG-DP
                           PEXPMAN-DP.
           OPEN     I-O    PIFSHIS-DP.
           OPEN     OUTPUT XXDRUCK-DAT.

      * KOPFZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "KOPF"       TO DRART   OF XXDRUCK-REC.
           MOVE     DATE-8       TO DRDATUM OF XXDRUCK-REC.
           MOVE     VORWOCHE-DTA TO DRVGDTA OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           PERFORM  VERARBEITE-VERZEICHNISSE.

      * SUMMENZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "SUMME"      TO DRART   OF XXDRUCK-REC.
           MOVE     ANZ-VERZ     TO DRANZ   OF XXDRUCK-REC.
           MOVE     GES-GROESSE  TO DRGROE  OF XXDRUCK-REC.
           MOVE     GES-LANZ     TO DRLANZ  OF XXDRUCK-REC.
           MOVE     GES-LGROESSE TO DRLGROE OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           CLOSE    PCONFIG-DP
                    PEXPMAN-DP
                    PIFSHIS-DP
                    XXDRUCK-DAT.

           PERFORM  LOESCHE-DATEILISTE.
           PERFORM  SCHREIBE-ABSCHLUSSLOG.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE VERZEICHNISSE AUS PCONFIG I100/VERZEICH DURCHLAUFEN
      *--------------------------------------------------------------
       VERARBEITE-VERZEICHNISSE SECTION.
       VER-VZS-00.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "I100"      TO CFID   OF PCONFIG-P.
           MOVE     "VERZEICH"  TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY4 OF PCONFIG-P.
           START    PCONFIG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-VZS-90
           END-IF.

       VER-VZS-20.
           READ     PCONFIG-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      CFID  OF PCONFIG-P NOT = "I100"
            OR      CFKEY OF PCONFIG-P NOT = "VERZEICH"
                    GO TO VER-VZS-90
           END-IF.
           IF       CFKEY2 OF PCONFIG-P = SPACES
            OR      CFTXT1 OF PCONFIG-P = SPACES
                    GO TO VER-VZS-20
           END-IF.

           MOVE     CFKEY2 OF PCONFIG-P(1:10) TO VZ-KURZ.
           MOVE     CFTXT1 OF PCONFIG-P       TO VZ-PFAD.
           MOVE     CFTXT2 OF PCONFIG-P       TO MUSTER.
           MOVE     CFIN01 OF PCONFIG-P       TO VZ-TAGE.
           MOVE     CFIN02 OF PCONFIG-P       TO VZ-MINDEST.

           PERFORM  VERARBEITE-VERZEICHNIS.

           GO TO    VER-VZS-20.

       VER-VZS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EIN VERZEICHNIS LESEN, BEREINIGEN, FESTHALTEN UND DRUCKEN
      *--------------------------------------------------------------
       VERARBEITE-VERZEICHNIS SECTION.
       VER-VZE-00.

           ADD      1 TO ANZ-VERZ.
           INITIALIZE VZ-ANZ, VZ-GROESSE, VZ-LANZ, VZ-LGROESSE,
                      ANZ-DATEIEN.

      * ABSCHLIESSENDEN "/" ENTFERNEN, RTVDIRINF ERWARTET DEN NAMEN
           MOVE     64 TO VZ-PFAD-LEN.
       VER-VZE-10.
           IF       VZ-PFAD-LEN > 1
            AND     (VZ-PFAD(VZ-PFAD-LEN:1) = SPACE
             OR      VZ-PFAD(VZ-PFAD-LEN:1) = "/")
                    MOVE SPACE TO VZ-PFAD(VZ-PFAD-LEN:1)
                    SUBTRACT 1 FROM VZ-PFAD-LEN
                    GO TO VER-VZE-10
           END-IF.

           PERFORM  ZERLEGE-MUSTER.
           PERFORM  ERSTELLE-DATEILISTE.
           IF       RET-CODE NOT = SPACES
                    ADD 1 TO ANZ-FEHLER
                    INITIALIZE XXDRUCK-REC
                    MOVE "FEHLER"  TO DRART  OF XXDRUCK-REC
                    MOVE VZ-KURZ   TO DRKURZ OF XXDRUCK-REC
                    MOVE VZ-PFAD   TO DRPFAD OF XXDRUCK-REC
                    WRITE XXDRUCK-REC
                    GO TO VER-VZE-90
           END-IF.

           PERFORM  LADE-DATEIEN.

      * NUR BEI HINTERLEGTER AUFBEWAHRUNG LOESCHEN
           IF       VZ-TAGE > ZEROES
                    PERFORM BEREINIGE-DATEIEN
           END-IF.

           COMPUTE  VZ-GROESSE = VZ-GROESSE - VZ-LGROESSE.
           COMPUTE  VZ-ANZ     = VZ-ANZ     - VZ-LANZ.
           ADD      VZ-GROESSE  TO GES-GROESSE.
           ADD      VZ-LANZ     TO GES-LANZ.
           ADD      VZ-LGROESSE TO GES-LGROESSE.

           PERFORM  ERMITTLE-VORWOCHE.
           PERFORM  SCHREIBE-HISTORIE.

      * VERZEICHNISZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "VERZ"       TO DRART   OF XXDRUCK-REC.
           MOVE     VZ-KURZ      TO DRKURZ  OF XXDRUCK-REC.
           MOVE     VZ-PFAD      TO DRPFAD  OF XXDRUCK-REC.
           MOVE     VZ-ANZ       TO DRANZ   OF XXDRUCK-REC.
           MOVE     VZ-GROESSE   TO DRGROE  OF XXDRUCK-REC.
           MOVE     VZ-LANZ      TO DRLANZ  OF XXDRUCK-REC.
           MOVE     VZ-LGROESSE  TO DRLGROE OF XXDRUCK-REC.
           MOVE     VZ-VORDTA    TO DRVGDTA OF XXDRUCK-REC.
           MOVE     VZ-VORWOCHE  TO DRVGROE OF XXDRUCK-REC.
           MOVE     VZ-WACHSTUM  TO DRWACHS OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

       VER-VZE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NAMENSMUSTER IN TEIL VOR UND NACH DEM "*" ZERLEGEN
      *--------------------------------------------------------------
       ZERLEGE-MUSTER SECTION.
       ZER-MUS-00.

           INITIALIZE MUSTER-VOR, MUSTER-NACH, MUSTER-STERN,
                      MUSTER-VOR-LEN, MUSTER-NACH-LEN.
           INSPECT  MUSTER CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * OHNE MUSTER PASSEN ALLE DATEIEN
           IF       MUSTER = SPACES
                    MOVE 1 TO MUSTER-STERN
                    GO TO ZER-MUS-90
           END-IF.

           UNSTRING MUSTER DELIMITED BY "*"
               INTO MUSTER-VOR  COUNT IN MUSTER-VOR-LEN
                    MUSTER-NACH
               TALLYING IN MUSTER-STERN
           END-UNSTRING.
      * TALLYING ZAEHLT DIE BELEGTEN ZIELFELDER: 2 = MIT "*"
           IF       MUSTER-STERN > 1
                    MOVE 1 TO MUSTER-STERN
           ELSE
                    MOVE ZEROES TO MUSTER-STERN
           END-IF.

           MOVE     32 TO MUSTER-NACH-LEN.
       ZER-MUS-20.
           IF       MUSTER-NACH-LEN > ZEROES
            AND     MUSTER-NACH(MUSTER-NACH-LEN:1) = SPACE
                    SUBTRACT 1 FROM MUSTER-NACH-LEN
                    GO TO ZER-MUS-20
           END-IF.

       ZER-MUS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VERZEICHNISINHALT MIT RTVDIRINF NACH CONST-LIB/PTMPIFSO
      *--------------------------------------------------------------
       ERSTELLE-DATEILISTE SECTION.
       ERS-LST-00.

           PERFORM  LOESCHE-DATEILISTE.

           INITIALIZE RET-CODE.
           INITIALIZE CMDEXC-REC.
           STRING   "RTVDIRINF DIR('"             DELIMITED BY SIZE
                    VZ-PFAD(1:VZ-PFAD-LEN)        DELIMITED BY SIZE
                    "') INFFILEPFX(PTMPIFS) INFLIB("
                                                  DELIMITED BY SIZE
                    CONST-LIB                     DELIMITED BY SPACES
                    ") SUBTREE(*DIR)"             DELIMITED BY SIZE
               INTO COMMAND OF CMDEXC-REC
           END-STRING.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.

       ERS-LST-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TEMPORAERE DATEIEN PTMPIFSO/PTMPIFSD ENTFERNEN
      *--------------------------------------------------------------
       LOESCHE-DATEILISTE SECTION.
       LOE-LST-00.

           INITIALIZE RET-CODE.
           INITIALIZE DLTF-REC.
           MOVE     "PTMPIFSO" TO FILENAME OF DLTF-REC.
           MOVE     CONST-LIB  TO LIBNAME  OF DLTF-REC.
           CALL     "CLP0044" USING DLTF-REC
                                    RET-CODE
           END-CALL.

           INITIALIZE RET-CODE.
           INITIALIZE DLTF-REC.
           MOVE     "PTMPIFSD" TO FILENAME OF DLTF-REC.
           MOVE     CONST-LIB  TO LIBNAME  OF DLTF-REC.
           CALL     "CLP0044" USING DLTF-REC
                                    RET-CODE
           END-CALL.

           INITIALIZE RET-CODE.

       LOE-LST-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DATEIEN AUS PTMPIFSO LESEN, SUMMIEREN UND DIE PASSENDEN
      * IN DIE TABELLE UEBERNEHMEN
      *--------------------------------------------------------------
       LADE-DATEIEN SECTION.
       LAD-DAT-00.

           OPEN     INPUT PTMPIFS-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-DAT-90
           END-IF.

       LAD-DAT-20.
           READ     PTMPIFS-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-DAT-80
           END-IF.

      * NUR STREAMDATEIEN, KEINE UNTERVERZEICHNISSE
           IF       QEZOBJTYPE OF PTMPIFS-P NOT = "*STMF"
                    GO TO LAD-DAT-20
           END-IF.

           ADD      1                           TO VZ-ANZ.
           ADD      QEZDTASIZE OF PTMPIFS-P     TO VZ-GROESSE.

           PERFORM  ERMITTLE-NAME.
           PERFORM  PRUEFE-MUSTER.
           IF       MUSTER-PASST = ZEROES
            OR      ANZ-DATEIEN NOT < 5000
                    GO TO LAD-DAT-20
           END-IF.

      * AENDERUNGSZEITPUNKT JJJJMMTTHHMMSS
           MOVE     QEZCHGTIMD OF PTMPIFS-P TO STEMPEL-WRK.
           INITIALIZE STEMPEL-ZAHL.
           STRING   STEMPEL-WRK(1:4)  STEMPEL-WRK(6:2)
                    STEMPEL-WRK(9:2)  STEMPEL-WRK(12:2)
                    STEMPEL-WRK(15:2) STEMPEL-WRK(18:2)
                                      DELIMITED BY SIZE
               INTO STEMPEL-ZAHL
           END-STRING.

           ADD      1 TO ANZ-DATEIEN.
           MOVE     NAME-WRK                TO DT-NAME(ANZ-DATEIEN).
           MOVE     STEMPEL-ZAHL            TO DT-STEMPEL(ANZ-DATEIEN).
           MOVE     QEZDTASIZE OF PTMPIFS-P TO DT-GROESSE(ANZ-DATEIEN).

           GO TO    LAD-DAT-20.

       LAD-DAT-80.
           CLOSE    PTMPIFS-DP.

       LAD-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DATEINAME OHNE VERZEICHNIS (TEIL NACH DEM LETZTEN "/")
      *--------------------------------------------------------------
       ERMITTLE-NAME SECTION.
       ERM-NAM-00.

           MOVE     QEZOBJNAM OF PTMPIFS-P TO NAME-GROSS.
           MOVE     128 TO NAME-LEN.
       ERM-NAM-20.
           IF       NAME-LEN > 1
            AND     NAME-GROSS(NAME-LEN:1) = SPACE
                    SUBTRACT 1 FROM NAME-LEN
                    GO TO ERM-NAM-20
           END-IF.

           MOVE     NAME-LEN TO NAME-POS.
       ERM-NAM-40.
           IF       NAME-POS > 1
            AND     NAME-GROSS(NAME-POS:1) NOT = "/"
                    SUBTRACT 1 FROM NAME-POS
                    GO TO ERM-NAM-40
           END-IF.
           IF       NAME-GROSS(NAME-POS:1) = "/"
                    ADD 1 TO NAME-POS
           END-IF.

           MOVE     SPACES TO NAME-WRK.
           IF       NAME-POS NOT > NAME-LEN
                    MOVE NAME-GROSS(NAME-POS:NAME-LEN - NAME-POS + 1)
                      TO NAME-WRK
           END-IF.
           COMPUTE  NAME-LEN = NAME-LEN - NAME-POS + 1.

      * FUER MUSTER UND MANIFEST GROSS VERGLEICHEN
           MOVE     NAME-WRK TO NAME-GROSS.
           INSPECT  NAME-GROSS CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       ERM-NAM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PASST DER NAME AUF DAS MUSTER <VOR>*<NACH> BZW. <VOR>?
      *--------------------------------------------------------------
       PRUEFE-MUSTER SECTION.
       PRF-MUS-00.

           MOVE     ZEROES TO MUSTER-PASST.

           IF       MUSTER = SPACES
                    MOVE 1 TO MUSTER-PASST
                    GO TO PRF-MUS-90
           END-IF.

      * OHNE "*" MUSS DER NAME GENAU STIMMEN
           IF       MUSTER-STERN = ZEROES
                    IF   NAME-GROSS = MUSTER
                         MOVE 1 TO MUSTER-PASST
                    END-IF
                    GO TO PRF-MUS-90
           END-IF.

           IF       MUSTER-VOR-LEN + MUSTER-NACH-LEN > NAME-LEN
                    GO TO PRF-MUS-90
           END-IF.
           IF       MUSTER-VOR-LEN > ZEROES
            AND     NAME-GROSS(1:MUSTER-VOR-LEN)
                    NOT = MUSTER-VOR(1:MUSTER-VOR-LEN)
                    GO TO PRF-MUS-90
           END-IF.
           IF       MUSTER-NACH-LEN > ZEROES
            AND     NAME-GROSS(NAME-LEN - MUSTER-NACH-LEN + 1:
                               MUSTER-NACH-LEN)
                    NOT = MUSTER-NACH(1:MUSTER-NACH-LEN)
                    GO TO PRF-MUS-90
           END-IF.

           MOVE     1 TO MUSTER-PASST.

       PRF-MUS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABGELAUFENE DATEIEN LOESCHEN, DIE NEUESTEN CFIN02 DATEIEN
      * UND DIE DATEIEN DES EXPORTMANIFESTS BLEIBEN IMMER STEHEN
      *--------------------------------------------------------------
       BEREINIGE-DATEIEN SECTION.
       BER-DAT-00.

           MOVE     ZEROES TO DATEI-IX.

       BER-DAT-20.
           ADD      1 TO DATEI-IX.
           IF       DATEI-IX > ANZ-DATEIEN
                    GO TO BER-DAT-90
           END-IF.

      * ALTER IN TAGEN
           INITIALIZE TAGE-DIFF-WRK.
           CALL     "CFP8009" USING DT-DATUM(DATEI-IX)
                                    DATE-8
                                    TAGE-DIFF-WRK
           END-CALL.
           IF       TAGE-DIFF-WRK NOT > VZ-TAGE
                    GO TO BER-DAT-20
           END-IF.

      * GIBT ES GENUG NEUERE PASSENDE DATEIEN?
           IF       VZ-MINDEST > ZEROES
                    PERFORM ZAEHLE-NEUERE
                    IF   ANZ-NEUERE < VZ-MINDEST
                         GO TO BER-DAT-20
                    END-IF
           END-IF.

           PERFORM  PRUEFE-MANIFEST.
           IF       GESCHUETZT = 1
                    GO TO BER-DAT-20
           END-IF.

           INITIALIZE RET-CODE.
           INITIALIZE CMDEXC-REC.
           STRING   "RMVLNK OBJLNK('"             DELIMITED BY SIZE
                    VZ-PFAD(1:VZ-PFAD-LEN)        DELIMITED BY SIZE
                    "/"                           DELIMITED BY SIZE
                    FUNCTION TRIM(DT-NAME(DATEI-IX))
                                                  DELIMITED BY SIZE
                    "')"                          DELIMITED BY SIZE
             INTO   COMMAND OF CMDEXC-REC
           END-STRING.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    ADD 1 TO ANZ-FEHLER
                    GO TO BER-DAT-20
           END-IF.

           ADD      1                    TO VZ-LANZ.
           ADD      DT-GROESSE(DATEI-IX) TO VZ-LGROESSE.

           GO TO    BER-DAT-20.

       BER-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ANZAHL DER PASSENDEN DATEIEN, DIE NEUER SIND ALS DIE
      * AKTUELLE (GLEICHER ZEITPUNKT: DIE SPAETER GELISTETE GILT)
      *--------------------------------------------------------------
       ZAEHLE-NEUERE SECTION.
       ZAE-NEU-00.

           MOVE     ZEROES TO ANZ-NEUERE.
           MOVE     ZEROES TO DATEI-IX2.

       ZAE-NEU-20.
           ADD      1 TO DATEI-IX2.
           IF       DATEI-IX2 > ANZ-DATEIEN
            OR      ANZ-NEUERE NOT < VZ-MINDEST
                    GO TO ZAE-NEU-90
           END-IF.

           IF       DT-STEMPEL(DATEI-IX2) > DT-STEMPEL(DATEI-IX)
            OR      (DT-STEMPEL(DATEI-IX2) = DT-STEMPEL(DATEI-IX)
             AND     DATEI-IX2 > DATEI-IX)
                    ADD 1 TO ANZ-NEUERE
           END-IF.

           GO TO    ZAE-NEU-20.

       ZAE-NEU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STEHT DIE DATEI IM EXPORTMANIFEST PEXPMAN?
      *--------------------------------------------------------------
       PRUEFE-MANIFEST SECTION.
       PRF-MAN-00.

           MOVE     ZEROES TO GESCHUETZT.
           MOVE     DT-NAME(DATEI-IX) TO NAME-GROSS.
           INSPECT  NAME-GROSS CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           IF       NAME-GROSS = "PEXPMAN.CSV"
                    MOVE 1 TO GESCHUETZT
                    GO TO PRF-MAN-90
           END-IF.

      * <EXFILE>.CSV: DATEINAME VOR DER ENDUNG IM MANIFEST SUCHEN
           MOVE     SPACES TO STAMM-WRK.
           UNSTRING NAME-GROSS DELIMITED BY ".CSV"
               INTO STAMM-WRK
           END-UNSTRING.
           IF       STAMM-WRK = SPACES
                    GO TO PRF-MAN-90
           END-IF.

           INITIALIZE PEXPMANF OF PEXPMAN-P.
           MOVE     STAMM-WRK TO EXFILE OF PEXPMAN-P.
           READ     PEXPMAN-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE 1 TO GESCHUETZT
           END-IF.

       PRF-MAN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GROESSE DES LETZTEN LAUFS AM ODER VOR DEM STICHTAG
      * (HEUTE - 7) ALS VERGLEICHSWERT
      *--------------------------------------------------------------
       ERMITTLE-VORWOCHE SECTION.
       ERM-VOR-00.

           MOVE     ZEROES TO VZ-VORWOCHE, VZ-VORDTA, VZ-WACHSTUM.

           INITIALIZE PIFSHISF OF PIFSHIS-P.
           MOVE     VZ-KURZ TO IHKURZ OF PIFSHIS-P.
           MOVE     ZEROES  TO IHDTA  OF PIFSHIS-P.
           START    PIFSHIS-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERM-VOR-80
           END-IF.

       ERM-VOR-20.
           READ     PIFSHIS-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      IHKURZ OF PIFSHIS-P NOT = VZ-KURZ
            OR      IHDTA  OF PIFSHIS-P > VORWOCHE-DTA
                    GO TO ERM-VOR-80
           END-IF.

           MOVE     IHDTA   OF PIFSHIS-P TO VZ-VORDTA.
           MOVE     IHGROE  OF PIFSHIS-P TO VZ-VORWOCHE.

           GO TO    ERM-VOR-20.

       ERM-VOR-80.
           IF       VZ-VORDTA NOT = ZEROES
                    COMPUTE VZ-WACHSTUM = VZ-GROESSE - VZ-VORWOCHE
           END-IF.

       ERM-VOR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STAND DES HEUTIGEN LAUFS IN PIFSHIS FESTHALTEN
      *--------------------------------------------------------------
       SCHREIBE-HISTORIE SECTION.
       SCH-HIS-00.

           INITIALIZE PIFSHISF OF PIFSHIS-P.
           MOVE     VZ-KURZ TO IHKURZ OF PIFSHIS-P.
           MOVE     DATE-8  TO IHDTA  OF PIFSHIS-P.
           READ     PIFSHIS-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE VZ-PFAD      TO IHPFAD  OF PIFSHIS-P
                    MOVE VZ-ANZ       TO IHANZ   OF PIFSHIS-P
                    MOVE VZ-GROESSE   TO IHGROE  OF PIFSHIS-P
                    ADD  VZ-LANZ      TO IHLANZ  OF PIFSHIS-P
                    ADD  VZ-LGROESSE  TO IHLGROE OF PIFSHIS-P
                    MOVE TIME-6       TO IHTIA   OF PIFSHIS-P
                    REWRITE PIFSHIS-P
           ELSE
                    INITIALIZE PIFSHISF OF PIFSHIS-P
                    MOVE VZ-KURZ      TO IHKURZ  OF PIFSHIS-P
                    MOVE DATE-8       TO IHDTA   OF PIFSHIS-P
                    MOVE VZ-PFAD      TO IHPFAD  OF PIFSHIS-P
                    MOVE VZ-ANZ       TO IHANZ   OF PIFSHIS-P
                    MOVE VZ-GROESSE   TO IHGROE  OF PIFSHIS-P
                    MOVE VZ-LANZ      TO IHLANZ  OF PIFSHIS-P
                    MOVE VZ-LGROESSE  TO IHLGROE OF PIFSHIS-P
                    MOVE TIME-6       TO IHTIA   OF PIFSHIS-P
                    MOVE T-USER       TO IHAUSR  OF PIFSHIS-P
                    MOVE T-TERM       TO IHABS   OF PIFSHIS-P
                    MOVE PGM-WRK      TO IHAPGM  OF PIFSHIS-P
                    MOVE DATE-8       TO IHADTA  OF PIFSHIS-P
                    MOVE TIME-6       TO IHATIA  OF PIFSHIS-P
                    WRITE PIFSHIS-P
           END-IF.

       SCH-HIS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ERGEBNIS DES LAUFS PROTOKOLLIEREN
      *--------------------------------------------------------------
       SCHREIBE-ABSCHLUSSLOG SECTION.
       SCH-LOG-00.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PIFSHIS"  TO STFILE OF LOG-CPY.
           IF       ANZ-FEHLER = ZEROES
                    MOVE "INFO"  TO STKEY OF LOG-CPY
           ELSE
                    MOVE "WARN"  TO STKEY OF LOG-CPY
           END-IF.
           INITIALIZE STSTS OF LOG-CPY.
           MOVE     GES-LANZ TO ANZ-ED.
           STRING   "IFS-BEREINIGUNG: "             DELIMITED BY SIZE
                    ANZ-ED                          DELIMITED BY SIZE
                    " DATEIEN GELOESCHT, "          DELIMITED BY SIZE
                    ANZ-FEHLER                      DELIMITED BY SIZE
                    " FEHLER"                       DELIMITED BY SIZE
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       SCH-LOG-90.
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
