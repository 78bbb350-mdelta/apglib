       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CMP0015.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * NAECHTLICHER GESAMTBAU IN EINE WEGWERF-BIBLIOTHEK             *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LAEUFT NAECHTLICH PER JOBPLANUNG. WANDELT    *
      *                  JEDES AKTIVE MITGLIED VON QSETSRC (MIT       *
      *                  WANDLUNGSHISTORIE IN PCMPHIS UND CP-         *
      *                  EINSTELLUNG) UEBER CMP0001 ALS PRUEFBAU      *
      *                  (CMPRUF = "J") IN DIE WEGWERF-BIBLIOTHEK     *
      *                  AUS PCONFIG C110/NACHTBAU (STANDARD          *
      *                  APGNACHT). PRODUKTIVE OBJEKTE, VERSIONEN     *
      *                  UND RECHTE BLEIBEN UNBERUEHRT. LF (HAENGEN   *
      *                  AN PRODUKTIVEN PF), PRTF UND CLP (WANDELT    *
      *                  CMP0001 NICHT) WERDEN UEBERGANGEN.           *
      *                  DAS ERGEBNIS JE MITGLIED STEHT IN PCMPBLD.   *
      *                  DER SPOOL CMF0015 ZEIGT ALLE MITGLIEDER,     *
      *                  DIE JETZT FEHLSCHLAGEN, BEIM LETZTEN         *
      *                  ECHTEN COMPILE ABER FEHLERFREI WAREN, MIT    *
      *                  DER ERSTEN FEHLERMELDUNG. NEUE BRUECHE       *
      *                  GEHEN UEBER XXP2010 AN DEN EIGNER DES        *
      *                  PROGRAMMS (HMP0014, BEI ABWESENHEIT DER      *
      *                  VERTRETER). OHNE GEPFLEGTEN EIGNER GEHT DIE  *
      *                  MELDUNG AN DEN, DER ZULETZT ECHT GEWANDELT   *
      *                  HAT. DIE PRUEFEINTRAEGE IN PCMPHIS/PCMPWRN   *
      *                  UND DIE WEGWERF-BIBLIOTHEK WERDEN DANACH     *
      *                  GELOESCHT.                                   *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    BRUCHMELDUNG AN DEN EIGNER AUS HMP0014       *
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
      * PHYSISCHE DATEI KONFIGURATION
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PHYSISCHE DATEI COMPILER-HISTORIE
      *-------------------------------------------------------------
           SELECT PCMPHIS-DP
                  ASSIGN       TO  DATABASE-PCMPHIS
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCMPWRN: WNLFDN, WNSEQ (MELDUNGEN JE COMPILE)
      *-------------------------------------------------------------
           SELECT PCMPWRN-DP
                  ASSIGN       TO  DATABASE-PCMPWRN
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCMPBLD: BLSLIB, BLSFIL, BLSMBR (BAUZUSTAND JE MITGLIED)
      *-------------------------------------------------------------
           SELECT PCMPBLD-DP
                  ASSIGN       TO  DATABASE-PCMPBLD
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * TEMPORAERE DATEI PTMPNBM (DSPFD *MBRLIST)
      *-------------------------------------------------------------
           SELECT PTMPNBM-DP
                  ASSIGN       TO  DATABASE-PTMPNBM
                  ORGANIZATION IS  SEQUENTIAL
                  ACCESS       IS  SEQUENTIAL
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *    PRINTERFILE FUER DIE BAUZUSTANDSLISTE
      *-------------------------------------------------------------
           SELECT XXDRUCK-DAT
                  ASSIGN        TO FORMATFILE-CMF0015
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- KONFIGURATION
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
      *--- COMPILER-HISTORIE
       FD  PCMPHIS-DP
           LABEL RECORDS ARE STANDARD.
       01  PCMPHIS-P.
           COPY DDS-ALL-FORMATS OF PCMPHIS.
      /
      *--- PCMPWRN: WNLFDN, WNSEQ
       FD  PCMPWRN-DP
           LABEL RECORDS ARE STANDARD.
       01  PCMPWRN-P.
           COPY DDS-ALL-FORMATS OF PCMPWRN.
      /
      *--- PCMPBLD: BLSLIB, BLSFIL, BLSMBR
       FD  PCMPBLD-DP
           LABEL RECORDS ARE STANDARD.
       01  PCMPBLD-P.
           COPY DDS-ALL-FORMATS OF PCMPBLD.
      /
      *--- TEMPORAERE PTMPNBM
       FD  PTMPNBM-DP
           LABEL RECORDS ARE STANDARD.
       01  PTMPNBM-P.
           COPY DDS-ALL-FORMATS OF PTMPNBM.
      /
      *------DRUCKAUSGABE----
       FD  XXDRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  XXDRUCK-REC.
           COPY DDS-ALL-FORMATS OF CMF0015.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY (STANDARDEINSTELLUNGEN JE TEILDATEI/TYP)
           COPY WRKCFGCPY   OF APG-QCPYSRC.

      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CMP0015".
       01  PGM-TYP                       PIC X(8)  VALUE "COMPILER".

      * PARAMETER FUER CL-PROGRAMME
       01  CMDEXC-REC                    TYPE CMDEXC-TYPE.
       01  DLTF-REC                      TYPE DLTF-TYPE.
       01  RTVMBRD-REC                   TYPE RTVMBRD-TYPE.
       01  OVRPRTF-REC                   TYPE OVRPRTF-TYPE.
       01  OVR-OUTQ                      PIC X(10).

      * PARAMETER FUER CMP0001
       01  X-CMLFDN                      LIKE CMLFDN OF PCMPHIS-P.
       01  X-CMRETCODE                   PIC X(1).

      * WEGWERF-BIBLIOTHEK (PCONFIG C110/NACHTBAU, SONST APGNACHT)
       01  NACHT-LIB                     PIC X(10).
       01  NACHT-LIB-DA                  PIC 9(1).

      * LETZTER ECHTER COMPILE JE MITGLIED (AUS PCMPHIS)
       01  ANZ-MITGLIEDER                PIC 9(3)   VALUE ZEROES.
       01  MITGLIED-TAB.
        05 MITGLIED-EINTRAG              OCCURS 900 TIMES.
         10 MG-MBR                       PIC X(10).
         10 MG-LFDN                      PIC 9(9).
         10 MG-VSTS                      PIC X(1).
         10 MG-USER                      PIC X(10).
         10 MG-DATUM                     PIC 9(8).
       01  MITGLIED-IX                   PIC 9(3).
       01  MITGLIED-GEF                  PIC 9(1).

      * AKTUELLES MITGLIED UND ERGEBNIS DES PRUEFBAUS
       01  AKT-MBR-WRK                   PIC X(10).
       01  PRF-LFDN                      LIKE CMLFDN OF PCMPHIS-P.
       01  PRF-VSTS                      PIC X(1).
       01  PRF-FEHLER                    PIC X(100).
       01  PRF-FEHLER-ERST               PIC X(100).
       01  PRF-FEHLER-SEV                PIC X(100).
       01  ALT-STAT                      PIC X(1).
       01  NEU-KZ                        PIC X(3).

      * ZAEHLER
       01  ANZ-GEPRUEFT                  PIC 9(5)  VALUE ZEROES.
       01  ANZ-FEHLER                    PIC 9(5)  VALUE ZEROES.
       01  ANZ-BRUCH                     PIC 9(5)  VALUE ZEROES.
       01  ANZ-NEU                       PIC 9(5)  VALUE ZEROES.

      * PARAMETER FUER XXP2010 (BENACHRICHTIGUNG)
       01  NOT-MODUS                     PIC X(1).
       01  NOT-EVTTYP                    PIC X(10).
       01  NOT-USER                      PIC X(10).
       01  NOT-BETREFF                   PIC X(50).
       01  NOT-TEXT                      PIC X(256).
       01  NOT-STDKAN                    PIC X(1).
       01  NOT-KANAL                     PIC X(1).

      * PARAMETER FUER HMP0014 (EIGNER DES PROGRAMMS)
       01  OWN-LIB                       PIC X(10).
       01  OWN-PGM                       PIC X(10).
       01  OWN-PRIM                      PIC X(10).
       01  OWN-PSTS                      PIC X(1).
       01  OWN-VERT                      PIC X(10).
       01  OWN-VSTS                      PIC X(1).
       01  OWN-HERK                      PIC X(1).
       01  OWN-EMPF                      PIC X(10).
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
           MOVE     "CMP0015" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

           OPEN     INPUT PCONFIG-DP.
           OPEN     I-O   PCMPHIS-DP
                          PCMPWRN-DP
                          PCMPBLD-DP.

      * WEGWERF-BIBLIOTHEK ERMITTELN UND LEER BEREITSTELLEN
           PERFORM  LESE-NACHTBIBLIOTHEK.
           IF       NACHT-LIB = CONST-LIB
                    PERFORM LOGGE-ABBRUCH
                    GO TO ENDE-DATEIEN
           END-IF.
           PERFORM  ERSTELLE-NACHTBIBLIOTHEK.
           IF       NACHT-LIB-DA = ZEROES
                    PERFORM LOGGE-ABBRUCH
                    GO TO ENDE-DATEIEN
           END-IF.

      * LETZTEN ECHTEN COMPILE JE MITGLIED SAMMELN
           PERFORM  SAMMLE-HISTORIE.

      * MITGLIEDERLISTE VON QSETSRC ERSTELLEN
           PERFORM  DELETE-TMPNBM.
           INITIALIZE RET-CODE.
           INITIALIZE CMDEXC-REC.
           STRING   "DSPFD FILE("        DELIMITED BY SIZE
                    CONST-LIB            DELIMITED BY SPACES
                    "/QSETSRC) TYPE(*MBRLIST) OUTPUT(*OUTFILE)"
                                         DELIMITED BY SIZE
                    " OUTFILE("          DELIMITED BY SIZE
                    CONST-LIB            DELIMITED BY SPACES
                    "/PTMPNBM)"          DELIMITED BY SIZE
               INTO COMMAND OF CMDEXC-REC
           END-STRING.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE-BIBLIOTHEK
           END-IF.

      * OUTQ SETZEN UND DRUCKDATEI OEFFNEN
           IF       X-OUTQ = SPACES
                    MOVE "PRT01" TO OVR-OUTQ
           ELSE
                    MOVE X-OUTQ  TO OVR-OUTQ
           END-IF.
           INITIALIZE RET-CODE.
           INITIALIZE OVRPRTF-REC.
           MOVE     "CMF0015" TO FROMFILE OF OVRPRTF-REC.
           MOVE     OVR-OUTQ  TO TOOUTQ   OF OVRPRTF-REC.
           CALL     "CLP0041" USING OVRPRTF-REC
                                    RET-CODE
           END-CALL.

           OPEN     INPUT  PTMPNBM-DP.
           OPEN     OUTPUT XXDRUCK-DAT.

      * KOPFZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "KOPF"    TO DRART   OF XXDRUCK-REC.
           MOVE     DATE-8    TO DRDATUM OF XXDRUCK-REC.
           MOVE     NACHT-LIB TO DRLIB   OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

      * ALLE MITGLIEDER PRUEFEN
           PERFORM  BAUE-ALLE-MITGLIEDER.

      * SUMMENZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "SUMME"      TO DRART   OF XXDRUCK-REC.
           MOVE     ANZ-GEPRUEFT TO DRANZG  OF XXDRUCK-REC.
           MOVE     ANZ-FEHLER   TO DRANZF  OF XXDRUCK-REC.
           MOVE     ANZ-BRUCH    TO DRANZB  OF XXDRUCK-REC.
           MOVE     ANZ-NEU      TO DRANZN  OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           CLOSE    PTMPNBM-DP
                    XXDRUCK-DAT.

           PERFORM  LOGGE-ERGEBNIS.

       ENDE-BIBLIOTHEK.
           PERFORM  DELETE-TMPNBM.
           PERFORM  LOESCHE-NACHTBIBLIOTHEK.

       ENDE-DATEIEN.
           CLOSE    PCONFIG-DP
                    PCMPHIS-DP
                    PCMPWRN-DP
                    PCMPBLD-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * WEGWERF-BIBLIOTHEK AUS PCONFIG C110/NACHTBAU LESEN
      *--------------------------------------------------------------
       LESE-NACHTBIBLIOTHEK SECTION.
       LES-NBL-00.

           MOVE     "APGNACHT" TO NACHT-LIB.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "C110"     TO CFID   OF PCONFIG-P.
           MOVE     "NACHTBAU" TO CFKEY  OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS               = ZEROES
            AND     CFTXT1 OF PCONFIG-P(1:10) NOT = SPACES
                    MOVE CFTXT1 OF PCONFIG-P(1:10) TO NACHT-LIB
           END-IF.

       LES-NBL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * WEGWERF-BIBLIOTHEK ANLEGEN, GIBT ES SIE NOCH, LEEREN
      *--------------------------------------------------------------
       ERSTELLE-NACHTBIBLIOTHEK SECTION.
       ERS-NBL-00.

           MOVE     ZEROES TO NACHT-LIB-DA.

           INITIALIZE RET-CODE.
           INITIALIZE CMDEXC-REC.
           STRING   "CRTLIB LIB("        DELIMITED BY SIZE
                    NACHT-LIB            DELIMITED BY SPACES
                    ") TYPE(*TEST) TEXT('NAECHTLICHER GESAMTBAU')"
                                         DELIMITED BY SIZE
               INTO COMMAND OF CMDEXC-REC
           END-STRING.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE = SPACES
                    MOVE 1 TO NACHT-LIB-DA
                    GO TO ERS-NBL-90
           END-IF.

      * REST EINES ABGEBROCHENEN LAUFS: INHALT LOESCHEN
           INITIALIZE RET-CODE.
           INITIALIZE CMDEXC-REC.
           STRING   "CLRLIB LIB("        DELIMITED BY SIZE
                    NACHT-LIB            DELIMITED BY SPACES
                    ")"                  DELIMITED BY SIZE
               INTO COMMAND OF CMDEXC-REC
           END-STRING.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE = SPACES
                    MOVE 1 TO NACHT-LIB-DA
           END-IF.

       ERS-NBL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * WEGWERF-BIBLIOTHEK WIEDER LOESCHEN
      *--------------------------------------------------------------
       LOESCHE-NACHTBIBLIOTHEK SECTION.
       LOE-NBL-00.

           INITIALIZE RET-CODE.
           INITIALIZE CMDEXC-REC.
           STRING   "DLTLIB LIB("        DELIMITED BY SIZE
                    NACHT-LIB            DELIMITED BY SPACES
                    ")"                  DELIMITED BY SIZE
               INTO COMMAND OF CMDEXC-REC
           END-STRING.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.
           INITIALIZE RET-CODE.

       LOE-NBL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LETZTEN ECHTEN COMPILE JE MITGLIED AUS PCMPHIS SAMMELN
      * (DIE LFDN STEIGT MIT JEDEM COMPILE). UEBRIGGEBLIEBENE
      * PRUEFBAU-EINTRAEGE EINES ABGEBROCHENEN LAUFS WERDEN DABEI
      * GELOESCHT.
      *--------------------------------------------------------------
       SAMMLE-HISTORIE SECTION.
       SAM-HIS-00.

           INITIALIZE PCMPHISF OF PCMPHIS-P.
           MOVE     ZEROES TO CMLFDN OF PCMPHIS-P.
           START    PCMPHIS-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SAM-HIS-90
           END-IF.

       SAM-HIS-20.
           READ     PCMPHIS-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SAM-HIS-90
           END-IF.

           IF       CMPRUF OF PCMPHIS-P = "J"
                    MOVE CMLFDN OF PCMPHIS-P TO PRF-LFDN
                    PERFORM LOESCHE-MELDUNGEN
                    DELETE PCMPHIS-DP
                    GO TO SAM-HIS-20
           END-IF.

      * NUR ABGESCHLOSSENE COMPILES AUS QSETSRC ZAEHLEN
           IF       CMSLIB OF PCMPHIS-P NOT = CONST-LIB
            OR      CMSFIL OF PCMPHIS-P NOT = "QSETSRC"
                    GO TO SAM-HIS-20
           END-IF.
           IF       CMVSTS OF PCMPHIS-P NOT = "V"
            AND     CMVSTS OF PCMPHIS-P NOT = "F"
                    GO TO SAM-HIS-20
           END-IF.

           PERFORM  MERKE-HISTORIE.

           GO TO    SAM-HIS-20.

       SAM-HIS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MITGLIED IN DER TABELLE SUCHEN (MITGLIED-GEF = 1: GEFUNDEN)
      *--------------------------------------------------------------
       SUCHE-MITGLIED SECTION.
       SUC-MBR-00.

           MOVE     ZEROES TO MITGLIED-GEF.
           MOVE     1      TO MITGLIED-IX.

       SUC-MBR-20.
           IF       MITGLIED-IX > ANZ-MITGLIEDER
                    GO TO SUC-MBR-90
           END-IF.
           IF       MG-MBR (MITGLIED-IX) = AKT-MBR-WRK
                    MOVE 1 TO MITGLIED-GEF
                    GO TO SUC-MBR-90
           END-IF.
           ADD      1 TO MITGLIED-IX.
           GO TO    SUC-MBR-20.

       SUC-MBR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * COMPILE IN DER MITGLIEDERTABELLE FORTSCHREIBEN
      *--------------------------------------------------------------
       MERKE-HISTORIE SECTION.
       MRK-HIS-00.

           MOVE     CMSMBR OF PCMPHIS-P TO AKT-MBR-WRK.
           PERFORM  SUCHE-MITGLIED.
           IF       MITGLIED-GEF = 1
                    GO TO MRK-HIS-80
           END-IF.

           IF       ANZ-MITGLIEDER NOT < 900
                    GO TO MRK-HIS-90
           END-IF.
           ADD      1 TO ANZ-MITGLIEDER.
           MOVE     ANZ-MITGLIEDER TO MITGLIED-IX.
           MOVE     AKT-MBR-WRK    TO MG-MBR (MITGLIED-IX).

       MRK-HIS-80.
           MOVE     CMLFDN OF PCMPHIS-P TO MG-LFDN  (MITGLIED-IX).
           MOVE     CMVSTS OF PCMPHIS-P TO MG-VSTS  (MITGLIED-IX).
           MOVE     CMAUSR OF PCMPHIS-P TO MG-USER  (MITGLIED-IX).
           MOVE     CMADTA OF PCMPHIS-P TO MG-DATUM (MITGLIED-IX).

       MRK-HIS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE MITGLIEDER DER LISTE IN DIE WEGWERF-BIBLIOTHEK WANDELN
      *--------------------------------------------------------------
       BAUE-ALLE-MITGLIEDER SECTION.
       BAU-ALL-00.

           INITIALIZE PTMPNBM-P.

       BAU-ALL-20.
           READ     PTMPNBM-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BAU-ALL-90
           END-IF.

           IF       MLNAME OF PTMPNBM-P = SPACES
                    GO TO BAU-ALL-20
           END-IF.

      * AKTIV IST NUR, WAS SCHON EINMAL ECHT GEWANDELT WURDE
           MOVE     MLNAME OF PTMPNBM-P TO AKT-MBR-WRK.
           PERFORM  SUCHE-MITGLIED.
           IF       MITGLIED-GEF = ZEROES
                    GO TO BAU-ALL-20
           END-IF.

           PERFORM  BAUE-EIN-MITGLIED.

           GO TO    BAU-ALL-20.

       BAU-ALL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EIN MITGLIED ALS PRUEFBAU WANDELN UND AUSWERTEN
      *--------------------------------------------------------------
       BAUE-EIN-MITGLIED SECTION.
       BAU-EIN-00.

      * TEILDATEIENART ERMITTELN
           INITIALIZE RET-CODE.
           INITIALIZE RTVMBRD-REC.
           MOVE     "QSETSRC"        TO FILENAME OF RTVMBRD-REC.
           MOVE     AKT-MBR-WRK      TO MBRNAME  OF RTVMBRD-REC.
           MOVE     CONST-LIB        TO OBJLIB   OF RTVMBRD-REC.
           CALL     "CLP0002" USING RTVMBRD-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    GO TO BAU-EIN-90
           END-IF.

      * LF HAENGEN AN DEN PRODUKTIVEN PF, PRTF/CLP WANDELT CMP0001
      * NICHT
           IF       SRCTYPE OF RTVMBRD-REC = "LF"
            OR      SRCTYPE OF RTVMBRD-REC = "PRTF"
            OR      SRCTYPE OF RTVMBRD-REC = "CLP"
                    GO TO BAU-EIN-90
           END-IF.

      * OHNE CP-EINSTELLUNG KEIN WANDELN
           PERFORM  GET-PRUEF-CONFIG.
           IF       CFG-DA OF CFG-CPY = ZEROES
                    GO TO BAU-EIN-90
           END-IF.

           PERFORM  WRITE-PRUEF-PCMPHIS.

           MOVE     PRF-LFDN TO X-CMLFDN.
           INITIALIZE X-CMRETCODE.
           CALL     "CMP0001" USING X-CMLFDN
                                    X-CMRETCODE
           END-CALL.
           ADD      1 TO ANZ-GEPRUEFT.

      * ERGEBNIS AUS DER PCMPHIS UEBERNEHMEN
           MOVE     "F"    TO PRF-VSTS.
           MOVE     SPACES TO PRF-FEHLER.
           INITIALIZE PCMPHISF OF PCMPHIS-P.
           MOVE     PRF-LFDN TO CMLFDN OF PCMPHIS-P.
           READ     PCMPHIS-DP.
           IF       FILE-STATUS = ZEROES
                    IF   CMVSTS OF PCMPHIS-P = "V"
                         MOVE "V" TO PRF-VSTS
                    ELSE
                         MOVE CMFCDE OF PCMPHIS-P TO PRF-FEHLER
                    END-IF
           END-IF.

      * ERSTE FEHLERMELDUNG AUS DEM LISTING
           IF       PRF-VSTS = "F"
                    PERFORM ERMITTLE-ERSTEN-FEHLER
                    ADD  1 TO ANZ-FEHLER
           END-IF.

      * PRUEFEINTRAEGE WIEDER ENTFERNEN
           PERFORM  LOESCHE-MELDUNGEN.
           INITIALIZE PCMPHISF OF PCMPHIS-P.
           MOVE     PRF-LFDN TO CMLFDN OF PCMPHIS-P.
           READ     PCMPHIS-DP.
           IF       FILE-STATUS = ZEROES
                    DELETE PCMPHIS-DP
           END-IF.

      * BAUZUSTAND FORTSCHREIBEN
           PERFORM  SCHREIBE-BAUZUSTAND.

      * BRUCH: JETZT FEHLERHAFT, BEIM LETZTEN ECHTEN COMPILE NICHT
           IF       PRF-VSTS                = "F"
            AND     MG-VSTS (MITGLIED-IX)   = "V"
                    ADD  1 TO ANZ-BRUCH
                    MOVE SPACES TO NEU-KZ
                    IF   ALT-STAT NOT = "F"
                         MOVE "NEU" TO NEU-KZ
                         ADD  1 TO ANZ-NEU
                         PERFORM SENDE-NACHRICHT
                    END-IF
                    PERFORM DRUCKE-ZEILE
           END-IF.

       BAU-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * CP-EINSTELLUNG DES MITGLIEDS, SONST DER TEILDATEIENART
      *--------------------------------------------------------------
       GET-PRUEF-CONFIG SECTION.
       GET-PCF-00.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "CP"                  TO CFID   OF CFG-CPY.
           MOVE     CONST-LIB             TO CFKEY  OF CFG-CPY.
           MOVE     "QSETSRC"             TO CFKEY2 OF CFG-CPY.
           MOVE     AKT-MBR-WRK           TO CFKEY3 OF CFG-CPY.
           MOVE     SPACES                TO CFKEY4 OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY = ZEROES
      *             DEFAULT-EINTRAG DER TEILDATEIENART LESEN
                    INITIALIZE PCONFIGF OF CFG-CPY
                    MOVE    "CP"          TO CFID   OF CFG-CPY
                    MOVE    CONST-LIB     TO CFKEY  OF CFG-CPY
                    MOVE    SPACES        TO CFKEY2 OF CFG-CPY
                    MOVE    "*"           TO CFKEY3 OF CFG-CPY(1:1)
                    MOVE    SRCTYPE OF RTVMBRD-REC TO
                            CFKEY3 OF CFG-CPY(2:)
                    MOVE    SPACES        TO CFKEY4 OF CFG-CPY
                    PERFORM COPY-CFG-CPY
           END-IF.

       GET-PCF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PCMPHIS-EINTRAG FUER DEN PRUEFBAU SCHREIBEN: ZIEL IST DIE
      * WEGWERF-BIBLIOTHEK, OHNE VOR-/NACHLAUF, UNKENNTLICHMACHEN,
      * EIGNER- UND RECHTEAENDERUNG
      *--------------------------------------------------------------
       WRITE-PRUEF-PCMPHIS SECTION.
       WRI-PCM-00.

           INITIALIZE PCMPHISF OF PCMPHIS-P.
      * KEY FUELLEN
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PCMPHIS" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK              TO CMLFDN OF PCMPHIS-P.
           MOVE     LFDN-WRK              TO PRF-LFDN.
      * ZIEL UND QUELLE
           MOVE     NACHT-LIB             TO CMOLIB OF PCMPHIS-P.
           MOVE     AKT-MBR-WRK           TO CMOPGM OF PCMPHIS-P.
           MOVE     CONST-LIB             TO CMSLIB OF PCMPHIS-P.
           MOVE     "QSETSRC"             TO CMSFIL OF PCMPHIS-P.
           MOVE     AKT-MBR-WRK           TO CMSMBR OF PCMPHIS-P.
           MOVE     "J"                   TO CMPRUF OF PCMPHIS-P.
      * INFORMATIONEN AUS DEN STANDARDEINSTELLUNGEN (CFG-CPY)
           MOVE     CFIN01 OF CFG-CPY     TO CMSTYP OF PCMPHIS-P.
           MOVE     CFIN03 OF CFG-CPY     TO CMTRLS OF PCMPHIS-P.
           MOVE     CFIN04 OF CFG-CPY     TO CMACTG OF PCMPHIS-P.
           MOVE     CFIN06 OF CFG-CPY     TO CMBNDD OF PCMPHIS-P.
           MOVE     CFFK01 OF CFG-CPY     TO CMDBG  OF PCMPHIS-P.
           MOVE     CFIN02 OF CFG-CPY     TO CMUSPR OF PCMPHIS-P.
           MOVE     CFIN05 OF CFG-CPY     TO CMOPTI OF PCMPHIS-P.
           MOVE     CFFK06 OF CFG-CPY     TO CMCRTO OF PCMPHIS-P.
           MOVE     ZEROES                TO CMSCRM OF PCMPHIS-P.
           MOVE     CFIN08 OF CFG-CPY     TO CMOVRP OF PCMPHIS-P.
           MOVE     CFIN09 OF CFG-CPY     TO CMOVRL OF PCMPHIS-P.
           MOVE     CFIN10 OF CFG-CPY     TO CMEXCP OF PCMPHIS-P.
           MOVE     CFIN11 OF CFG-CPY     TO CMEXCL OF PCMPHIS-P.
           MOVE     CFIN07 OF CFG-CPY     TO CMPRDL OF PCMPHIS-P.
           MOVE     CFFK04 OF CFG-CPY     TO CMRSTD OF PCMPHIS-P.
           MOVE     CFFK05 OF CFG-CPY     TO CMDFRW OF PCMPHIS-P.
           MOVE     CFIN13 OF CFG-CPY     TO CMTTYP OF PCMPHIS-P.
           MOVE     CFBG01 OF CFG-CPY     TO CMCDEF OF PCMPHIS-P.
           MOVE     ZEROES                TO CMRECT OF PCMPHIS-P.
           MOVE     CFFK03 OF CFG-CPY     TO CMINTA OF PCMPHIS-P.
           MOVE     ZEROES                TO CMNOWN OF PCMPHIS-P.
           MOVE     SPACES                TO CMVCPG OF PCMPHIS-P.
           MOVE     SPACES                TO CMNCPG OF PCMPHIS-P.
      * INFORMATIONEN AUS RTVMBRD
           MOVE     CRTDATE   OF RTVMBRD-REC  TO CMRTDE OF PCMPHIS-P.
           MOVE     CHGDATE   OF RTVMBRD-REC  TO CMRTDC OF PCMPHIS-P.
           MOVE     SAVDATE   OF RTVMBRD-REC  TO CMRTDS OF PCMPHIS-P.
           MOVE     RSTDATE   OF RTVMBRD-REC  TO CMRTDR OF PCMPHIS-P.
           MOVE     USEDATE   OF RTVMBRD-REC  TO CMRTUD OF PCMPHIS-P.
           MOVE     USECOUNT  OF RTVMBRD-REC  TO CMRTUC OF PCMPHIS-P.
           MOVE     NBRCURRCD OF RTVMBRD-REC  TO CMRTZA OF PCMPHIS-P.
           MOVE     NBRDLTRCD OF RTVMBRD-REC  TO CMRTZD OF PCMPHIS-P.
           MOVE     MBRTEXT   OF RTVMBRD-REC  TO CMRTMT OF PCMPHIS-P.
      * START USER/DATUM/ZEIT FUELLEN
           PERFORM  COPY-GET-TIME.
           MOVE     T-USER                    TO CMAUSR OF PCMPHIS-P.
           MOVE     T-TERM                    TO CMABS  OF PCMPHIS-P.
           MOVE     PGM-WRK                   TO CMAPGM OF PCMPHIS-P.
           MOVE     DATE-8                    TO CMADTA OF PCMPHIS-P.
           MOVE     TIME-6                    TO CMATIA OF PCMPHIS-P.
           WRITE    PCMPHIS-P.

       WRI-PCM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ERSTE FEHLERMELDUNG DES PRUEFBAUS AUS PCMPWRN: DIE ERSTE MIT
      * SCHWEREGRAD 30 ODER MEHR, SONST DIE ERSTE UEBERHAUPT, SONST
      * BLEIBT DER FEHLERCODE AUS CMP0001 STEHEN
      *--------------------------------------------------------------
       ERMITTLE-ERSTEN-FEHLER SECTION.
       ERM-EFE-00.

           MOVE     SPACES TO PRF-FEHLER-ERST.
           MOVE     SPACES TO PRF-FEHLER-SEV.

           INITIALIZE PCMPWRNF OF PCMPWRN-P.
           MOVE     PRF-LFDN TO WNLFDN OF PCMPWRN-P.
           MOVE     ZEROES   TO WNSEQ  OF PCMPWRN-P.
           START    PCMPWRN-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERM-EFE-90
           END-IF.

       ERM-EFE-20.
           READ     PCMPWRN-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      WNLFDN OF PCMPWRN-P NOT = PRF-LFDN
                    GO TO ERM-EFE-80
           END-IF.

      * ERSTE MELDUNG UEBERHAUPT MERKEN
           IF       PRF-FEHLER-ERST = SPACES
                    STRING WNMSGID OF PCMPWRN-P DELIMITED BY SPACES
                           " "                  DELIMITED BY SIZE
                           WNTEXT  OF PCMPWRN-P DELIMITED BY SIZE
                      INTO PRF-FEHLER-ERST
                    END-STRING
           END-IF.

           IF       WNSEV OF PCMPWRN-P NOT < 30
                    STRING WNMSGID OF PCMPWRN-P DELIMITED BY SPACES
                           " "                  DELIMITED BY SIZE
                           WNTEXT  OF PCMPWRN-P DELIMITED BY SIZE
                      INTO PRF-FEHLER-SEV
                    END-STRING
                    GO TO ERM-EFE-80
           END-IF.

           GO TO    ERM-EFE-20.

       ERM-EFE-80.
           IF       PRF-FEHLER-SEV NOT = SPACES
                    MOVE PRF-FEHLER-SEV  TO PRF-FEHLER
                    GO TO ERM-EFE-90
           END-IF.
           IF       PRF-FEHLER-ERST NOT = SPACES
                    MOVE PRF-FEHLER-ERST TO PRF-FEHLER
           END-IF.

       ERM-EFE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MELDUNGEN EINES PRUEFBAUS AUS PCMPWRN LOESCHEN
      *--------------------------------------------------------------
       LOESCHE-MELDUNGEN SECTION.
       LOE-MEL-00.

           INITIALIZE PCMPWRNF OF PCMPWRN-P.
           MOVE     PRF-LFDN TO WNLFDN OF PCMPWRN-P.
           MOVE     ZEROES   TO WNSEQ  OF PCMPWRN-P.
           START    PCMPWRN-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LOE-MEL-90
           END-IF.

       LOE-MEL-20.
           READ     PCMPWRN-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      WNLFDN OF PCMPWRN-P NOT = PRF-LFDN
                    GO TO LOE-MEL-90
           END-IF.

           DELETE   PCMPWRN-DP.

           GO TO    LOE-MEL-20.

       LOE-MEL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BAUZUSTAND DES MITGLIEDS IN PCMPBLD FORTSCHREIBEN
      * (ALT-STAT = STATUS DER VORNACHT, BLSEIT = ERSTE FEHLNACHT)
      *--------------------------------------------------------------
       SCHREIBE-BAUZUSTAND SECTION.
       SCH-BLD-00.

           MOVE     SPACES TO ALT-STAT.
           PERFORM  COPY-GET-TIME.

           INITIALIZE PCMPBLDF OF PCMPBLD-P.
           MOVE     CONST-LIB   TO BLSLIB OF PCMPBLD-P.
           MOVE     "QSETSRC"   TO BLSFIL OF PCMPBLD-P.
           MOVE     AKT-MBR-WRK TO BLSMBR OF PCMPBLD-P.
           READ     PCMPBLD-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE BLSTAT OF PCMPBLD-P TO ALT-STAT
                    PERFORM FUELLE-BAUZUSTAND
                    MOVE T-USER             TO BLMSER OF PCMPBLD-P
                    MOVE DATE-8             TO BLMDTA OF PCMPBLD-P
                    MOVE TIME-6             TO BLMTIA OF PCMPBLD-P
                    REWRITE PCMPBLD-P
           ELSE
                    INITIALIZE PCMPBLDF OF PCMPBLD-P
                    MOVE CONST-LIB          TO BLSLIB OF PCMPBLD-P
                    MOVE "QSETSRC"          TO BLSFIL OF PCMPBLD-P
                    MOVE AKT-MBR-WRK        TO BLSMBR OF PCMPBLD-P
                    PERFORM FUELLE-BAUZUSTAND
                    MOVE T-USER             TO BLAUSR OF PCMPBLD-P
                    MOVE DATE-8             TO BLADTA OF PCMPBLD-P
                    MOVE TIME-6             TO BLATIA OF PCMPBLD-P
                    WRITE PCMPBLD-P
           END-IF.

       SCH-BLD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FELDER DES BAUZUSTANDS FUELLEN
      *--------------------------------------------------------------
       FUELLE-BAUZUSTAND SECTION.
       FUL-BLD-00.

           MOVE     SRCTYPE OF RTVMBRD-REC  TO BLTYP  OF PCMPBLD-P.
           MOVE     PRF-VSTS                TO BLSTAT OF PCMPBLD-P.
           MOVE     DATE-8                  TO BLPDTA OF PCMPBLD-P.
           IF       PRF-VSTS = "F"
                    MOVE PRF-FEHLER         TO BLFEHL OF PCMPBLD-P
                    IF   ALT-STAT NOT = "F"
                         MOVE DATE-8        TO BLSEIT OF PCMPBLD-P
                    END-IF
           ELSE
                    MOVE SPACES             TO BLFEHL OF PCMPBLD-P
                    MOVE ZEROES             TO BLSEIT OF PCMPBLD-P
           END-IF.

       FUL-BLD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BRUCHZEILE DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-ZEILE SECTION.
       DRK-ZEI-00.

           INITIALIZE XXDRUCK-REC.
           MOVE     "ZEILE"                  TO DRART  OF XXDRUCK-REC.
           MOVE     AKT-MBR-WRK              TO BLSMBR OF XXDRUCK-REC.
           MOVE     SRCTYPE OF RTVMBRD-REC   TO BLTYP  OF XXDRUCK-REC.
           MOVE     MG-USER  (MITGLIED-IX)   TO DRUSER OF XXDRUCK-REC.
           MOVE     MG-DATUM (MITGLIED-IX)   TO DRLDAT OF XXDRUCK-REC.
           MOVE     BLSEIT OF PCMPBLD-P      TO BLSEIT OF XXDRUCK-REC.
           MOVE     NEU-KZ                   TO DRNEU  OF XXDRUCK-REC.
           MOVE     PRF-FEHLER               TO BLFEHL OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

       DRK-ZEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NEUEN BRUCH AN DEN EIGNER MELDEN (XXP2010). OHNE EIGNER IN
      * HMP0014 GEHT DIE MELDUNG AN DEN LETZTEN ECHTEN WANDLER.
      *--------------------------------------------------------------
       SENDE-NACHRICHT SECTION.
       SEN-NOT-00.

           MOVE     CONST-LIB   TO OWN-LIB.
           MOVE     AKT-MBR-WRK TO OWN-PGM.
           CALL     "HMP0014" USING OWN-LIB
                                    OWN-PGM
                                    OWN-PRIM
                                    OWN-PSTS
                                    OWN-VERT
                                    OWN-VSTS
                                    OWN-HERK
                                    OWN-EMPF
           END-CALL.

           MOVE     OWN-EMPF TO NOT-USER.
           IF       NOT-USER = SPACES
                    MOVE MG-USER (MITGLIED-IX) TO NOT-USER
           END-IF.
           IF       NOT-USER = SPACES
                    MOVE "APG" TO NOT-USER
           END-IF.

           MOVE     "S"       TO NOT-MODUS.
           MOVE     "BUILD"   TO NOT-EVTTYP.
           INITIALIZE NOT-BETREFF.
           STRING   "GESAMTBAU: "        DELIMITED BY SIZE
                    AKT-MBR-WRK          DELIMITED BY SPACES
                    " WANDELT NICHT MEHR" DELIMITED BY SIZE
             INTO   NOT-BETREFF
           END-STRING.
           INITIALIZE NOT-TEXT.
           STRING   "MITGLIED "          DELIMITED BY SIZE
                    AKT-MBR-WRK          DELIMITED BY SPACES
                    " IN "               DELIMITED BY SIZE
                    CONST-LIB            DELIMITED BY SPACES
                    "/QSETSRC SCHLAEGT IM NAECHTLICHEN GESAMTBAU FEHL, "
                                         DELIMITED BY SIZE
                    "DER LETZTE ECHTE COMPILE WAR FEHLERFREI. "
                                         DELIMITED BY SIZE
                    "ERSTE MELDUNG: "    DELIMITED BY SIZE
                    PRF-FEHLER           DELIMITED BY SIZE
             INTO   NOT-TEXT
           END-STRING.
           MOVE     "M"        TO NOT-STDKAN.
           MOVE     SPACES     TO NOT-KANAL.
           CALL     "XXP2010" USING NOT-MODUS
                                    NOT-EVTTYP
                                    NOT-USER
                                    NOT-BETREFF
                                    NOT-TEXT
                                    NOT-STDKAN
                                    NOT-KANAL
           END-CALL.

       SEN-NOT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ERGEBNIS DES LAUFS PROTOKOLLIEREN
      *--------------------------------------------------------------
       LOGGE-ERGEBNIS SECTION.
       LOG-ERG-00.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PCMPBLD"  TO STFILE OF LOG-CPY.
           MOVE     "INFO"     TO STKEY  OF LOG-CPY.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "GESAMTBAU: "        DELIMITED BY SIZE
                    ANZ-GEPRUEFT         DELIMITED BY SIZE
                    " GEWANDELT, "       DELIMITED BY SIZE
                    ANZ-FEHLER           DELIMITED BY SIZE
                    " FEHLERHAFT, "      DELIMITED BY SIZE
                    ANZ-BRUCH            DELIMITED BY SIZE
                    " GEBROCHEN, DAVON " DELIMITED BY SIZE
                    ANZ-NEU              DELIMITED BY SIZE
                    " NEU"               DELIMITED BY SIZE
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       LOG-ERG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABBRUCH (KEINE BRAUCHBARE WEGWERF-BIBLIOTHEK) PROTOKOLLIEREN
      *--------------------------------------------------------------
       LOGGE-ABBRUCH SECTION.
       LOG-ABB-00.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PCMPBLD"  TO STFILE OF LOG-CPY.
           MOVE     "WARN"     TO STKEY  OF LOG-CPY.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "GESAMTBAU NICHT GESTARTET, BIBLIOTHEK "
                                         DELIMITED BY SIZE
                    NACHT-LIB            DELIMITED BY SPACES
                    " NICHT VERWENDBAR"  DELIMITED BY SIZE
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       LOG-ABB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TEMPORAERE MITGLIEDERLISTE LOESCHEN
      *--------------------------------------------------------------
       DELETE-TMPNBM SECTION.
       DEL-TMN-00.

           INITIALIZE RET-CODE.
      * DLTF AUSFUEHREN
           INITIALIZE DLTF-REC.
           MOVE     "PTMPNBM"       TO FILENAME OF DLTF-REC.
           MOVE     CONST-LIB      TO LIBNAME  OF DLTF-REC.
           CALL     "CLP0044" USING DLTF-REC
                                    RET-CODE
           END-CALL.
           INITIALIZE RET-CODE.

       DEL-TMN-90.
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
