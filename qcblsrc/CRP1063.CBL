       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CRP1063.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * KUNDENLIEFERUNG DER SOURCEN EINES PROJEKTS                    *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  SAMMELT ALLE SOURCEN EINES PROJEKTS AUS      *
      *                  PPRJMBR (XXP0805; X-TEILPROJEKT LEER = ALLE  *
      *                  TEILPROJEKTE) IM UEBERNOMMENEN STAND:        *
      *                  LETZTE NICHT ZURUECKGESETZTE UEBERNAHME IN   *
      *                  PCMPPRM (PRPGM = MITGLIED), COMPILE-SOURCE   *
      *                  AUS PCMPHIS. WURDE DIE SOURCE SEIT DEM       *
      *                  COMPILE BEARBEITET, GILT DIE ERSTE SICHERUNG *
      *                  AUS PSEUHST (CRP0014) AB DEM COMPILE ALS     *
      *                  UEBERNOMMENER STAND. HERKUNFT "P" = COMPILE- *
      *                  SOURCE, "S" = SICHERUNG, "Q" = OHNE          *
      *                  UEBERNAHME DIE PROJEKTSOURCE SELBST.         *
      *                  DIE MITGLIEDER WERDEN IN DIE LIEFERBIBLIO-   *
      *                  THEK APGLNNNNNN KOPIERT (CPYSRCF), DAZU DAS  *
      *                  MANIFEST PTMPLFM MIT MITGLIED, DATEI, TYP,   *
      *                  LETZTER AENDERUNG (RTVMBRD DER HERKUNFT) UND *
      *                  PRUEFSUMME (XXP2024). DIE BIBLIOTHEK WIRD    *
      *                  PER SAVLIB IN EINE SICHERUNGSDATEI GESTELLT  *
      *                  UND MIT DEM MANIFEST INS IFS-VERZEICHNIS AUS *
      *                  PCONFIG P120/LIEFPFAD (CFTXT1, STANDARD      *
      *                  /EUPPROV2/PROTMPV2/LIEFERUNG/) KOPIERT.      *
      *                  JEDE LIEFERUNG WIRD IN PPRJLIF (KOPF) UND    *
      *                  PPRJLFP (MITGLIEDER) PROTOKOLLIERT.          *
      *                  X-RETCODE: LEER = OK, "1" = FEHLER.          *
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
      * PPRJMBR: COSLIB, COSRCN, COSMBR (PROJEKTSOURCEN)
      *-------------------------------------------------------------
           SELECT PPRJMBR-DP
                  ASSIGN       TO  DATABASE-PPRJMBR
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCMPPRM: PRLFDN (UEBERNAHMEHISTORIE)
      *-------------------------------------------------------------
           SELECT PCMPPRM-DP
                  ASSIGN       TO  DATABASE-PCMPPRM
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCMPHIS: CMLFDN (COMPILER-HISTORIE)
      *-------------------------------------------------------------
           SELECT PCMPHIS-DP
                  ASSIGN       TO  DATABASE-PCMPHIS
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PSEUHST: SHLFDN (QUELLENSICHERUNGEN, CRP0014)
      *-------------------------------------------------------------
           SELECT PSEUHST-DP
                  ASSIGN       TO  DATABASE-PSEUHST
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PPRJLIF: LFLFDN (LIEFERUNGEN JE PROJEKT)
      *-------------------------------------------------------------
           SELECT PPRJLIF-DP
                  ASSIGN       TO  DATABASE-PPRJLIF
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PPRJLFP: LPLFDN, LPPOS (GELIEFERTE MITGLIEDER)
      *-------------------------------------------------------------
           SELECT PPRJLFP-DP
                  ASSIGN       TO  DATABASE-PPRJLFP
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PTMPLFM: MANIFEST IN DER LIEFERBIBLIOTHEK (UEBER OVRDBF)
      *-------------------------------------------------------------
           SELECT PTMPLFM-DP
                  ASSIGN       TO  DATABASE-PTMPLFM
                  ORGANIZATION IS  SEQUENTIAL
                  ACCESS       IS  SEQUENTIAL
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PPRJMBR: COSLIB, COSRCN, COSMBR
       FD  PPRJMBR-DP
           LABEL RECORDS ARE STANDARD.
       01  PPRJMBR-P.
           COPY DDS-ALL-FORMATS OF PPRJMBR.
      /
      *--- PCMPPRM: PRLFDN
       FD  PCMPPRM-DP
           LABEL RECORDS ARE STANDARD.
       01  PCMPPRM-P.
           COPY DDS-ALL-FORMATS OF PCMPPRM.
      /
      *--- PCMPHIS: CMLFDN
       FD  PCMPHIS-DP
           LABEL RECORDS ARE STANDARD.
       01  PCMPHIS-P.
           COPY DDS-ALL-FORMATS OF PCMPHIS.
      /
      *--- PSEUHST: SHLFDN
       FD  PSEUHST-DP
           LABEL RECORDS ARE STANDARD.
       01  PSEUHST-P.
           COPY DDS-ALL-FORMATS OF PSEUHST.
      /
      *--- PPRJLIF: LFLFDN
       FD  PPRJLIF-DP
           LABEL RECORDS ARE STANDARD.
       01  PPRJLIF-P.
           COPY DDS-ALL-FORMATS OF PPRJLIF.
      /
      *--- PPRJLFP: LPLFDN, LPPOS
       FD  PPRJLFP-DP
           LABEL RECORDS ARE STANDARD.
       01  PPRJLFP-P.
           COPY DDS-ALL-FORMATS OF PPRJLFP.
      /
      *--- PTMPLFM: MANIFEST
       FD  PTMPLFM-DP
           LABEL RECORDS ARE STANDARD.
       01  PTMPLFM-P.
           COPY DDS-ALL-FORMATS OF PTMPLFM.
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

       01  PGM-WRK                       PIC X(10) VALUE "CRP1063".
       01  PGM-TYP                       PIC X(8)  VALUE "BATCH".

      * PARAMETER FUER CL-PROGRAMME
       01  CMDEXC-REC                    TYPE CMDEXC-TYPE.
       01  CHKOBJ-REC                    TYPE CHKOBJ-TYPE.
       01  CRTPF-REC                     TYPE CRTPF-TYPE.
       01  OVRDBF-REC                    TYPE OVRDBF-TYPE.
       01  DELOVR-REC                    TYPE DELOVR-TYPE.
       01  RTVMBRD-REC                   TYPE RTVMBRD-TYPE.
       01  CPYTOSTMF-REC                 TYPE CPYTOSTMF-TYPE.
       01  DLTF-REC                      TYPE DLTF-TYPE.

      * LEERES TEILPROJEKT = ALLE TEILPROJEKTE
       01  TPRJ-LEER                     LIKE COTPRJ OF PPRJMBR-P.

      * PROJEKTNUMMER IM FORMAT PPPP.TT (HLP0020)
       01  PRN-1                         PIC 9(2).
       01  PRN-2                         PIC 9(4).
       01  PRN-3                         PIC 9(2).
       01  PROJEKT-NR                    PIC X(7).

      * LIEFERUNG
       01  LIEF-LFDN                     PIC 9(9).
       01  LIEF-NUM                      PIC 9(6).
       01  LIEF-LIB                      PIC X(10).
       01  LIEF-PFAD                     PIC X(64).
       01  LIEF-POS                      PIC 9(5).
       01  ANZ-MITGLIEDER                PIC 9(5).
       01  ANZ-FEHLER                    PIC 9(5).
       01  LIEF-STATUS                   PIC X(1).

      * UEBERNOMMENER STAND EINES MITGLIEDS
       01  HERK-ART                      PIC X(1).
       01  HERK-LIB                      PIC X(10).
       01  HERK-FILE                     PIC X(10).
       01  HERK-MBR                      PIC X(10).
       01  HERK-CMLF                     PIC 9(9).
       01  CMP-LFDN                      PIC 9(9).
       01  CMP-ZEIT                      PIC 9(14).
       01  SICH-ZEIT                     PIC 9(14).

      * MITGLIEDSDATEN FUER MANIFEST UND PROTOKOLL
       01  MBR-TYP                       PIC X(10).
       01  MBR-DATUM                     PIC 9(8).
       01  MBR-ZEIT                      PIC 9(6).

      * IFS-PFADE
       01  STMF-PFAD                     PIC X(128).
       01  QSYS-PFAD                     PIC X(128).

      * PARAMETER FUER DIE PRUEFSUMME (XXP2024)
       01  SUMME-PFAD                    PIC X(128).
       01  SUMME-WRK                     PIC 9(9).
       01  SUMME-RETCODE                 PIC X(1).
       01  SAVF-SUMME                    PIC 9(9).

      * MANIFESTZEILE
       01  MANIFEST-ZEILE                PIC X(200).
       01  DATUM-ED                      PIC 9(8).
       01  SUMME-ED                      PIC 9(9).
       01  ANZ-ED                        PIC 9(5).

      * PROTOKOLLTEXT
       01  LOG-TEXT                      PIC X(60).
       01  PROT-MBR                      PIC X(10).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-PROJEKT                     LIKE COPROJ OF PPRJMBR-P.
       01  X-TEILPROJEKT                 LIKE COTPRJ OF PPRJMBR-P.
       01  X-KUNDE                       PIC X(10).
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-PROJEKT
                                X-TEILPROJEKT
                                X-KUNDE
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "CRP1063" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.
           INITIALIZE TPRJ-LEER, ANZ-MITGLIEDER, ANZ-FEHLER,
                      LIEF-POS, SAVF-SUMME, PROT-MBR.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

      * PROJEKTNUMMER FUER MANIFEST UND PROTOKOLL AUFBEREITEN
           MOVE     ZEROES        TO PRN-1.
           MOVE     X-PROJEKT     TO PRN-2.
           MOVE     X-TEILPROJEKT TO PRN-3.
           CALL     "HLP0020" USING PRN-1
                                    PRN-2
                                    PRN-3
                                    PROJEKT-NR
           END-CALL.

           OPEN     INPUT PPRJMBR-DP
                          PCMPPRM-DP
                          PCMPHIS-DP
                          PSEUHST-DP.
           OPEN     I-O   PPRJLIF-DP
                          PPRJLFP-DP.

      * OHNE SOURCEN IM PROJEKT GIBT ES NICHTS ZU LIEFERN
           PERFORM  ZAEHLE-MITGLIEDER.
           IF       ANZ-MITGLIEDER = ZEROES
                    MOVE "1" TO X-RETCODE
                    MOVE "KEINE SOURCEN IM PROJEKT" TO LOG-TEXT
                    PERFORM SCHREIBE-WARNUNG
                    GO TO ANF080
           END-IF.

           PERFORM  LESEN-LIEFERPFAD.

      * LIEFERBIBLIOTHEK UND MANIFEST ANLEGEN
           PERFORM  ANLEGEN-LIEFERUNG.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    MOVE "LIEFERBIBLIOTHEK NICHT ANLEGBAR" TO LOG-TEXT
                    PERFORM SCHREIBE-WARNUNG
                    GO TO ANF080
           END-IF.

      * ALLE MITGLIEDER DES PROJEKTS LIEFERN
           PERFORM  LIEFERE-MITGLIEDER.

           CLOSE    PTMPLFM-DP.
           INITIALIZE DELOVR-REC.
           MOVE     "PTMPLFM" TO FROMFILE OF DELOVR-REC.
           CALL     "CLP0012" USING DELOVR-REC
           END-CALL.

      * SICHERUNGSDATEI UND MANIFEST INS IFS STELLEN
           PERFORM  ERSTELLE-PAKET.

      * LIEFERBIBLIOTHEK WIEDER ENTFERNEN
           PERFORM  LOESCHE-LIEFERBIBLIOTHEK.

      * LIEFERUNG IM PROJEKT PROTOKOLLIEREN
           PERFORM  SCHREIBE-LIEFERUNG.

           IF       ANZ-FEHLER > ZEROES
                    MOVE "1" TO X-RETCODE
           END-IF.

       ANF080.
           CLOSE    PPRJMBR-DP
                    PCMPPRM-DP
                    PCMPHIS-DP
                    PSEUHST-DP
                    PPRJLIF-DP
                    PPRJLFP-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * SOURCEN DES PROJEKTS ZAEHLEN
      *--------------------------------------------------------------
       ZAEHLE-MITGLIEDER SECTION.
       ZAE-MBR-00.

           INITIALIZE PPRJMBRF OF PPRJMBR-P.
           START    PPRJMBR-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-MBR-90
           END-IF.

       ZAE-MBR-20.
           READ     PPRJMBR-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-MBR-90
           END-IF.

           IF       COPROJ OF PPRJMBR-P NOT = X-PROJEKT
                    GO TO ZAE-MBR-20
           END-IF.
           IF       X-TEILPROJEKT       NOT = TPRJ-LEER
            AND     COTPRJ OF PPRJMBR-P NOT = X-TEILPROJEKT
                    GO TO ZAE-MBR-20
           END-IF.

           ADD      1 TO ANZ-MITGLIEDER.

           GO TO    ZAE-MBR-20.

       ZAE-MBR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LIEFERVERZEICHNIS AUS PCONFIG P120/LIEFPFAD LESEN
      *--------------------------------------------------------------
       LESEN-LIEFERPFAD SECTION.
       LES-PFA-00.

           MOVE     "/EUPPROV2/PROTMPV2/LIEFERUNG/" TO LIEF-PFAD.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "P120"        TO CFID  OF CFG-CPY.
           MOVE     "LIEFPFAD"    TO CFKEY OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY NOT = ZEROES
            AND     CFTXT1 OF CFG-CPY NOT = SPACES
                    MOVE CFTXT1 OF CFG-CPY TO LIEF-PFAD
           END-IF.

       LES-PFA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LIEFERNUMMER ZIEHEN, LIEFERBIBLIOTHEK APGLNNNNNN UND DAS
      * MANIFEST DARIN ANLEGEN
      *--------------------------------------------------------------
       ANLEGEN-LIEFERUNG SECTION.
       ANL-LIE-00.

           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PPRJLIF" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK  TO LIEF-LFDN.
           MOVE     LIEF-LFDN TO LIEF-NUM.

           INITIALIZE LIEF-LIB.
           STRING   "APGL"               DELIMITED BY SIZE
                    LIEF-NUM             DELIMITED BY SIZE
             INTO   LIEF-LIB
           END-STRING.

      * EINE ALTE BIBLIOTHEK GLEICHEN NAMENS VORHER ENTFERNEN
           INITIALIZE CHKOBJ-REC.
           MOVE     "QSYS"       TO LIB     OF CHKOBJ-REC.
           MOVE     LIEF-LIB     TO OBJ     OF CHKOBJ-REC.
           MOVE     "*LIB"       TO OBJTYPE OF CHKOBJ-REC.
           CALL     "CLP0004" USING CHKOBJ-REC
           END-CALL.
           IF       OBJ-EXIST OF CHKOBJ-REC NOT = ZEROES
                    PERFORM LOESCHE-LIEFERBIBLIOTHEK
           END-IF.

           INITIALIZE RET-CODE.
           INITIALIZE CMDEXC-REC.
           STRING   "CRTLIB LIB("        DELIMITED BY SIZE
                    LIEF-LIB             DELIMITED BY SPACES
                    ") TEXT('LIEFERUNG PROJEKT "
                                         DELIMITED BY SIZE
                    PROJEKT-NR           DELIMITED BY SIZE
                    " "                  DELIMITED BY SIZE
                    X-KUNDE              DELIMITED BY SPACES
                    "')"                 DELIMITED BY SIZE
             INTO   COMMAND OF CMDEXC-REC
           END-STRING.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    GO TO ANL-LIE-90
           END-IF.

      * MANIFEST ALS FLACHE DATEI IN DER LIEFERBIBLIOTHEK
           INITIALIZE RET-CODE.
           INITIALIZE CRTPF-REC.
           MOVE     LIEF-LIB        TO TOLIB    OF CRTPF-REC.
           MOVE     "PTMPLFM"       TO TOPGM    OF CRTPF-REC.
           MOVE     200             TO RECSIZE  OF CRTPF-REC.
           CALL     "CLP0031" USING CRTPF-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    GO TO ANL-LIE-90
           END-IF.

           INITIALIZE RET-CODE.
           INITIALIZE OVRDBF-REC.
           MOVE     "PTMPLFM"    TO FROMFILE OF OVRDBF-REC.
           MOVE     LIEF-LIB     TO TOLIB    OF OVRDBF-REC.
           MOVE     "PTMPLFM"    TO TOFILE   OF OVRDBF-REC.
           MOVE     SPACES       TO TOMBR    OF OVRDBF-REC.
           CALL     "CLP0011" USING OVRDBF-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    GO TO ANL-LIE-90
           END-IF.

           OPEN     OUTPUT PTMPLFM-DP.

      * KOPFZEILEN DES MANIFESTS
           MOVE     LIEF-LFDN TO SUMME-ED.
           INITIALIZE MANIFEST-ZEILE.
           STRING   "LIEFERUNG;"         DELIMITED BY SIZE
                    SUMME-ED             DELIMITED BY SIZE
                    ";PROJEKT;"          DELIMITED BY SIZE
                    PROJEKT-NR           DELIMITED BY SIZE
                    ";KUNDE;"            DELIMITED BY SIZE
                    X-KUNDE              DELIMITED BY SPACES
                    ";DATUM;"            DELIMITED BY SIZE
                    DATE-8               DELIMITED BY SIZE
                    ";"                  DELIMITED BY SIZE
                    TIME-6               DELIMITED BY SIZE
             INTO   MANIFEST-ZEILE
           END-STRING.
           PERFORM  SCHREIBE-MANIFEST.

           MOVE     "MITGLIED;DATEI;TYP;GEAENDERT;PRUEFSUMME;HERKUNFT"
                                         TO MANIFEST-ZEILE.
           PERFORM  SCHREIBE-MANIFEST.

       ANL-LIE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE SOURCEN DES PROJEKTS LIEFERN
      *--------------------------------------------------------------
       LIEFERE-MITGLIEDER SECTION.
       LIE-MBR-00.

           INITIALIZE PPRJMBRF OF PPRJMBR-P.
           START    PPRJMBR-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LIE-MBR-90
           END-IF.

       LIE-MBR-20.
           READ     PPRJMBR-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LIE-MBR-90
           END-IF.

           IF       COPROJ OF PPRJMBR-P NOT = X-PROJEKT
                    GO TO LIE-MBR-20
           END-IF.
           IF       X-TEILPROJEKT       NOT = TPRJ-LEER
            AND     COTPRJ OF PPRJMBR-P NOT = X-TEILPROJEKT
                    GO TO LIE-MBR-20
           END-IF.

           PERFORM  ERMITTLE-STAND.
           PERFORM  LIEFERE-EIN-MITGLIED.

           GO TO    LIE-MBR-20.

       LIE-MBR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * UEBERNOMMENEN STAND DES MITGLIEDS ERMITTELN
      *--------------------------------------------------------------
       ERMITTLE-STAND SECTION.
       ERM-STD-00.

      * OHNE UEBERNAHME: DIE PROJEKTSOURCE SELBST
           MOVE     "Q"                  TO HERK-ART.
           MOVE     COSLIB OF PPRJMBR-P  TO HERK-LIB.
           MOVE     COSRCN OF PPRJMBR-P  TO HERK-FILE.
           MOVE     COSMBR OF PPRJMBR-P  TO HERK-MBR.
           MOVE     ZEROES               TO HERK-CMLF.

      * LETZTE NICHT ZURUECKGESETZTE UEBERNAHME DES MITGLIEDS
           MOVE     ZEROES TO CMP-LFDN.

           INITIALIZE PCMPPRMF OF PCMPPRM-P.
           MOVE     ZEROES TO PRLFDN OF PCMPPRM-P.
           START    PCMPPRM-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERM-STD-90
           END-IF.

       ERM-STD-20.
           READ     PCMPPRM-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERM-STD-30
           END-IF.

           IF       PRPGM  OF PCMPPRM-P NOT = COSMBR OF PPRJMBR-P
            OR      PRSTAT OF PCMPPRM-P     = "R"
                    GO TO ERM-STD-20
           END-IF.

           MOVE     PRCMLF OF PCMPPRM-P TO CMP-LFDN.

           GO TO    ERM-STD-20.

       ERM-STD-30.
           IF       CMP-LFDN = ZEROES
                    GO TO ERM-STD-90
           END-IF.

      * COMPILE-SOURCE UND ZEITPUNKT AUS PCMPHIS
           INITIALIZE PCMPHISF OF PCMPHIS-P.
           MOVE     CMP-LFDN TO CMLFDN OF PCMPHIS-P.
           READ     PCMPHIS-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERM-STD-90
           END-IF.

           MOVE     "P"                  TO HERK-ART.
           MOVE     CMSLIB OF PCMPHIS-P  TO HERK-LIB.
           MOVE     CMSFIL OF PCMPHIS-P  TO HERK-FILE.
           MOVE     CMSMBR OF PCMPHIS-P  TO HERK-MBR.
           MOVE     CMP-LFDN             TO HERK-CMLF.
           COMPUTE  CMP-ZEIT = CMADTA OF PCMPHIS-P * 1000000
                             + CMATIA OF PCMPHIS-P.

      * ERSTE SICHERUNG SEIT DEM COMPILE = UEBERNOMMENER STAND
           INITIALIZE PSEUHSTF OF PSEUHST-P.
           MOVE     ZEROES TO SHLFDN OF PSEUHST-P.
           START    PSEUHST-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERM-STD-90
           END-IF.

       ERM-STD-40.
           READ     PSEUHST-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERM-STD-90
           END-IF.

           IF       SHFLIB OF PSEUHST-P NOT = CMSLIB OF PCMPHIS-P
            OR      SHFRCN OF PSEUHST-P NOT = CMSFIL OF PCMPHIS-P
            OR      SHFMBR OF PSEUHST-P NOT = CMSMBR OF PCMPHIS-P
                    GO TO ERM-STD-40
           END-IF.

           COMPUTE  SICH-ZEIT = SHADTA OF PSEUHST-P * 1000000
                              + SHATIA OF PSEUHST-P.
           IF       SICH-ZEIT < CMP-ZEIT
                    GO TO ERM-STD-40
           END-IF.

      * DIE SICHERUNG MUSS NOCH VORHANDEN SEIN
           INITIALIZE CHKOBJ-REC.
           MOVE     SHTLIB OF PSEUHST-P  TO LIB     OF CHKOBJ-REC.
           MOVE     SHTRCN OF PSEUHST-P  TO OBJ     OF CHKOBJ-REC.
           MOVE     "*FILE"              TO OBJTYPE OF CHKOBJ-REC.
           MOVE     SHTMBR OF PSEUHST-P  TO MBR     OF CHKOBJ-REC.
           CALL     "CLP0004" USING CHKOBJ-REC
           END-CALL.
           IF       OBJ-EXIST OF CHKOBJ-REC NOT = ZEROES
                    MOVE "S"                 TO HERK-ART
                    MOVE SHTLIB OF PSEUHST-P TO HERK-LIB
                    MOVE SHTRCN OF PSEUHST-P TO HERK-FILE
                    MOVE SHTMBR OF PSEUHST-P TO HERK-MBR
           END-IF.

       ERM-STD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EIN MITGLIED IN DIE LIEFERBIBLIOTHEK KOPIEREN, PRUEFSUMME
      * BILDEN UND IN MANIFEST UND PPRJLFP FESTHALTEN
      *--------------------------------------------------------------
       LIEFERE-EIN-MITGLIED SECTION.
       LIE-EIN-00.

           MOVE     COSMBR OF PPRJMBR-P TO PROT-MBR.

      * DIE SOURCEDATEI EINMAL OHNE DATEN DUPLIZIEREN
           INITIALIZE CHKOBJ-REC.
           MOVE     LIEF-LIB             TO LIB     OF CHKOBJ-REC.
           MOVE     COSRCN OF PPRJMBR-P  TO OBJ     OF CHKOBJ-REC.
           MOVE     "*FILE"              TO OBJTYPE OF CHKOBJ-REC.
           CALL     "CLP0004" USING CHKOBJ-REC
           END-CALL.
           IF       OBJ-EXIST OF CHKOBJ-REC = ZEROES
                    INITIALIZE RET-CODE
                    INITIALIZE CMDEXC-REC
                    STRING "CRTDUPOBJ OBJ("  DELIMITED BY SIZE
                           COSRCN OF PPRJMBR-P
                                             DELIMITED BY SPACES
                           ") FROMLIB("      DELIMITED BY SIZE
                           COSLIB OF PPRJMBR-P
                                             DELIMITED BY SPACES
                           ") OBJTYPE(*FILE) TOLIB("
                                             DELIMITED BY SIZE
                           LIEF-LIB          DELIMITED BY SPACES
                           ") DATA(*NO)"     DELIMITED BY SIZE
                      INTO COMMAND OF CMDEXC-REC
                    END-STRING
                    CALL "CLP0057" USING CMDEXC-REC
                                         RET-CODE
                    END-CALL
                    IF   RET-CODE NOT = SPACES
                         ADD  1 TO ANZ-FEHLER
                         MOVE "SOURCEDATEI NICHT ANLEGBAR" TO LOG-TEXT
                         PERFORM SCHREIBE-WARNUNG
                         GO TO LIE-EIN-90
                    END-IF
           END-IF.

      * MITGLIED UNTER SEINEM PROJEKTNAMEN KOPIEREN
           INITIALIZE RET-CODE.
           INITIALIZE CMDEXC-REC.
           STRING   "CPYSRCF FROMFILE("  DELIMITED BY SIZE
                    HERK-LIB             DELIMITED BY SPACES
                    "/"                  DELIMITED BY SIZE
                    HERK-FILE            DELIMITED BY SPACES
                    ") TOFILE("          DELIMITED BY SIZE
                    LIEF-LIB             DELIMITED BY SPACES
                    "/"                  DELIMITED BY SIZE
                    COSRCN OF PPRJMBR-P  DELIMITED BY SPACES
                    ") FROMMBR("         DELIMITED BY SIZE
                    HERK-MBR             DELIMITED BY SPACES
                    ") TOMBR("           DELIMITED BY SIZE
                    COSMBR OF PPRJMBR-P  DELIMITED BY SPACES
                    ") MBROPT(*REPLACE)" DELIMITED BY SIZE
             INTO   COMMAND OF CMDEXC-REC
           END-STRING.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    ADD  1 TO ANZ-FEHLER
                    MOVE "MITGLIED NICHT KOPIERBAR (CPYSRCF)"
                      TO LOG-TEXT
                    PERFORM SCHREIBE-WARNUNG
                    GO TO LIE-EIN-90
           END-IF.

      * TYP UND LETZTE AENDERUNG DES UEBERNOMMENEN STANDS
           INITIALIZE MBR-TYP, MBR-DATUM, MBR-ZEIT.
           INITIALIZE RTVMBRD-REC.
           MOVE     HERK-LIB   TO OBJLIB   OF RTVMBRD-REC.
           MOVE     HERK-FILE  TO FILENAME OF RTVMBRD-REC.
           MOVE     HERK-MBR   TO MBRNAME  OF RTVMBRD-REC.
           CALL     "CLP0002" USING RTVMBRD-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE = SPACES
                    MOVE SRCTYPE OF RTVMBRD-REC TO MBR-TYP
                    MOVE CHGDATE OF RTVMBRD-REC(2:6)
                                                TO MBR-DATUM(3:)
                    MOVE CHGDATE OF RTVMBRD-REC(8:6)
                                                TO MBR-ZEIT
                    IF   MBR-DATUM NOT = ZEROES
                         IF   CHGDATE OF RTVMBRD-REC(1:1) = "1"
                              MOVE 20 TO MBR-DATUM(1:2)
                         ELSE
                              MOVE 19 TO MBR-DATUM(1:2)
                         END-IF
                    END-IF
           ELSE
                    MOVE COTYP OF PPRJMBR-P     TO MBR-TYP
                    MOVE CODTM OF PPRJMBR-P     TO MBR-DATUM
           END-IF.

      * PRUEFSUMME UEBER DIE GELIEFERTE SOURCE ALS TEXTDATEI
           INITIALIZE QSYS-PFAD.
           STRING   "/QSYS.LIB/"         DELIMITED BY SIZE
                    LIEF-LIB             DELIMITED BY SPACES
                    ".LIB/"              DELIMITED BY SIZE
                    COSRCN OF PPRJMBR-P  DELIMITED BY SPACES
                    ".FILE/"             DELIMITED BY SIZE
                    COSMBR OF PPRJMBR-P  DELIMITED BY SPACES
                    ".MBR"               DELIMITED BY SIZE
             INTO   QSYS-PFAD
           END-STRING.
           INITIALIZE STMF-PFAD.
           STRING   FUNCTION TRIM(LIEF-PFAD)        DELIMITED BY SIZE
                    LIEF-LIB                        DELIMITED BY SPACES
                    "_PRUEF.TXT"                    DELIMITED BY SIZE
             INTO   STMF-PFAD
           END-STRING.

           INITIALIZE RET-CODE.
           INITIALIZE CPYTOSTMF-REC.
           MOVE     QSYS-PFAD  TO FROMMBR OF CPYTOSTMF-REC.
           MOVE     STMF-PFAD  TO TOFILE  OF CPYTOSTMF-REC.
           MOVE     "1252"     TO CCSID   OF CPYTOSTMF-REC.
           MOVE     "*CRLF"    TO LINFMT  OF CPYTOSTMF-REC.
           MOVE     "*REPLACE" TO CPYMODE OF CPYTOSTMF-REC.
           CALL     "CLP0073" USING CPYTOSTMF-REC
                                    RET-CODE
           END-CALL.

           INITIALIZE SUMME-PFAD SUMME-WRK SUMME-RETCODE.
           MOVE     STMF-PFAD TO SUMME-PFAD.
           CALL     "XXP2024" USING SUMME-PFAD
                                    SUMME-WRK
                                    SUMME-RETCODE
           END-CALL.
           IF       RET-CODE      NOT = SPACES
            OR      SUMME-RETCODE NOT = SPACES
                    ADD  1 TO ANZ-FEHLER
                    MOVE "PRUEFSUMME NICHT ERMITTELBAR" TO LOG-TEXT
                    PERFORM SCHREIBE-WARNUNG
           END-IF.

           PERFORM  LOESCHE-STMF.

      * MANIFESTZEILE
           MOVE     MBR-DATUM TO DATUM-ED.
           MOVE     SUMME-WRK TO SUMME-ED.
           INITIALIZE MANIFEST-ZEILE.
           STRING   COSMBR OF PPRJMBR-P  DELIMITED BY SPACES
                    ";"                  DELIMITED BY SIZE
                    COSRCN OF PPRJMBR-P  DELIMITED BY SPACES
                    ";"                  DELIMITED BY SIZE
                    MBR-TYP              DELIMITED BY SPACES
                    ";"                  DELIMITED BY SIZE
                    DATUM-ED             DELIMITED BY SIZE
                    ";"                  DELIMITED BY SIZE
                    SUMME-ED             DELIMITED BY SIZE
                    ";"                  DELIMITED BY SIZE
                    HERK-ART             DELIMITED BY SIZE
             INTO   MANIFEST-ZEILE
           END-STRING.
           PERFORM  SCHREIBE-MANIFEST.

      * POSITION DER LIEFERUNG
           ADD      1 TO LIEF-POS.
           INITIALIZE PPRJLFPF OF PPRJLFP-P.
           MOVE     LIEF-LFDN            TO LPLFDN OF PPRJLFP-P.
           MOVE     LIEF-POS             TO LPPOS  OF PPRJLFP-P.
           MOVE     COSMBR OF PPRJMBR-P  TO LPMBR  OF PPRJLFP-P.
           MOVE     COSRCN OF PPRJMBR-P  TO LPFILE OF PPRJLFP-P.
           MOVE     COSLIB OF PPRJMBR-P  TO LPSLIB OF PPRJLFP-P.
           MOVE     COTPRJ OF PPRJMBR-P  TO LPTPRJ OF PPRJLFP-P.
           MOVE     MBR-TYP              TO LPTYP  OF PPRJLFP-P.
           MOVE     MBR-DATUM            TO LPDTM  OF PPRJLFP-P.
           MOVE     MBR-ZEIT             TO LPTIM  OF PPRJLFP-P.
           MOVE     SUMME-WRK            TO LPSUM  OF PPRJLFP-P.
           MOVE     HERK-ART             TO LPHERK OF PPRJLFP-P.
           MOVE     HERK-LIB             TO LPOLIB OF PPRJLFP-P.
           MOVE     HERK-FILE            TO LPOFIL OF PPRJLFP-P.
           MOVE     HERK-MBR             TO LPOMBR OF PPRJLFP-P.
           MOVE     HERK-CMLF            TO LPCMLF OF PPRJLFP-P.
           WRITE    PPRJLFP-P.

       LIE-EIN-90.
           MOVE     SPACES TO PROT-MBR.
           EXIT.
      /
      *--------------------------------------------------------------
      * LIEFERBIBLIOTHEK IN EINE SICHERUNGSDATEI STELLEN UND DIESE
      * SOWIE DAS MANIFEST INS IFS KOPIEREN
      *--------------------------------------------------------------
       ERSTELLE-PAKET SECTION.
       ERS-PAK-00.

      * MANIFEST ALS TEXTDATEI
           INITIALIZE QSYS-PFAD.
           STRING   "/QSYS.LIB/"         DELIMITED BY SIZE
                    LIEF-LIB             DELIMITED BY SPACES
                    ".LIB/PTMPLFM.FILE/PTMPLFM.MBR"
                                         DELIMITED BY SIZE
             INTO   QSYS-PFAD
           END-STRING.
           INITIALIZE STMF-PFAD.
           STRING   FUNCTION TRIM(LIEF-PFAD)        DELIMITED BY SIZE
                    LIEF-LIB                        DELIMITED BY SPACES
                    "_MANIFEST.TXT"                 DELIMITED BY SIZE
             INTO   STMF-PFAD
           END-STRING.

           INITIALIZE RET-CODE.
           INITIALIZE CPYTOSTMF-REC.
           MOVE     QSYS-PFAD  TO FROMMBR OF CPYTOSTMF-REC.
           MOVE     STMF-PFAD  TO TOFILE  OF CPYTOSTMF-REC.
           MOVE     "1252"     TO CCSID   OF CPYTOSTMF-REC.
           MOVE     "*CRLF"    TO LINFMT  OF CPYTOSTMF-REC.
           MOVE     "*REPLACE" TO CPYMODE OF CPYTOSTMF-REC.
           CALL     "CLP0073" USING CPYTOSTMF-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    ADD  1 TO ANZ-FEHLER
                    MOVE "MANIFEST NICHT INS IFS KOPIERBAR" TO LOG-TEXT
                    PERFORM SCHREIBE-WARNUNG
           END-IF.

      * SICHERUNGSDATEI IN QTEMP, NAME = LIEFERBIBLIOTHEK
           INITIALIZE DLTF-REC.
           MOVE     LIEF-LIB   TO FILENAME OF DLTF-REC.
           MOVE     "QTEMP"    TO LIBNAME  OF DLTF-REC.
           CALL     "CLP0044" USING DLTF-REC
                                    RET-CODE
           END-CALL.

           INITIALIZE RET-CODE.
           INITIALIZE CMDEXC-REC.
           STRING   "CRTSAVF FILE(QTEMP/" DELIMITED BY SIZE
                    LIEF-LIB             DELIMITED BY SPACES
                    ")"                  DELIMITED BY SIZE
             INTO   COMMAND OF CMDEXC-REC
           END-STRING.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    GO TO ERS-PAK-80
           END-IF.

           INITIALIZE RET-CODE.
           INITIALIZE CMDEXC-REC.
           STRING   "SAVLIB LIB("        DELIMITED BY SIZE
                    LIEF-LIB             DELIMITED BY SPACES
                    ") DEV(*SAVF) SAVF(QTEMP/"
                                         DELIMITED BY SIZE
                    LIEF-LIB             DELIMITED BY SPACES
                    ") TGTRLS(*CURRENT)" DELIMITED BY SIZE
             INTO   COMMAND OF CMDEXC-REC
           END-STRING.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    GO TO ERS-PAK-80
           END-IF.

      * SICHERUNGSDATEI BINAER INS IFS
           INITIALIZE STMF-PFAD.
           STRING   FUNCTION TRIM(LIEF-PFAD)        DELIMITED BY SIZE
                    LIEF-LIB                        DELIMITED BY SPACES
                    ".SAVF"                         DELIMITED BY SIZE
             INTO   STMF-PFAD
           END-STRING.

           INITIALIZE RET-CODE.
           INITIALIZE CMDEXC-REC.
           STRING   "CPYTOSTMF FROMMBR('/QSYS.LIB/QTEMP.LIB/"
                                                    DELIMITED BY SIZE
                    LIEF-LIB                        DELIMITED BY SPACES
                    ".FILE') TOSTMF('"              DELIMITED BY SIZE
                    FUNCTION TRIM(STMF-PFAD)        DELIMITED BY SIZE
                    "') STMFOPT(*REPLACE)"          DELIMITED BY SIZE
             INTO   COMMAND OF CMDEXC-REC
           END-STRING.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    GO TO ERS-PAK-80
           END-IF.

      * PRUEFSUMME DES PAKETS FUER DAS PROTOKOLL
           INITIALIZE SUMME-PFAD SUMME-WRK SUMME-RETCODE.
           MOVE     STMF-PFAD TO SUMME-PFAD.
           CALL     "XXP2024" USING SUMME-PFAD
                                    SUMME-WRK
                                    SUMME-RETCODE
           END-CALL.
           IF       SUMME-RETCODE = SPACES
                    MOVE SUMME-WRK TO SAVF-SUMME
           END-IF.

           INITIALIZE DLTF-REC.
           MOVE     LIEF-LIB   TO FILENAME OF DLTF-REC.
           MOVE     "QTEMP"    TO LIBNAME  OF DLTF-REC.
           CALL     "CLP0044" USING DLTF-REC
                                    RET-CODE
           END-CALL.

           GO TO    ERS-PAK-90.

       ERS-PAK-80.
           ADD      1 TO ANZ-FEHLER.
           MOVE     "SICHERUNGSDATEI NICHT ERSTELLT" TO LOG-TEXT.
           PERFORM  SCHREIBE-WARNUNG.

       ERS-PAK-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HILFSDATEI FUER DIE PRUEFSUMME IM IFS ENTFERNEN
      *--------------------------------------------------------------
       LOESCHE-STMF SECTION.
       LOE-STM-00.

           INITIALIZE RET-CODE.
           INITIALIZE CMDEXC-REC.
           STRING   "RMVLNK OBJLNK('"               DELIMITED BY SIZE
                    FUNCTION TRIM(STMF-PFAD)        DELIMITED BY SIZE
                    "')"                            DELIMITED BY SIZE
             INTO   COMMAND OF CMDEXC-REC
           END-STRING.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.

       LOE-STM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LIEFERBIBLIOTHEK LOESCHEN
      *--------------------------------------------------------------
       LOESCHE-LIEFERBIBLIOTHEK SECTION.
       LOE-LIB-00.

           INITIALIZE RET-CODE.
           INITIALIZE CMDEXC-REC.
           STRING   "DLTLIB LIB("        DELIMITED BY SIZE
                    LIEF-LIB             DELIMITED BY SPACES
                    ")"                  DELIMITED BY SIZE
             INTO   COMMAND OF CMDEXC-REC
           END-STRING.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.

       LOE-LIB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LIEFERUNG IN PPRJLIF FESTHALTEN UND PROTOKOLLIEREN
      *--------------------------------------------------------------
       SCHREIBE-LIEFERUNG SECTION.
       SCH-LIE-00.

           IF       ANZ-FEHLER = ZEROES
                    MOVE "O" TO LIEF-STATUS
           ELSE
                    MOVE "F" TO LIEF-STATUS
           END-IF.

           INITIALIZE PPRJLIFF OF PPRJLIF-P.
           MOVE     LIEF-LFDN            TO LFLFDN OF PPRJLIF-P.
           MOVE     X-PROJEKT            TO LFPROJ OF PPRJLIF-P.
           MOVE     X-TEILPROJEKT        TO LFTPRJ OF PPRJLIF-P.
           MOVE     PROJEKT-NR           TO LFPRN  OF PPRJLIF-P.
           MOVE     X-KUNDE              TO LFKUND OF PPRJLIF-P.
           MOVE     LIEF-LIB             TO LFLIB  OF PPRJLIF-P.
           MOVE     LIEF-PFAD            TO LFPFAD OF PPRJLIF-P.
           MOVE     LIEF-POS             TO LFANZ  OF PPRJLIF-P.
           MOVE     SAVF-SUMME           TO LFSUM  OF PPRJLIF-P.
           MOVE     LIEF-STATUS          TO LFSTS  OF PPRJLIF-P.
           MOVE     T-USER               TO LFAUSR OF PPRJLIF-P.
           MOVE     T-TERM               TO LFABS  OF PPRJLIF-P.
           MOVE     PGM-WRK              TO LFAPGM OF PPRJLIF-P.
           MOVE     DATE-8               TO LFADTA OF PPRJLIF-P.
           MOVE     TIME-6               TO LFATIA OF PPRJLIF-P.
           WRITE    PPRJLIF-P.

           MOVE     LIEF-POS TO ANZ-ED.
           INITIALIZE LOG-TEXT.
           STRING   "GELIEFERT AN "      DELIMITED BY SIZE
                    X-KUNDE              DELIMITED BY SPACES
                    ": "                 DELIMITED BY SIZE
                    ANZ-ED               DELIMITED BY SIZE
                    " MITGLIEDER IN "    DELIMITED BY SIZE
                    LIEF-LIB             DELIMITED BY SPACES
                    ".SAVF"              DELIMITED BY SIZE
             INTO   LOG-TEXT
           END-STRING.
           IF       ANZ-FEHLER = ZEROES
                    PERFORM SCHREIBE-INFO
           ELSE
                    PERFORM SCHREIBE-WARNUNG
           END-IF.

       SCH-LIE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE ZEILE INS MANIFEST SCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-MANIFEST SECTION.
       SCH-MAN-00.

           INITIALIZE PTMPLFMF OF PTMPLFM-P.
           MOVE     MANIFEST-ZEILE TO LFMREC OF PTMPLFM-P.
           WRITE    PTMPLFM-P.

       SCH-MAN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PROTOKOLL UEBER CFP0019: INFO BZW. WARNUNG
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

           MOVE     "PPRJLIF"  TO STFILE OF LOG-CPY.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "PROJEKT "                DELIMITED BY SIZE
                    PROJEKT-NR                DELIMITED BY SIZE
                    " "                       DELIMITED BY SIZE
                    PROT-MBR                  DELIMITED BY SPACES
                    ": "                      DELIMITED BY SIZE
                    LOG-TEXT                  DELIMITED BY "  "
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       SCH-PRO-90.
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
