       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0255.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * MONATSABRECHNUNG KANTINE UEBER DEN LOHNABZUG                  *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  RECHNET FUER X-JAHR/X-MONAT JEDE GEGESSENE   *
      *                  VORBESTELLUNG (PFOODVOR, FVSTAT = "B") MIT   *
      *                  DEM MITARBEITERANTEIL AB. VOM                *
      *                  ABWESENHEITSSTORNO (XXP2019) ODER VOM USER   *
      *                  STORNIERTE WAHLEN ("S") BLEIBEN FREI. DER    *
      *                  PREIS KOMMT AUS DEM KANTINENEINTRAG          *
      *                  (PFOODPUB/FPMAAN), IST DORT NICHTS           *
      *                  GEPFLEGT, GILT DER STANDARD AUS PCONFIG      *
      *                  E110/PREIS (CFIN01 IN CENT). JE USER WIRD    *
      *                  EINE AUFSTELLUNG GEDRUCKT (XXF0255 UEBER     *
      *                  XXP2030) UND DIE ABZUGSSUMME IN PKANABR      *
      *                  FESTGEHALTEN - VON DORT UEBERNIMMT SIE DER   *
      *                  LOHNEXPORT XXP0080 ALS EIGENE LOHNART.       *
      *                  DER MONAT WIRD DANACH IN PCONFIG             *
      *                  E110/ABRECH/JJJJMM GESPERRT: XXP2018 UND     *
      *                  XXP2019 AENDERN KEINE VORBESTELLUNGEN DES    *
      *                  MONATS MEHR, EIN ZWEITER LAUF WIRD           *
      *                  ABGEWIESEN. NUR FUER ABGELAUFENE MONATE.     *
      *                  X-RET: SPACES = OK, "E" = ABGEWIESEN.        *
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
      * PCONFIG: CFID, CFKEY (E110 = KANTINENEINSTELLUNGEN)
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PFOODVOR: FVUSER, FVDATUM (VORBESTELLUNGEN)
      *-------------------------------------------------------------
           SELECT PFOODVOR-DP
                  ASSIGN       TO  DATABASE-PFOODVOR
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PFOODPUB: FPLFDN (KANTINENEINTRAEGE)
      *-------------------------------------------------------------
           SELECT PFOODPUB-DP
                  ASSIGN       TO  DATABASE-PFOODPUB
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKANABR: KAJAHR, KAMONAT, KAUSER (ABRECHNUNG JE MONAT)
      *-------------------------------------------------------------
           SELECT PKANABR-DP
                  ASSIGN       TO  DATABASE-PKANABR
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *    PRINTERFILE FUER DIE AUFSTELLUNG JE USER
      *-------------------------------------------------------------
           SELECT XXDRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0255
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
      *--- PFOODVOR: FVUSER, FVDATUM
       FD  PFOODVOR-DP
           LABEL RECORDS ARE STANDARD.
       01  PFOODVOR-P.
           COPY DDS-ALL-FORMATS OF PFOODVOR.
      /
      *--- PFOODPUB: FPLFDN
       FD  PFOODPUB-DP
           LABEL RECORDS ARE STANDARD.
       01  PFOODPUB-P.
           COPY DDS-ALL-FORMATS OF MAT-PFOODPUB.
      /
      *--- PKANABR: KAJAHR, KAMONAT, KAUSER
       FD  PKANABR-DP
           LABEL RECORDS ARE STANDARD.
       01  PKANABR-P.
           COPY DDS-ALL-FORMATS OF PKANABR.
      /
      *------DRUCKAUSGABE----
       FD  XXDRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  XXDRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0255.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0255".
       01  PGM-TYP                       PIC X(8)  VALUE "KANTINE".

      * PARAMETER FUER DIE AUSGABEDREHSCHEIBE XXP2030
       01  HUB-AKTION                    PIC X(1).
       01  HUB-PRTF                      PIC X(10).
       01  HUB-USER                      PIC X(10).
       01  HUB-OUTQ                      PIC X(10).

      * PERIODE UND ZEITRAUM DES MONATS
       01  ABR-PERIODE                   PIC 9(6).
       01  MONAT-VON                     PIC 9(8).
       01  MONAT-BIS                     PIC 9(8).

      * STANDARDPREIS IN CENT (PCONFIG E110/PREIS) UND IN EURO
       01  PREIS-CENT                    PIC 9(5).
       01  PREIS-STD                     PIC S9(5)V99.
       01  PREIS-ESSEN                   PIC S9(5)V99.

      * MONAT SCHON ABGERECHNET?
       01  ABR-DA                        PIC 9(1).

      * SUMMEN DES AKTUELLEN USERS
       01  USER-AKT                      LIKE FVUSER OF PFOODVOR-P.
       01  USER-ANZ                      PIC 9(3).
       01  USER-BETRAG                   PIC S9(7)V99.

      * GESAMTSUMMEN DES LAUFS
       01  ANZ-USER                      PIC 9(5).
       01  ANZ-ESSEN                     PIC 9(7).
       01  SUM-BETRAG                    PIC S9(9)V99.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-JAHR                        PIC 9(4).
       01  X-MONAT                       PIC 9(2).
      * AUSGABEWARTESCHLANGE, SPACES = PRT01
       01  X-OUTQ                        PIC X(10).
      * SPACES = OK, "E" = ABGEWIESEN
       01  X-RET                         PIC X(1).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-JAHR
                                X-MONAT
                                X-OUTQ
                                X-RET.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0255" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     "E" TO X-RET.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           IF       X-JAHR  = ZEROES
            OR      X-MONAT = ZEROES
                    GO TO ENDE
           END-IF.
           COMPUTE  ABR-PERIODE = X-JAHR * 100 + X-MONAT.
           COMPUTE  MONAT-VON = X-JAHR * 10000 + X-MONAT * 100 + 1.
           COMPUTE  MONAT-BIS = X-JAHR * 10000 + X-MONAT * 100 + 31.

           PERFORM  COPY-GET-TIME.

      * NUR ABGELAUFENE MONATE WERDEN ABGERECHNET
           IF       MONAT-BIS NOT < DATE-8
                    INITIALIZE PCFGSTSF OF LOG-CPY
                    MOVE "PKANABR" TO STFILE OF LOG-CPY
                    MOVE "WARN"    TO STKEY  OF LOG-CPY
                    STRING "KANTINENABRECHNUNG " ABR-PERIODE
                           " ABGEWIESEN: MONAT NICHT ABGELAUFEN"
                           DELIMITED BY SIZE
                      INTO STSTS OF LOG-CPY
                    END-STRING
                    PERFORM COPY-WRITE-LOG-CPY
                    GO TO ENDE
           END-IF.

           OPEN     INPUT PFOODVOR-DP
                          PFOODPUB-DP.
           OPEN     I-O   PCONFIG-DP
                          PKANABR-DP.

      * EIN ZWEITER LAUF FUER DENSELBEN MONAT WIRD ABGEWIESEN
           PERFORM  PRUEFE-SPERRE.
           IF       ABR-DA = 1
                    INITIALIZE PCFGSTSF OF LOG-CPY
                    MOVE "PKANABR" TO STFILE OF LOG-CPY
                    MOVE "WARN"    TO STKEY  OF LOG-CPY
                    STRING "KANTINENABRECHNUNG " ABR-PERIODE
                           " ABGEWIESEN: MONAT SCHON ABGERECHNET"
                           DELIMITED BY SIZE
                      INTO STSTS OF LOG-CPY
                    END-STRING
                    PERFORM COPY-WRITE-LOG-CPY
                    GO TO ANF080
           END-IF.

      * STANDARDPREIS AUS DER KONFIGURATION
           PERFORM  LESE-STANDARDPREIS.

           INITIALIZE ANZ-USER, ANZ-ESSEN, SUM-BETRAG.

      * AUSGABEWEG UEBER DIE DREHSCHEIBE XXP2030 BESTIMMEN
           INITIALIZE RET-CODE.
           MOVE     "V"       TO HUB-AKTION.
           MOVE     "XXF0255" TO HUB-PRTF.
           MOVE     T-USER    TO HUB-USER.
           MOVE     X-OUTQ    TO HUB-OUTQ.
           CALL     "XXP2030" USING HUB-AKTION
                                    HUB-PRTF
                                    HUB-USER
                                    HUB-OUTQ
                                    RET-CODE
           END-CALL.

           OPEN     OUTPUT XXDRUCK-DAT.

      * VORBESTELLUNGEN DES MONATS JE USER ABRECHNEN
           PERFORM  VERARBEITE-BESTELLUNGEN.

           CLOSE    XXDRUCK-DAT.

      * ZUSTELLUNG UND JOURNAL UEBER DIE DREHSCHEIBE ABSCHLIESSEN
           INITIALIZE RET-CODE.
           MOVE     "N" TO HUB-AKTION.
           CALL     "XXP2030" USING HUB-AKTION
                                    HUB-PRTF
                                    HUB-USER
                                    HUB-OUTQ
                                    RET-CODE
           END-CALL.

      * MONAT GEGEN WEITERE AENDERUNGEN SPERREN
           PERFORM  SETZE-SPERRE.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PKANABR" TO STFILE OF LOG-CPY.
           MOVE     "INFO"    TO STKEY  OF LOG-CPY.
           STRING   "KANTINENABRECHNUNG " ABR-PERIODE ": "
                    ANZ-USER " USER, " ANZ-ESSEN " ESSEN"
                    DELIMITED BY SIZE
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

           MOVE     SPACES TO X-RET.

       ANF080.
           CLOSE    PCONFIG-DP
                    PFOODVOR-DP
                    PFOODPUB-DP
                    PKANABR-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * IST DER MONAT SCHON ABGERECHNET (PCONFIG E110/ABRECH/JJJJMM)?
      *--------------------------------------------------------------
       PRUEFE-SPERRE SECTION.
       PRF-SPE-00.

           MOVE     ZEROES TO ABR-DA.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "E110"      TO CFID   OF PCONFIG-P.
           MOVE     "ABRECH"    TO CFKEY  OF PCONFIG-P.
           MOVE     ABR-PERIODE TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE 1 TO ABR-DA
           END-IF.

       PRF-SPE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STANDARDPREIS AUS PCONFIG E110/PREIS LESEN (CFIN01 IN CENT)
      *--------------------------------------------------------------
       LESE-STANDARDPREIS SECTION.
       LES-PRS-00.

           MOVE     ZEROES TO PREIS-CENT.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "E110"   TO CFID   OF PCONFIG-P.
           MOVE     "PREIS"  TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES   TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES   TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES   TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE CFIN01 OF PCONFIG-P TO PREIS-CENT
           END-IF.

           COMPUTE  PREIS-STD = PREIS-CENT / 100.

       LES-PRS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE VORBESTELLUNGEN LESEN, GEGESSENE DES MONATS JE USER
      * ABRECHNEN (SCHLUESSEL BEGINNT MIT FVUSER)
      *--------------------------------------------------------------
       VERARBEITE-BESTELLUNGEN SECTION.
       VER-BES-00.

           MOVE     SPACES TO USER-AKT.

           INITIALIZE PFOODVORF OF PFOODVOR-P.
           MOVE     SPACES TO FVUSER  OF PFOODVOR-P.
           MOVE     ZEROES TO FVDATUM OF PFOODVOR-P.
           START    PFOODVOR-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-BES-90
           END-IF.

       VER-BES-20.
           READ     PFOODVOR-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-BES-80
           END-IF.

      * NUR BESTELLTE WAHLEN DES MONATS, STORNIERTE BLEIBEN FREI
           IF       FVDATUM OF PFOODVOR-P < MONAT-VON
            OR      FVDATUM OF PFOODVOR-P > MONAT-BIS
            OR      FVSTAT  OF PFOODVOR-P NOT = "B"
                    GO TO VER-BES-20
           END-IF.

      * USERWECHSEL: VORIGEN USER ABSCHLIESSEN, NEUEN BEGINNEN
           IF       FVUSER OF PFOODVOR-P NOT = USER-AKT
                    IF   USER-AKT NOT = SPACES
                         PERFORM ABSCHLUSS-USER
                    END-IF
                    PERFORM BEGINN-USER
           END-IF.

           PERFORM  ABRECHNE-ESSEN.

           GO TO    VER-BES-20.

       VER-BES-80.
           IF       USER-AKT NOT = SPACES
                    PERFORM ABSCHLUSS-USER
           END-IF.

       VER-BES-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NEUEN USER BEGINNEN: KOPF DER AUFSTELLUNG
      *--------------------------------------------------------------
       BEGINN-USER SECTION.
       BEG-USR-00.

           MOVE     FVUSER OF PFOODVOR-P TO USER-AKT.
           INITIALIZE USER-ANZ, USER-BETRAG.

           INITIALIZE XXDRUCK-REC.
           MOVE     "KOPF"    TO DRART   OF XXDRUCK-REC.
           MOVE     USER-AKT  TO FVUSER  OF XXDRUCK-REC.
           MOVE     X-JAHR    TO DRJAHR  OF XXDRUCK-REC.
           MOVE     X-MONAT   TO DRMONAT OF XXDRUCK-REC.
           MOVE     DATE-8    TO DRDATUM OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

       BEG-USR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EIN ESSEN MIT DEM MITARBEITERANTEIL BEPREISEN UND DRUCKEN
      *--------------------------------------------------------------
       ABRECHNE-ESSEN SECTION.
       ABR-ESS-00.

           MOVE     PREIS-STD TO PREIS-ESSEN.

           INITIALIZE PFOODPUBF OF PFOODPUB-P.
           MOVE     FVLFDN OF PFOODVOR-P TO FPLFDN OF PFOODPUB-P.
           READ     PFOODPUB-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    INITIALIZE PFOODPUBF OF PFOODPUB-P
           END-IF.
           IF       FPMAAN OF PFOODPUB-P NOT = ZEROES
                    MOVE FPMAAN OF PFOODPUB-P TO PREIS-ESSEN
           END-IF.

           INITIALIZE XXDRUCK-REC.
           MOVE     "ZEILE"               TO DRART   OF XXDRUCK-REC.
           MOVE     FVDATUM OF PFOODVOR-P TO FVDATUM OF XXDRUCK-REC.
           MOVE     FPBEM1  OF PFOODPUB-P TO FPBEM1  OF XXDRUCK-REC.
           MOVE     PREIS-ESSEN           TO DRPREIS OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           ADD      1           TO USER-ANZ.
           ADD      PREIS-ESSEN TO USER-BETRAG.

       ABR-ESS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * USER ABSCHLIESSEN: SUMME DRUCKEN, ABZUG IN PKANABR FESTHALTEN
      *--------------------------------------------------------------
       ABSCHLUSS-USER SECTION.
       ABS-USR-00.

           INITIALIZE XXDRUCK-REC.
           MOVE     "SUMME"     TO DRART   OF XXDRUCK-REC.
           MOVE     USER-AKT    TO FVUSER  OF XXDRUCK-REC.
           MOVE     USER-ANZ    TO DRANZ   OF XXDRUCK-REC.
           MOVE     USER-BETRAG TO DRBETR  OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           INITIALIZE PKANABRF OF PKANABR-P.
           MOVE     X-JAHR      TO KAJAHR  OF PKANABR-P.
           MOVE     X-MONAT     TO KAMONAT OF PKANABR-P.
           MOVE     USER-AKT    TO KAUSER  OF PKANABR-P.
           MOVE     USER-ANZ    TO KAANZ   OF PKANABR-P.
           MOVE     USER-BETRAG TO KABETR  OF PKANABR-P.
           MOVE     T-USER      TO KAAUSR  OF PKANABR-P.
           MOVE     T-TERM      TO KAABS   OF PKANABR-P.
           MOVE     PGM-WRK     TO KAAPGM  OF PKANABR-P.
           MOVE     DATE-8      TO KAADTA  OF PKANABR-P.
           MOVE     TIME-6      TO KAATIA  OF PKANABR-P.
           WRITE    PKANABR-P.

           ADD      1           TO ANZ-USER.
           ADD      USER-ANZ    TO ANZ-ESSEN.
           ADD      USER-BETRAG TO SUM-BETRAG.

       ABS-USR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MONAT SPERREN: PCONFIG E110/ABRECH/JJJJMM ANLEGEN
      *--------------------------------------------------------------
       SETZE-SPERRE SECTION.
       SET-SPE-00.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "E110"      TO CFID   OF PCONFIG-P.
           MOVE     "ABRECH"    TO CFKEY  OF PCONFIG-P.
           MOVE     ABR-PERIODE TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY4 OF PCONFIG-P.
           MOVE     "MONAT ABGERECHNET" TO CFTXT1 OF PCONFIG-P.
           MOVE     T-USER      TO CFAUSR OF PCONFIG-P.
           MOVE     T-TERM      TO CFABS  OF PCONFIG-P.
           MOVE     PGM-WRK     TO CFAPGM OF PCONFIG-P.
           MOVE     DATE-8      TO CFADTA OF PCONFIG-P.
           MOVE     TIME-6      TO CFATIA OF PCONFIG-P.
           WRITE    PCONFIG-P.

       SET-SPE-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------

           COPY     GETTIME    OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-WRITE-LOG-CPY: SCHREIBEN EINES LOG-EINTRAGS
      *---------------------------------------------------------------

           COPY     LOGCPY     OF APG-QCPYSRC.
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
