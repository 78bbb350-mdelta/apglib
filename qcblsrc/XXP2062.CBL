       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP2062.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * ERINNERUNG AN ANSTEHENDE LIZENZVERLAENGERUNGEN (PLIZENZ)      *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LAEUFT TAEGLICH PER JOBPLANUNG. FUER JEDES   *
      *                  PRODUKT AUS PLIZENZ, DESSEN VERLAENGERUNG    *
      *                  (LZERNE) IN DEN NAECHSTEN PCONFIG            *
      *                  LIZENZ/VORLAUF CFIN01 TAGEN (STANDARD 60)    *
      *                  ANSTEHT, WIRD DER VERANTWORTLICHE (LZVERA)   *
      *                  UEBER DEN VERTEILER XXP2010 (EREIGNISTYP     *
      *                  "LIZENZ", STANDARDKANAL "T") EINMALIG        *
      *                  ERINNERT (LZERIN HAELT DEN ERINNERUNGSTAG,   *
      *                  XXP2059 SETZT IHN BEI NEUEM DATUM ZURUECK).  *
      *                  DIE NACHRICHT NENNT GEKAUFTE UND BELEGTE     *
      *                  PLAETZE SOWIE DIE JAHRESKOSTEN. IST DER      *
      *                  VERANTWORTLICHE KEIN AKTIVER MITARBEITER     *
      *                  MEHR (PPERSON), ENTSTEHT EIN WARN-EINTRAG    *
      *                  IM PROTOKOLL.                                *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    AKTIV-KENNZEICHEN DES VERANTWORTLICHEN UEBER *
      *                  PERSONENSTAMM (CFP9022) STATT PCONFIG H050   *
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
      * PLIZENZ: LZPROD (LIZENZKATALOG)
      *-------------------------------------------------------------
           SELECT PLIZENZ-DP
                  ASSIGN       TO  DATABASE-PLIZENZ
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PLIZSEAT: LSPROD, LSUSER (VERGEBENE PLAETZE)
      *-------------------------------------------------------------
           SELECT PLIZSEAT-DP
                  ASSIGN       TO  DATABASE-PLIZSEAT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PLIZENZ: LZPROD
       FD  PLIZENZ-DP
           LABEL RECORDS ARE STANDARD.
       01  PLIZENZ-P.
           COPY DDS-ALL-FORMATS OF PLIZENZ.
      /
      *--- PLIZSEAT: LSPROD, LSUSER
       FD  PLIZSEAT-DP
           LABEL RECORDS ARE STANDARD.
       01  PLIZSEAT-P.
           COPY DDS-ALL-FORMATS OF PLIZSEAT.
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

       01  PGM-WRK                       PIC X(10) VALUE "XXP2062".
       01  PGM-TYP                       PIC X(8)  VALUE "BATCH".

      * PERSONENSTAMM (CFP9022)
       01  PERSON-REC                    TYPE PERSON-TYPE.

      * PARAMETER FUER DEN VERTEILER XXP2010
       01  NOT-MODUS                     PIC X(1).
       01  NOT-EVTTYP                    PIC X(10).
       01  NOT-USER                      PIC X(10).
       01  NOT-BETREFF                   PIC X(50).
       01  NOT-TEXT                      PIC X(256).
       01  NOT-STDKAN                    PIC X(1).
       01  NOT-KANAL                     PIC X(1).

      * VORLAUF DER ERINNERUNG IN TAGEN
       01  VORLAUF-TAGE                  PIC 9(3).
       01  GRENZ-DATUM                   PIC 9(8).

      * AKTUELLES PRODUKT
       01  SAV-PROD                      PIC X(10).
       01  ANZ-BELEGT                    PIC 9(4).
       01  PLAETZE-TXT                   PIC Z(3)9.
       01  BELEGT-TXT                    PIC Z(3)9.
       01  KOSTEN-TXT                    PIC Z(6)9,99.

      * ZAEHLER
       01  ANZ-ERINNERT                  PIC 9(5)  VALUE ZEROES.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP2062" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

      * VORLAUF AUS DER KONFIGURATION
           MOVE     60 TO VORLAUF-TAGE.
           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "LIZENZ"    TO CFID  OF CFG-CPY.
           MOVE     "VORLAUF"   TO CFKEY OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY NOT = ZEROES
            AND     CFIN01 OF CFG-CPY > ZEROES
            AND     CFIN01 OF CFG-CPY < 1000
                    MOVE CFIN01 OF CFG-CPY TO VORLAUF-TAGE
           END-IF.

      * VERLAENGERUNGEN, DIE BIS ZU DIESEM TAG ANSTEHEN
           COMPUTE  GRENZ-DATUM = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(DATE-8) + VORLAUF-TAGE).

           OPEN     I-O   PLIZENZ-DP.
           OPEN     INPUT PLIZSEAT-DP.

           PERFORM  ERINNERE-VERLAENGERUNGEN.

           CLOSE    PLIZENZ-DP
                    PLIZSEAT-DP.

           IF       ANZ-ERINNERT > ZEROES
                    INITIALIZE PCFGSTSF OF LOG-CPY
                    MOVE "PLIZENZ" TO STFILE OF LOG-CPY
                    MOVE "INFO"    TO STKEY  OF LOG-CPY
                    INITIALIZE STSTS OF LOG-CPY
                    STRING "LIZENZVERLAENGERUNG: "  DELIMITED BY SIZE
                           ANZ-ERINNERT             DELIMITED BY SIZE
                           " ERINNERUNGEN"          DELIMITED BY SIZE
                      INTO STSTS OF LOG-CPY
                    END-STRING
                    PERFORM COPY-WRITE-LOG-CPY
           END-IF.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE PRODUKTE MIT ANSTEHENDER VERLAENGERUNG ERINNERN
      *--------------------------------------------------------------
       ERINNERE-VERLAENGERUNGEN SECTION.
       ERI-VER-00.

           INITIALIZE PLIZENZF OF PLIZENZ-P.
           MOVE     SPACES TO LZPROD OF PLIZENZ-P.
           START    PLIZENZ-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERI-VER-90
           END-IF.

       ERI-VER-20.
           READ     PLIZENZ-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERI-VER-90
           END-IF.

      * NUR EINMAL ERINNERN, NUR INNERHALB DES VORLAUFS
           IF       LZERIN OF PLIZENZ-P NOT = ZEROES
            OR      LZERNE OF PLIZENZ-P < DATE-8
            OR      LZERNE OF PLIZENZ-P > GRENZ-DATUM
                    GO TO ERI-VER-20
           END-IF.

           MOVE     LZPROD OF PLIZENZ-P TO SAV-PROD.
           PERFORM  ERINNERE-EIN-PRODUKT.

      * LESEPOSITION HINTER DEM AKTUELLEN PRODUKT FORTSETZEN
           INITIALIZE PLIZENZF OF PLIZENZ-P.
           MOVE     SAV-PROD TO LZPROD OF PLIZENZ-P.
           START    PLIZENZ-DP KEY > EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERI-VER-90
           END-IF.

           GO TO    ERI-VER-20.

       ERI-VER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VERANTWORTLICHEN ERINNERN, ERINNERUNGSTAG SETZEN
      *--------------------------------------------------------------
       ERINNERE-EIN-PRODUKT SECTION.
       ERI-PRD-00.

           PERFORM  ZAEHLE-PLAETZE.

           MOVE     LZPLAE OF PLIZENZ-P TO PLAETZE-TXT.
           MOVE     ANZ-BELEGT          TO BELEGT-TXT.
           MOVE     LZKOST OF PLIZENZ-P TO KOSTEN-TXT.

           INITIALIZE NOT-BETREFF.
           STRING   "LIZENZ-VERLAENGERUNG: "     DELIMITED BY SIZE
                    SAV-PROD                    DELIMITED BY SPACES
             INTO   NOT-BETREFF
           END-STRING.
           INITIALIZE NOT-TEXT.
           STRING   "DIE LIZENZ "                DELIMITED BY SIZE
                    FUNCTION TRIM(LZTEXT OF PLIZENZ-P)
                                                 DELIMITED BY SIZE
                    " IST ZU VERLAENGERN BIS "   DELIMITED BY SIZE
                    LZERNE OF PLIZENZ-P          DELIMITED BY SIZE
                    ". PLAETZE GEKAUFT "         DELIMITED BY SIZE
                    FUNCTION TRIM(PLAETZE-TXT)   DELIMITED BY SIZE
                    ", BELEGT "                  DELIMITED BY SIZE
                    FUNCTION TRIM(BELEGT-TXT)    DELIMITED BY SIZE
                    ", KOSTEN "                  DELIMITED BY SIZE
                    FUNCTION TRIM(KOSTEN-TXT)    DELIMITED BY SIZE
                    " EUR. PLAETZE PRUEFEN (XXP2059/XXP2061)."
                                                 DELIMITED BY SIZE
             INTO   NOT-TEXT
           END-STRING.

      * DER VERANTWORTLICHE MUSS NOCH AKTIV SEIN
           INITIALIZE PERSON-REC.
           MOVE     "L"                 TO PN-MODUS OF PERSON-REC.
           MOVE     LZVERA OF PLIZENZ-P TO PN-USER  OF PERSON-REC.
           CALL     "CFP9022" USING PERSON-REC
           END-CALL.
           IF       PN-RET   OF PERSON-REC NOT = SPACES
            OR      PN-AKTIV OF PERSON-REC = ZEROES
                    INITIALIZE PCFGSTSF OF LOG-CPY
                    MOVE "PLIZENZ"  TO STFILE OF LOG-CPY
                    MOVE "WARN"     TO STKEY  OF LOG-CPY
                    INITIALIZE STSTS OF LOG-CPY
                    STRING SAV-PROD                DELIMITED BY SPACES
                           ": VERANTWORTLICHER "   DELIMITED BY SIZE
                           LZVERA OF PLIZENZ-P     DELIMITED BY SPACES
                           " NICHT AKTIV"          DELIMITED BY SIZE
                      INTO STSTS OF LOG-CPY
                    END-STRING
                    PERFORM COPY-WRITE-LOG-CPY
                    GO TO ERI-PRD-90
           END-IF.

           MOVE     LZVERA OF PLIZENZ-P TO NOT-USER.
           PERFORM  SENDEN-ERINNERUNG.
           ADD      1 TO ANZ-ERINNERT.

      * ERINNERUNGSTAG FORTSCHREIBEN
           INITIALIZE PLIZENZF OF PLIZENZ-P.
           MOVE     SAV-PROD TO LZPROD OF PLIZENZ-P.
           READ     PLIZENZ-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERI-PRD-90
           END-IF.
           MOVE     DATE-8  TO LZERIN OF PLIZENZ-P.
           MOVE     T-USER  TO LZMSER OF PLIZENZ-P.
           MOVE     PGM-WRK TO LZMPGM OF PLIZENZ-P.
           MOVE     DATE-8  TO LZMDTA OF PLIZENZ-P.
           MOVE     TIME-6  TO LZMTIA OF PLIZENZ-P.
           REWRITE  PLIZENZ-P.

       ERI-PRD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VERGEBENE PLAETZE DES AKTUELLEN PRODUKTS ZAEHLEN
      *--------------------------------------------------------------
       ZAEHLE-PLAETZE SECTION.
       ZAE-PLA-00.

           MOVE     ZEROES TO ANZ-BELEGT.

           INITIALIZE PLIZSEATF OF PLIZSEAT-P.
           MOVE     SAV-PROD TO LSPROD OF PLIZSEAT-P.
           MOVE     SPACES   TO LSUSER OF PLIZSEAT-P.
           START    PLIZSEAT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-PLA-90
           END-IF.

       ZAE-PLA-20.
           READ     PLIZSEAT-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      LSPROD OF PLIZSEAT-P NOT = SAV-PROD
                    GO TO ZAE-PLA-90
           END-IF.

           ADD      1 TO ANZ-BELEGT.

           GO TO    ZAE-PLA-20.

       ZAE-PLA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ERINNERUNG AN NOT-USER UEBER DEN ZENTRALEN VERTEILER
      *--------------------------------------------------------------
       SENDEN-ERINNERUNG SECTION.
       SND-ERI-00.

           MOVE     "S"          TO NOT-MODUS.
           MOVE     "LIZENZ"     TO NOT-EVTTYP.
           MOVE     "T"          TO NOT-STDKAN.
           MOVE     SPACES       TO NOT-KANAL.
           CALL     "XXP2010" USING NOT-MODUS
                                    NOT-EVTTYP
                                    NOT-USER
                                    NOT-BETREFF
                                    NOT-TEXT
                                    NOT-STDKAN
                                    NOT-KANAL
           END-CALL.

       SND-ERI-90.
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
