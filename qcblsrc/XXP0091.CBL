       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0091.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * ENTGELTFORTZAHLUNG: SECHS-WOCHEN-ZAEHLER JE KRANKHEIT         *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LAEUFT TAEGLICH PER JOBPLANUNG (X-USER =     *
      *                  SPACES) UND NACH JEDER KRANKMELDUNG AUS      *
      *                  XXP0070 (NUR FUER DIESEN USER). JEDER        *
      *                  GENEHMIGTE KRANKHEITSTAG AUS PZEITABW        *
      *                  (AWART "K", AWSTAT "G"), DER NOCH KEINEM     *
      *                  ZAEHLER ZUGEORDNET IST (AWEFZNR = ZEROES),   *
      *                  WIRD EINEM ZAEHLER IN PZEITEFZ (JE USER UND  *
      *                  KRANKHEIT) ZUGEORDNET:                       *
      *                  - SCHLIESST DER TAG AN DEN LETZTEN           *
      *                    KRANKHEITSTAG AN (HOECHSTENS 3 KALENDER-   *
      *                    TAGE, Z.B. UEBER DAS WOCHENENDE), LAEUFT   *
      *                    DER ZAEHLER WEITER (EINHEIT DES            *
      *                    VERHINDERUNGSFALLS), DIE DAZWISCHEN        *
      *                    LIEGENDEN KALENDERTAGE ZAEHLEN MIT.        *
      *                  - SONST GILT EINE FOLGEBESCHEINIGUNG MIT     *
      *                    GLEICHEM GRUND (AWGRUND) ALS DIESELBE      *
      *                    KRANKHEIT (FORTSETZUNGSERKRANKUNG).        *
      *                  - EIN NEUER ZAEHLER BEGINNT BEI NEUER        *
      *                    KRANKHEIT, NACH 6 MONATEN OHNE DIESE       *
      *                    KRANKHEIT ODER 12 MONATE NACH DEM ERSTEN   *
      *                    TAG; DER ALTE ZAEHLER WIRD DANN            *
      *                    ABGESCHLOSSEN (EFSTAT "A").                *
      *                  ERREICHT EIN ZAEHLER TAG 35 BZW. TAG 42,     *
      *                  WIRD DIE PERSONALABTEILUNG (PCONFIG          *
      *                  BERICHT/PERSONAL, CFTXT1 = USER ODER         *
      *                  "*<TEAM>", SONST APG) EINMALIG UEBER DEN     *
      *                  VERTEILER XXP2010 INFORMIERT (EREIGNISTYP    *
      *                  "ENTGELTFZ"). AB TAG 42 STEHT IN EFKGDAT DER *
      *                  ERSTE TAG MIT KRANKENGELD DER KASSE; DIE     *
      *                  LAUFENDEN ZAEHLER GEHEN MONATLICH MIT DEM    *
      *                  LOHNEXPORT XXP0080 AN DIE LOHNBUCHHALTUNG.   *
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
      * PZEITABW: AWUSER, AWDATUM (ABWESENHEITEN)
      *-------------------------------------------------------------
           SELECT PZEITABW-DP
                  ASSIGN       TO  DATABASE-PZEITABW
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PZEITEFZ: EFUSER, EFLFDN (ENTGELTFORTZAHLUNG JE KRANKHEIT)
      *-------------------------------------------------------------
           SELECT PZEITEFZ-DP
                  ASSIGN       TO  DATABASE-PZEITEFZ
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCONFIG: CFID, CFKEY (BERICHT/PERSONAL = EMPFAENGER)
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PZEITABW: AWUSER, AWDATUM
       FD  PZEITABW-DP
           LABEL RECORDS ARE STANDARD.
       01  PZEITABW-P.
           COPY DDS-ALL-FORMATS OF PZEITABW.
      /
      *--- PZEITEFZ: EFUSER, EFLFDN
       FD  PZEITEFZ-DP
           LABEL RECORDS ARE STANDARD.
       01  PZEITEFZ-P.
           COPY DDS-ALL-FORMATS OF PZEITEFZ.
      /
      *--- PCONFIG: CFID, CFKEY
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0091".
       01  PGM-TYP                       PIC X(8)  VALUE "BATCH".

      * PARAMETER FUER DEN VERTEILER XXP2010
       01  NOT-MODUS                     PIC X(1).
       01  NOT-EVTTYP                    PIC X(10).
       01  NOT-USER                      PIC X(10).
       01  NOT-BETREFF                   PIC X(50).
       01  NOT-TEXT                      PIC X(256).
       01  NOT-STDKAN                    PIC X(1).
       01  NOT-KANAL                     PIC X(1).

      * GRENZEN DER ENTGELTFORTZAHLUNG IN KALENDERTAGEN
       01  EFZ-WARNTAG                   PIC 9(3)  VALUE 35.
       01  EFZ-ENDTAG                    PIC 9(3)  VALUE 42.
       01  EFZ-ANSCHLUSS                 PIC 9(3)  VALUE 3.

      * EMPFAENGER DER WARNUNGEN (PERSONALABTEILUNG)
       01  HR-USER                       PIC X(10).

      * ZU VERARBEITENDER KRANKHEITSTAG
       01  TAG-WRK                       PIC 9(8).
       01  GRUND-WRK                     PIC X(30).

      * JUENGSTER ZAEHLER UND ZAEHLER GLEICHER KRANKHEIT DES USERS
       01  LETZT-LFDN                    PIC 9(5).
       01  LETZT-DATUM                   PIC 9(8).
       01  GLEICH-LFDN                   PIC 9(5).
       01  GLEICH-DATUM                  PIC 9(8).
       01  MAX-LFDN                      PIC 9(5).

      * GEWAEHLTER ZAEHLER (ZEROES = NEUER ZAEHLER)
       01  ZAEHLER-LFDN                  PIC 9(5).

      * TAG SCHLIESST AN DEN LETZTEN KRANKHEITSTAG AN (1) ODER NICHT
       01  ANSCHLUSS-FALL                PIC 9(1).

      * TAGESRECHNUNG UEBER INTEGER-OF-DATE
       01  TAG-INT                       PIC 9(9).
       01  LETZT-INT                     PIC 9(9).
       01  ABSTAND-TAGE                  PIC S9(9).
       01  ALT-TAGE                      PIC 9(3).

      * FRISTEN FUER DEN NEUBEGINN (6 BZW. 12 MONATE) ZUM STICHTAG
       01  STICHTAG                      PIC 9(8).
       01  FRIST-ABGELAUFEN              PIC 9(1).
       01  FRIST-DATUM                   PIC 9(8).
       01  FRIST-RED REDEFINES FRIST-DATUM.
        05 FRIST-JAHR                    PIC 9(4).
        05 FRIST-MONAT                   PIC 9(2).
        05 FRIST-TAG                     PIC 9(2).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * SPACES = ALLE USER (NAECHTLICHER LAUF)
       01  X-USER                        PIC X(10).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-USER.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0091" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           PERFORM  COPY-GET-TIME.

           OPEN     I-O   PZEITABW-DP
                          PZEITEFZ-DP.
           OPEN     INPUT PCONFIG-DP.

      * EMPFAENGER DER WARNUNGEN ERMITTELN
           PERFORM  ERMITTLE-PERSONAL.

           PERFORM  VERARBEITE-KRANKTAGE.

      * IM NAECHTLICHEN LAUF ABGELAUFENE ZAEHLER ABSCHLIESSEN
           IF       X-USER = SPACES
                    PERFORM SCHLIESSE-ABGELAUFENE
           END-IF.

           CLOSE    PZEITABW-DP
                    PZEITEFZ-DP
                    PCONFIG-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * PERSONALABTEILUNG AUS PCONFIG BERICHT/PERSONAL, SONST APG
      *--------------------------------------------------------------
       ERMITTLE-PERSONAL SECTION.
       ERM-PER-00.

           MOVE     "APG" TO HR-USER.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "BERICHT"      TO CFID   OF PCONFIG-P.
           MOVE     "PERSONAL"     TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     CFTXT1 OF PCONFIG-P(1:10) NOT = SPACES
                    MOVE CFTXT1 OF PCONFIG-P(1:10) TO HR-USER
           END-IF.

       ERM-PER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE NOCH NICHT GEZAEHLTEN KRANKHEITSTAGE (USER, DATUM)
      *--------------------------------------------------------------
       VERARBEITE-KRANKTAGE SECTION.
       VRB-KRT-00.

           INITIALIZE PZEITABWF OF PZEITABW-P.
           MOVE     X-USER TO AWUSER  OF PZEITABW-P.
           MOVE     ZEROES TO AWDATUM OF PZEITABW-P.
           START    PZEITABW-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VRB-KRT-90
           END-IF.

       VRB-KRT-20.
           READ     PZEITABW-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VRB-KRT-90
           END-IF.

      * EINZELNER USER: NUR SEINE SAETZE
           IF       X-USER NOT = SPACES
            AND     AWUSER OF PZEITABW-P NOT = X-USER
                    GO TO VRB-KRT-90
           END-IF.

      * NUR GENEHMIGTE, NOCH NICHT GEZAEHLTE KRANKHEITSTAGE
           IF       AWART   OF PZEITABW-P NOT = "K"
            OR      AWSTAT  OF PZEITABW-P NOT = "G"
            OR      AWEFZNR OF PZEITABW-P NOT = ZEROES
                    GO TO VRB-KRT-20
           END-IF.

           MOVE     AWDATUM OF PZEITABW-P TO TAG-WRK.
           MOVE     AWGRUND OF PZEITABW-P TO GRUND-WRK.

           PERFORM  SUCHE-ZAEHLER.
           PERFORM  ZAEHLE-TAG.

      * KRANKHEITSTAG MIT DEM ZAEHLER VERKNUEPFEN
           MOVE     EFLFDN OF PZEITEFZ-P TO AWEFZNR OF PZEITABW-P.
           MOVE     T-USER    TO AWMSER  OF PZEITABW-P.
           MOVE     DATE-8    TO AWMDTA  OF PZEITABW-P.
           MOVE     TIME-6    TO AWMTIA  OF PZEITABW-P.
           REWRITE  PZEITABW-P.

           GO TO    VRB-KRT-20.

       VRB-KRT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PASSENDEN ZAEHLER DES USERS SUCHEN
      *--------------------------------------------------------------
       SUCHE-ZAEHLER SECTION.
       SUC-ZAE-00.

           MOVE     ZEROES TO LETZT-LFDN, LETZT-DATUM.
           MOVE     ZEROES TO GLEICH-LFDN, GLEICH-DATUM.
           MOVE     ZEROES TO MAX-LFDN, ZAEHLER-LFDN.
           MOVE     ZEROES TO ANSCHLUSS-FALL.

           INITIALIZE PZEITEFZF OF PZEITEFZ-P.
           MOVE     AWUSER OF PZEITABW-P TO EFUSER OF PZEITEFZ-P.
           MOVE     ZEROES               TO EFLFDN OF PZEITEFZ-P.
           START    PZEITEFZ-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUC-ZAE-50
           END-IF.

       SUC-ZAE-20.
           READ     PZEITEFZ-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      EFUSER OF PZEITEFZ-P NOT = AWUSER OF PZEITABW-P
                    GO TO SUC-ZAE-50
           END-IF.

           MOVE     EFLFDN OF PZEITEFZ-P TO MAX-LFDN.

      * NUR LAUFENDE ZAEHLER KOENNEN FORTGESETZT WERDEN
           IF       EFSTAT OF PZEITEFZ-P NOT = "L"
                    GO TO SUC-ZAE-20
           END-IF.

           IF       EFLETZT OF PZEITEFZ-P > LETZT-DATUM
                    MOVE EFLFDN  OF PZEITEFZ-P TO LETZT-LFDN
                    MOVE EFLETZT OF PZEITEFZ-P TO LETZT-DATUM
           END-IF.
           IF       GRUND-WRK NOT = SPACES
            AND     EFKRANK OF PZEITEFZ-P = GRUND-WRK
            AND     EFLETZT OF PZEITEFZ-P > GLEICH-DATUM
                    MOVE EFLFDN  OF PZEITEFZ-P TO GLEICH-LFDN
                    MOVE EFLETZT OF PZEITEFZ-P TO GLEICH-DATUM
           END-IF.

           GO TO    SUC-ZAE-20.

       SUC-ZAE-50.
      * ANSCHLUSS AN DEN LETZTEN KRANKHEITSTAG: GLEICHER FALL
           IF       LETZT-LFDN NOT = ZEROES
                    COMPUTE ABSTAND-TAGE =
                            FUNCTION INTEGER-OF-DATE(TAG-WRK)
                          - FUNCTION INTEGER-OF-DATE(LETZT-DATUM)
                    IF      ABSTAND-TAGE NOT > EFZ-ANSCHLUSS
                            MOVE LETZT-LFDN TO ZAEHLER-LFDN
                            MOVE 1          TO ANSCHLUSS-FALL
                    END-IF
           END-IF.

      * SONST FOLGEBESCHEINIGUNG DERSELBEN KRANKHEIT
           IF       ZAEHLER-LFDN = ZEROES
            AND     GLEICH-LFDN NOT = ZEROES
                    MOVE GLEICH-LFDN TO ZAEHLER-LFDN
           END-IF.

           IF       ZAEHLER-LFDN = ZEROES
                    GO TO SUC-ZAE-80
           END-IF.

      * ZAEHLER LESEN UND DIE FRISTEN FUER DEN NEUBEGINN PRUEFEN
           INITIALIZE PZEITEFZF OF PZEITEFZ-P.
           MOVE     AWUSER OF PZEITABW-P TO EFUSER OF PZEITEFZ-P.
           MOVE     ZAEHLER-LFDN         TO EFLFDN OF PZEITEFZ-P.
           READ     PZEITEFZ-DP.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE ZEROES TO ZAEHLER-LFDN
                    GO TO SUC-ZAE-80
           END-IF.

      * EIN DURCHGEHENDER KRANKHEITSFALL WIRD NICHT NEU BEGONNEN
           IF       ANSCHLUSS-FALL = 1
                    GO TO SUC-ZAE-80
           END-IF.

      * FORTSETZUNGSERKRANKUNG: FRISTEN ZUM STICHTAG PRUEFEN
           MOVE     TAG-WRK TO STICHTAG.
           PERFORM  PRUEFE-FRISTEN.
           IF       FRIST-ABGELAUFEN = 1
                    PERFORM ABSCHLIESSEN-ZAEHLER
           END-IF.

       SUC-ZAE-80.
      * NEUEN ZAEHLER ANLEGEN
           IF       ZAEHLER-LFDN = ZEROES
                    INITIALIZE PZEITEFZF OF PZEITEFZ-P
                    MOVE AWUSER OF PZEITABW-P TO EFUSER  OF PZEITEFZ-P
                    ADD  1 TO MAX-LFDN
                    MOVE MAX-LFDN             TO EFLFDN  OF PZEITEFZ-P
                    MOVE GRUND-WRK            TO EFKRANK OF PZEITEFZ-P
                    MOVE TAG-WRK              TO EFERST  OF PZEITEFZ-P
                    MOVE "L"                  TO EFSTAT  OF PZEITEFZ-P
                    MOVE T-USER               TO EFAUSR  OF PZEITEFZ-P
                    MOVE T-TERM               TO EFABS   OF PZEITEFZ-P
                    MOVE PGM-WRK              TO EFAPGM  OF PZEITEFZ-P
                    MOVE DATE-8               TO EFADTA  OF PZEITEFZ-P
                    MOVE TIME-6               TO EFATIA  OF PZEITEFZ-P
                    WRITE PZEITEFZ-P
                    READ  PZEITEFZ-DP
           END-IF.

       SUC-ZAE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FRISTEN DES GELESENEN ZAEHLERS ZUM STICHTAG PRUEFEN:
      * 12 MONATE NACH DEM ERSTEN TAG ODER 6 MONATE OHNE DIESE
      * KRANKHEIT SEIT DEM LETZTEN TAG
      *--------------------------------------------------------------
       PRUEFE-FRISTEN SECTION.
       PRF-FRI-00.

           MOVE     ZEROES TO FRIST-ABGELAUFEN.

           MOVE     EFERST OF PZEITEFZ-P TO FRIST-DATUM.
           ADD      1 TO FRIST-JAHR.
           IF       STICHTAG NOT < FRIST-DATUM
                    MOVE 1 TO FRIST-ABGELAUFEN
                    GO TO PRF-FRI-90
           END-IF.

           MOVE     EFLETZT OF PZEITEFZ-P TO FRIST-DATUM.
           ADD      6 TO FRIST-MONAT.
           IF       FRIST-MONAT > 12
                    SUBTRACT 12 FROM FRIST-MONAT
                    ADD      1  TO   FRIST-JAHR
           END-IF.
           IF       STICHTAG NOT < FRIST-DATUM
                    MOVE 1 TO FRIST-ABGELAUFEN
           END-IF.

       PRF-FRI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NAECHTLICHER LAUF: ABGELAUFENE ZAEHLER ABSCHLIESSEN, DAMIT
      * NUR NOCH WIRKLICH LAUFENDE ZAEHLER IN DEN LOHNEXPORT GEHEN
      *--------------------------------------------------------------
       SCHLIESSE-ABGELAUFENE SECTION.
       SCH-ABL-00.

           INITIALIZE PZEITEFZF OF PZEITEFZ-P.
           MOVE     SPACES TO EFUSER OF PZEITEFZ-P.
           MOVE     ZEROES TO EFLFDN OF PZEITEFZ-P.
           START    PZEITEFZ-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-ABL-90
           END-IF.

       SCH-ABL-20.
           READ     PZEITEFZ-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-ABL-90
           END-IF.

           IF       EFSTAT OF PZEITEFZ-P NOT = "L"
                    GO TO SCH-ABL-20
           END-IF.

           MOVE     DATE-8 TO STICHTAG.
           PERFORM  PRUEFE-FRISTEN.
           IF       FRIST-ABGELAUFEN = 1
                    PERFORM ABSCHLIESSEN-ZAEHLER
           END-IF.

           GO TO    SCH-ABL-20.

       SCH-ABL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZAEHLER NACH ABLAUF DER FRIST ABSCHLIESSEN
      *--------------------------------------------------------------
       ABSCHLIESSEN-ZAEHLER SECTION.
       ABS-ZAE-00.

           MOVE     "A"       TO EFSTAT OF PZEITEFZ-P.
           MOVE     T-USER    TO EFMSER OF PZEITEFZ-P.
           MOVE     T-TERM    TO EFMBS  OF PZEITEFZ-P.
           MOVE     PGM-WRK   TO EFMPGM OF PZEITEFZ-P.
           MOVE     DATE-8    TO EFMDTA OF PZEITEFZ-P.
           MOVE     TIME-6    TO EFMTIA OF PZEITEFZ-P.
           REWRITE  PZEITEFZ-P.

           MOVE     ZEROES TO ZAEHLER-LFDN.

       ABS-ZAE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KRANKHEITSTAG AUF DEN ZAEHLER BUCHEN, BEI TAG 35/42 WARNEN
      *--------------------------------------------------------------
       ZAEHLE-TAG SECTION.
       ZAE-TAG-00.

           MOVE     EFTAGE OF PZEITEFZ-P TO ALT-TAGE.

      * ANSCHLIESSENDE TAGE ZAEHLEN MIT ALLEN KALENDERTAGEN
           MOVE     1 TO ABSTAND-TAGE.
           IF       EFLETZT OF PZEITEFZ-P NOT = ZEROES
                    COMPUTE TAG-INT   =
                            FUNCTION INTEGER-OF-DATE(TAG-WRK)
                    MOVE    EFLETZT OF PZEITEFZ-P TO LETZT-DATUM
                    COMPUTE LETZT-INT =
                            FUNCTION INTEGER-OF-DATE(LETZT-DATUM)
                    COMPUTE ABSTAND-TAGE = TAG-INT - LETZT-INT
                    IF   ABSTAND-TAGE < 1
                     OR  ABSTAND-TAGE > EFZ-ANSCHLUSS
                         MOVE 1 TO ABSTAND-TAGE
                    END-IF
           END-IF.
           ADD      ABSTAND-TAGE TO EFTAGE OF PZEITEFZ-P.
           IF       TAG-WRK > EFLETZT OF PZEITEFZ-P
                    MOVE TAG-WRK TO EFLETZT OF PZEITEFZ-P
           END-IF.

      * ERSTER TAG MIT KRANKENGELD (TAG NACH DEM 42. TAG)
           IF       EFTAGE OF PZEITEFZ-P NOT < EFZ-ENDTAG
            AND     EFKGDAT OF PZEITEFZ-P = ZEROES
                    COMPUTE TAG-INT = FUNCTION INTEGER-OF-DATE(TAG-WRK)
                                    - EFTAGE OF PZEITEFZ-P
                                    + EFZ-ENDTAG + 1
                    COMPUTE EFKGDAT OF PZEITEFZ-P =
                            FUNCTION DATE-OF-INTEGER(TAG-INT)
           END-IF.

      * WARNUNG AN TAG 35 UND TAG 42, JEWEILS NUR EINMAL
           IF       EFTAGE OF PZEITEFZ-P NOT < EFZ-WARNTAG
            AND     EFW35  OF PZEITEFZ-P NOT = "J"
                    MOVE "J" TO EFW35 OF PZEITEFZ-P
                    PERFORM WARNE-PERSONAL
           END-IF.
           IF       EFTAGE OF PZEITEFZ-P NOT < EFZ-ENDTAG
            AND     EFW42  OF PZEITEFZ-P NOT = "J"
                    MOVE "J" TO EFW42 OF PZEITEFZ-P
                    PERFORM WARNE-PERSONAL
           END-IF.

           MOVE     T-USER    TO EFMSER OF PZEITEFZ-P.
           MOVE     T-TERM    TO EFMBS  OF PZEITEFZ-P.
           MOVE     PGM-WRK   TO EFMPGM OF PZEITEFZ-P.
           MOVE     DATE-8    TO EFMDTA OF PZEITEFZ-P.
           MOVE     TIME-6    TO EFMTIA OF PZEITEFZ-P.
           REWRITE  PZEITEFZ-P.

       ZAE-TAG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PERSONALABTEILUNG UEBER DEN VERTEILER XXP2010 INFORMIEREN
      *--------------------------------------------------------------
       WARNE-PERSONAL SECTION.
       WRN-PER-00.

           MOVE     "S"          TO NOT-MODUS.
           MOVE     "ENTGELTFZ"  TO NOT-EVTTYP.
           MOVE     HR-USER      TO NOT-USER.
           INITIALIZE NOT-BETREFF.
           STRING   "ENTGELTFORTZAHLUNG: "       DELIMITED BY SIZE
                    EFUSER OF PZEITEFZ-P        DELIMITED BY SPACES
                    " TAG "                      DELIMITED BY SIZE
                    EFTAGE OF PZEITEFZ-P        DELIMITED BY SIZE
             INTO   NOT-BETREFF
           END-STRING.
           INITIALIZE NOT-TEXT.
           IF       EFTAGE OF PZEITEFZ-P NOT < EFZ-ENDTAG
                    STRING "SECHS WOCHEN ERREICHT (KRANK SEIT "
                                                 DELIMITED BY SIZE
                           EFERST OF PZEITEFZ-P DELIMITED BY SIZE
                           "). KRANKENGELD DER KASSE AB "
                                                 DELIMITED BY SIZE
                           EFKGDAT OF PZEITEFZ-P DELIMITED BY SIZE
                           ", BITTE LOHNBUCHHALTUNG INFORMIEREN."
                                                 DELIMITED BY SIZE
                      INTO NOT-TEXT
                    END-STRING
           ELSE
                    STRING "ENTGELTFORTZAHLUNG ENDET IN KUERZE "
                                                 DELIMITED BY SIZE
                           "(KRANK SEIT "        DELIMITED BY SIZE
                           EFERST OF PZEITEFZ-P DELIMITED BY SIZE
                           ", GRUND: "           DELIMITED BY SIZE
                           FUNCTION TRIM(EFKRANK OF PZEITEFZ-P)
                                                 DELIMITED BY SIZE
                           ")."                  DELIMITED BY SIZE
                      INTO NOT-TEXT
                    END-STRING
           END-IF.
           MOVE     "M"    TO NOT-STDKAN.
           MOVE     SPACES TO NOT-KANAL.
           CALL     "XXP2010" USING NOT-MODUS
                                    NOT-EVTTYP
                                    NOT-USER
                                    NOT-BETREFF
                                    NOT-TEXT
                                    NOT-STDKAN
                                    NOT-KANAL
           END-CALL.

       WRN-PER-90.
           EXIT.
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
