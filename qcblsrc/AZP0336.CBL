       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              AZP0336.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * IHK-PRUEFUNGEN: ERINNERUNG AN ANMELDE- UND ABGABEFRISTEN      *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LAEUFT TAEGLICH PER JOBPLANUNG UEBER DIE     *
      *                  PRUEFUNGEN IN PAZUPRF (PFLEGE AZP0335) UND   *
      *                  ERINNERT AZUBI UND AUSBILDER 30, 14 UND 3    *
      *                  TAGE VOR JEDER NOCH OFFENEN FRIST:           *
      *                  - ANMELDEFRIST (SOLANGE NICHT ANGEMELDET)    *
      *                  - FRIST PROJEKTANTRAG (SOLANGE NICHT         *
      *                    EINGEREICHT ODER GENEHMIGT)                *
      *                  - FRIST PROJEKTDOKUMENTATION (SOLANGE NICHT  *
      *                    ABGEGEBEN)                                 *
      *                  DIE ZULETZT GESENDETE STUFE STEHT JE FRIST   *
      *                  IM SATZ (1 = 30, 2 = 14, 3 = 3 TAGE); FAELLT *
      *                  EIN LAUF AUS, KOMMT DIE FAELLIGE STUFE BEIM  *
      *                  NAECHSTEN LAUF NACH, ABER NIE DOPPELT.       *
      *                  AUSBILDER IST DER DES AKTUELLEN EINSATZES    *
      *                  (PAZUROT), SONST PCONFIG BERICHT/AUSBILDER.  *
      *                  VERSAND UEBER DEN VERTEILER XXP2010          *
      *                  (EREIGNISTYP "PRUEFUNG", STANDARDKANAL "T"). *
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
      * PAZUPRF: PFUSER, PFART (IHK-PRUEFUNGEN)
      *-------------------------------------------------------------
           SELECT PAZUPRF-DP
                  ASSIGN       TO  DATABASE-PAZUPRF
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAZUROT: ROUSER, ROVON (ROTATIONSPLAN)
      *-------------------------------------------------------------
           SELECT PAZUROT-DP
                  ASSIGN       TO  DATABASE-PAZUROT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCONFIG: CFID, CFKEY (BERICHT/AUSBILDER)
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
      *--- PAZUPRF: PFUSER, PFART
       FD  PAZUPRF-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUPRF-P.
           COPY DDS-ALL-FORMATS OF PAZUPRF.
      /
      *--- PAZUROT: ROUSER, ROVON
       FD  PAZUROT-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUROT-P.
           COPY DDS-ALL-FORMATS OF PAZUROT.
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

       01  PGM-WRK                       PIC X(10) VALUE "AZP0336".
       01  PGM-TYP                       PIC X(8)  VALUE "AZUBI ".

      * PARAMETER FUER DEN VERTEILER XXP2010
       01  NOT-MODUS                     PIC X(1).
       01  NOT-EVTTYP                    PIC X(10).
       01  NOT-USER                      PIC X(10).
       01  NOT-BETREFF                   PIC X(50).
       01  NOT-TEXT                      PIC X(256).
       01  NOT-STDKAN                    PIC X(1).
       01  NOT-KANAL                     PIC X(1).

      * AKTUELL GEPRUEFTE FRIST
       01  FRIST-DATUM                   PIC 9(8).
       01  FRIST-NAME                    PIC X(30).
       01  FRIST-STUFE-ALT               PIC 9(1).
       01  FRIST-STUFE                   PIC 9(1).
       01  REST-TAGE                     PIC S9(7).
       01  REST-TAGE-ED                  PIC Z9.

      * AUSBILDER DES AZUBIS (NUR EINMAL JE AZUBI ERMITTELT)
       01  AUSB-FUER                     PIC X(10).
       01  AUSB-USER                     PIC X(10).

      * SATZ GEAENDERT (1)
       01  SATZ-GEAENDERT                PIC 9(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "AZP0336" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

           OPEN     I-O   PAZUPRF-DP.
           OPEN     INPUT PAZUROT-DP
                          PCONFIG-DP.

           PERFORM  SCAN-PRUEFUNGEN.

           CLOSE    PAZUPRF-DP
                    PAZUROT-DP
                    PCONFIG-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE PRUEFUNGEN DURCHLAUFEN
      *--------------------------------------------------------------
       SCAN-PRUEFUNGEN SECTION.
       SCN-PRF-00.

           MOVE     SPACES TO AUSB-FUER.

           INITIALIZE PAZUPRFF OF PAZUPRF-P.
           MOVE     SPACES TO PFUSER OF PAZUPRF-P.
           MOVE     SPACES TO PFART  OF PAZUPRF-P.
           START    PAZUPRF-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCN-PRF-90
           END-IF.

       SCN-PRF-20.
           READ     PAZUPRF-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCN-PRF-90
           END-IF.

           MOVE     ZEROES TO SATZ-GEAENDERT.

      * ANMELDEFRIST, SOLANGE NICHT ANGEMELDET
           IF       PFANMD OF PAZUPRF-P = ZEROES
                    MOVE PFANMF OF PAZUPRF-P TO FRIST-DATUM
                    MOVE PFEANM OF PAZUPRF-P TO FRIST-STUFE-ALT
                    MOVE "ANMELDEFRIST"      TO FRIST-NAME
                    PERFORM PRUEFE-FRIST
                    MOVE FRIST-STUFE-ALT     TO PFEANM OF PAZUPRF-P
           END-IF.

      * PROJEKTANTRAG, SOLANGE NICHT EINGEREICHT/GENEHMIGT
           IF       PFPAST OF PAZUPRF-P NOT = "E"
            AND     PFPAST OF PAZUPRF-P NOT = "G"
                    MOVE PFPAFR OF PAZUPRF-P TO FRIST-DATUM
                    MOVE PFEPAF OF PAZUPRF-P TO FRIST-STUFE-ALT
                    MOVE "FRIST PROJEKTANTRAG" TO FRIST-NAME
                    PERFORM PRUEFE-FRIST
                    MOVE FRIST-STUFE-ALT     TO PFEPAF OF PAZUPRF-P
           END-IF.

      * PROJEKTDOKUMENTATION, SOLANGE NICHT ABGEGEBEN
           IF       PFDOKD OF PAZUPRF-P = ZEROES
                    MOVE PFDOKF OF PAZUPRF-P TO FRIST-DATUM
                    MOVE PFEDOK OF PAZUPRF-P TO FRIST-STUFE-ALT
                    MOVE "FRIST PROJEKTDOKUMENTATION" TO FRIST-NAME
                    PERFORM PRUEFE-FRIST
                    MOVE FRIST-STUFE-ALT     TO PFEDOK OF PAZUPRF-P
           END-IF.

           IF       SATZ-GEAENDERT = ZEROES
                    UNLOCK PAZUPRF-DP
                    GO TO SCN-PRF-20
           END-IF.

           MOVE     T-USER  TO PFMSER OF PAZUPRF-P.
           MOVE     T-TERM  TO PFMBS  OF PAZUPRF-P.
           MOVE     PGM-WRK TO PFMPGM OF PAZUPRF-P.
           MOVE     DATE-8  TO PFMDTA OF PAZUPRF-P.
           MOVE     TIME-6  TO PFMTIA OF PAZUPRF-P.
           REWRITE  PAZUPRF-P.

           GO TO    SCN-PRF-20.

       SCN-PRF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FAELLIGE ERINNERUNGSSTUFE DER FRIST ERMITTELN UND SENDEN,
      * WENN SIE NOCH NICHT GESENDET WURDE
      *--------------------------------------------------------------
       PRUEFE-FRIST SECTION.
       PRF-FRI-00.

           IF       FRIST-DATUM = ZEROES
            OR      FRIST-DATUM < DATE-8
                    GO TO PRF-FRI-90
           END-IF.

           COMPUTE  REST-TAGE = FUNCTION INTEGER-OF-DATE(FRIST-DATUM)
                              - FUNCTION INTEGER-OF-DATE(DATE-8).

           EVALUATE TRUE
                    WHEN REST-TAGE NOT > 3
                         MOVE 3 TO FRIST-STUFE
                    WHEN REST-TAGE NOT > 14
                         MOVE 2 TO FRIST-STUFE
                    WHEN REST-TAGE NOT > 30
                         MOVE 1 TO FRIST-STUFE
                    WHEN OTHER
                         MOVE 0 TO FRIST-STUFE
           END-EVALUATE.

           IF       FRIST-STUFE NOT > FRIST-STUFE-ALT
                    GO TO PRF-FRI-90
           END-IF.

           PERFORM  ERMITTLE-AUSBILDER.

           MOVE     REST-TAGE TO REST-TAGE-ED.
           INITIALIZE NOT-BETREFF.
           STRING   "IHK-PRUEFUNG: "             DELIMITED BY SIZE
                    FRIST-NAME                   DELIMITED BY "  "
             INTO   NOT-BETREFF
           END-STRING.
           INITIALIZE NOT-TEXT.
           STRING   FRIST-NAME                   DELIMITED BY "  "
                    " DER PRUEFUNG "             DELIMITED BY SIZE
                    PFART  OF PAZUPRF-P          DELIMITED BY SPACES
                    " VON "                      DELIMITED BY SIZE
                    PFUSER OF PAZUPRF-P          DELIMITED BY SPACES
                    " ENDET AM "                 DELIMITED BY SIZE
                    FRIST-DATUM(7:2)             DELIMITED BY SIZE
                    "."                          DELIMITED BY SIZE
                    FRIST-DATUM(5:2)             DELIMITED BY SIZE
                    "."                          DELIMITED BY SIZE
                    FRIST-DATUM(1:4)             DELIMITED BY SIZE
                    " (NOCH "                    DELIMITED BY SIZE
                    REST-TAGE-ED                 DELIMITED BY SIZE
                    " TAGE)"                     DELIMITED BY SIZE
             INTO   NOT-TEXT
           END-STRING.

           MOVE     PFUSER OF PAZUPRF-P TO NOT-USER.
           PERFORM  SENDEN-NACHRICHT.
           IF       AUSB-USER NOT = SPACES
            AND     AUSB-USER NOT = PFUSER OF PAZUPRF-P
                    MOVE AUSB-USER TO NOT-USER
                    PERFORM SENDEN-NACHRICHT
           END-IF.

           MOVE     FRIST-STUFE TO FRIST-STUFE-ALT.
           MOVE     1           TO SATZ-GEAENDERT.

       PRF-FRI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AUSBILDER DES AZUBIS: DER DES HEUTE LAUFENDEN EINSATZES,
      * SONST DER AUS PCONFIG BERICHT/AUSBILDER
      *--------------------------------------------------------------
       ERMITTLE-AUSBILDER SECTION.
       ERM-AUS-00.

           IF       AUSB-FUER = PFUSER OF PAZUPRF-P
                    GO TO ERM-AUS-90
           END-IF.
           MOVE     PFUSER OF PAZUPRF-P TO AUSB-FUER.
           MOVE     SPACES              TO AUSB-USER.

           INITIALIZE PAZUROTF OF PAZUROT-P.
           MOVE     PFUSER OF PAZUPRF-P TO ROUSER OF PAZUROT-P.
           MOVE     ZEROES              TO ROVON  OF PAZUROT-P.
           START    PAZUROT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERM-AUS-50
           END-IF.

       ERM-AUS-20.
           READ     PAZUROT-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      ROUSER OF PAZUROT-P NOT = PFUSER OF PAZUPRF-P
            OR      ROVON  OF PAZUROT-P > DATE-8
                    GO TO ERM-AUS-50
           END-IF.
           IF       ROBIS OF PAZUROT-P NOT < DATE-8
                    MOVE ROAUSB OF PAZUROT-P TO AUSB-USER
                    GO TO ERM-AUS-90
           END-IF.
           GO TO    ERM-AUS-20.

       ERM-AUS-50.
           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "BERICHT"      TO CFID   OF PCONFIG-P.
           MOVE     "AUSBILDER"    TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     CFTXT1 OF PCONFIG-P(1:10) NOT = SPACES
                    MOVE CFTXT1 OF PCONFIG-P(1:10) TO AUSB-USER
           END-IF.

       ERM-AUS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NACHRICHT AN NOT-USER UEBER DEN ZENTRALEN VERTEILER
      *--------------------------------------------------------------
       SENDEN-NACHRICHT SECTION.
       SND-NAC-00.

           MOVE     "S"          TO NOT-MODUS.
           MOVE     "PRUEFUNG"   TO NOT-EVTTYP.
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

       SND-NAC-90.
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
