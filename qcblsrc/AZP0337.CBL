       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              AZP0337.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * UEBUNGSLOESUNG ZUM CODE-REVIEW EINREICHEN                     *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  WIRD AUS DER UEBUNGSLISTE AZP0301 (OPTION    *
      *                  "7") AUFGERUFEN. FUER DIE LOESUNGSQUELLE     *
      *                  DES ANGEMELDETEN AZUBIS ZUR UEBUNG           *
      *                  (PAZUSRC) WIRD EIN CR-VORGANG IN PCHKSRC     *
      *                  ANGELEGT - WIE CRP0002, ABER GLEICH MIT      *
      *                  CRRSTS = "R" UND DEM AUSBILDER ALS PRUEFER,  *
      *                  DAMIT ER IN SEINER REVIEW-ARBEITSLISTE       *
      *                  CRP0043 ERSCHEINT. DIE CHECKLISTE ZUM        *
      *                  SOURCETYP ERZEUGT CRP0049 AUS PCHKTPL.       *
      *                  DIE VERKNUEPFUNG VORGANG -> UEBUNG STEHT IN  *
      *                  PAZUCRV, DER BEARBEITUNGSSTAND (PAZUSTA)     *
      *                  WIRD "3" (ERLEDIGT, WARTET AUF ABNAHME).     *
      *                  DAS REVIEW-ERGEBNIS SETZT AZP0338 ZURUECK.   *
      *                  AUSBILDER IST DER DES AKTUELLEN EINSATZES    *
      *                  (PAZUROT), SONST PCONFIG BERICHT/AUSBILDER.  *
      *                  RUECKGABE X-RETCODE:                         *
      *                  SPACES = EINGEREICHT                         *
      *                  "1"    = KEINE LOESUNGSQUELLE ZUR UEBUNG     *
      *                  "2"    = BEREITS EINGEREICHT/ABGENOMMEN      *
      *                  "3"    = KEIN AUSBILDER ERMITTELBAR          *
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
      * PAZUSRC: ASUSER, ASLFDN (LOESUNGSQUELLEN)
      *-------------------------------------------------------------
           SELECT PAZUSRC-DP
                  ASSIGN       TO  DATABASE-PAZUSRC
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAZUSTA: STLFDN, STUSER (BEARBEITUNGSSTAND JE UEBUNG/AZUBI)
      *-------------------------------------------------------------
           SELECT PAZUSTA-DP
                  ASSIGN       TO  DATABASE-PAZUSTA
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCHKSRC: CRLFDN (CR-VORGAENGE)
      *-------------------------------------------------------------
           SELECT PCHKSRC-DP
                  ASSIGN       TO  DATABASE-PCHKSRC
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAZUCRV: CVCRLF (CR-VORGANG -> UEBUNG/AZUBI)
      *-------------------------------------------------------------
           SELECT PAZUCRV-DP
                  ASSIGN       TO  DATABASE-PAZUCRV
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
      *--- PAZUSRC: ASUSER, ASLFDN
       FD  PAZUSRC-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUSRC-P.
           COPY DDS-ALL-FORMATS OF PAZUSRC.
      /
      *--- PAZUSTA: STLFDN, STUSER
       FD  PAZUSTA-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUSTA-P.
           COPY DDS-ALL-FORMATS OF PAZUSTA.
      /
      *--- PCHKSRC: CRLFDN
       FD  PCHKSRC-DP
           LABEL RECORDS ARE STANDARD.
       01  PCHKSRC-P.
           COPY DDS-ALL-FORMATS OF PCHKSRC.
      /
      *--- PAZUCRV: CVCRLF
       FD  PAZUCRV-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUCRV-P.
           COPY DDS-ALL-FORMATS OF PAZUCRV.
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

       01  PGM-WRK                       PIC X(10) VALUE "AZP0337".
       01  PGM-TYP                       PIC X(8)  VALUE "AZUBI ".

      * AUSBILDER DES AZUBIS = PRUEFER DES VORGANGS
       01  AUSB-USER                     PIC X(10).

      * PAZUSTA-SATZ NEU (1) ODER VORHANDEN (0)
       01  STA-NEU-WRK                   PIC X(1).

      * PARAMETER FUER CRP0049
       01  CHK-LFDN-WRK                  PIC 9(9).

      * NACHRICHTENAUFBAU
       01  MSG-USER                      LIKE T-USER.
       01  MSG-TEXT                      PIC X(256).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-AULFDN                      PIC 9(9).
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-AULFDN
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

           INITIALIZE X-RETCODE.
      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "AZP0337" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

           OPEN     INPUT PAZUSRC-DP
                          PAZUROT-DP
                          PCONFIG-DP.
           OPEN     I-O   PAZUSTA-DP
                          PCHKSRC-DP
                          PAZUCRV-DP.

           PERFORM  EINREICHEN-LOESUNG.

           CLOSE    PAZUSRC-DP
                    PAZUROT-DP
                    PCONFIG-DP
                    PAZUSTA-DP
                    PCHKSRC-DP
                    PAZUCRV-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * LOESUNG DES ANGEMELDETEN AZUBIS ALS CR-VORGANG ANLEGEN
      *--------------------------------------------------------------
       EINREICHEN-LOESUNG SECTION.
       EIN-LOE-00.

      * LOESUNGSQUELLE DES AZUBIS ZUR UEBUNG
           INITIALIZE PAZUSRCF OF PAZUSRC-P.
           MOVE     T-USER   TO ASUSER OF PAZUSRC-P.
           MOVE     X-AULFDN TO ASLFDN OF PAZUSRC-P.
           READ     PAZUSRC-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      ASSMBR OF PAZUSRC-P = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO EIN-LOE-90
           END-IF.

      * LAEUFT DAS REVIEW SCHON ODER IST DIE UEBUNG ABGENOMMEN,
      * WIRD NICHT NOCHMAL EINGEREICHT
           INITIALIZE PAZUSTAF OF PAZUSTA-P.
           MOVE     X-AULFDN TO STLFDN OF PAZUSTA-P.
           MOVE     T-USER   TO STUSER OF PAZUSTA-P.
           READ     PAZUSTA-DP KEY IS EXTERNALLY-DESCRIBED-KEY
                    INVALID KEY
                    MOVE "1" TO STA-NEU-WRK
                    NOT INVALID KEY
                    MOVE "0" TO STA-NEU-WRK
           END-READ.
           IF       STA-NEU-WRK = "0"
            AND    (STSTAT OF PAZUSTA-P = "3"
             OR     STSTAT OF PAZUSTA-P = "4")
                    UNLOCK PAZUSTA-DP
                    MOVE "2" TO X-RETCODE
                    GO TO EIN-LOE-90
           END-IF.

      * OHNE AUSBILDER (ODER AZUBI = AUSBILDER) KEIN REVIEW
           PERFORM  ERMITTLE-AUSBILDER.
           IF       AUSB-USER = SPACES
            OR      AUSB-USER = T-USER
                    IF   STA-NEU-WRK = "0"
                         UNLOCK PAZUSTA-DP
                    END-IF
                    MOVE "3" TO X-RETCODE
                    GO TO EIN-LOE-90
           END-IF.

      * CR-VORGANG ANLEGEN, CHECKLISTE ERZEUGEN
           PERFORM  SCHREIBE-VORGANG.
           MOVE     CRLFDN OF PCHKSRC-P TO CHK-LFDN-WRK.
           CALL     "CRP0049" USING CHK-LFDN-WRK
           END-CALL.

      * VERKNUEPFUNG ZUR UEBUNG FUER DIE RUECKMELDUNG (AZP0338)
           INITIALIZE PAZUCRVF OF PAZUCRV-P.
           MOVE     CRLFDN OF PCHKSRC-P TO CVCRLF OF PAZUCRV-P.
           MOVE     X-AULFDN            TO CVLFDN OF PAZUCRV-P.
           MOVE     T-USER              TO CVUSER OF PAZUCRV-P.
           MOVE     DATE-8              TO CVADTA OF PAZUCRV-P.
           MOVE     TIME-6              TO CVATIA OF PAZUCRV-P.
           WRITE    PAZUCRV-P.

      * BEARBEITUNGSSTAND: ERLEDIGT, WARTET AUF ABNAHME
           MOVE     "3"      TO STSTAT OF PAZUSTA-P.
           MOVE     T-USER   TO STAUSR OF PAZUSTA-P.
           MOVE     DATE-8   TO STADTA OF PAZUSTA-P.
           MOVE     TIME-6   TO STATIA OF PAZUSTA-P.
           IF       STA-NEU-WRK = "1"
                    WRITE   PAZUSTA-P
           ELSE
                    REWRITE PAZUSTA-P
           END-IF.

      * DEN AUSBILDER INFORMIEREN
           MOVE     AUSB-USER TO MSG-USER.
           INITIALIZE MSG-TEXT.
           STRING   "UEBUNG "                           DELIMITED BY
                                                        SIZE
                    X-AULFDN                            DELIMITED BY
                                                        SIZE
                    " VON "                             DELIMITED BY
                                                        SIZE
                    T-USER                              DELIMITED BY
                                                        SPACES
                    " ALS CR-VORGANG "                  DELIMITED BY
                                                        SIZE
                    CRLFDN OF PCHKSRC-P                 DELIMITED BY
                                                        SIZE
                    " ZUM REVIEW EINGEREICHT (CRP0043)" DELIMITED BY
                                                        SIZE
             INTO   MSG-TEXT
           END-STRING.
           CALL     "XXP2003" USING MSG-USER
                                    MSG-TEXT
           END-CALL.

       EIN-LOE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOPFSATZ DES CR-VORGANGS SCHREIBEN (AUFBAU WIE CRP0002)
      *--------------------------------------------------------------
       SCHREIBE-VORGANG SECTION.
       SCR-VOR-00.

           INITIALIZE PCHKSRCF OF PCHKSRC-P.
      * NAECHSTE LAUFENDE NUMMER ERMITTELN
           MOVE     "PCHKSRC" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK               TO CRLFDN OF PCHKSRC-P.

      * SOURCE = LOESUNGSQUELLE DES AZUBIS
           MOVE     ASSLIB OF PAZUSRC-P    TO CRLIB  OF PCHKSRC-P.
           MOVE     ASSRCN OF PAZUSRC-P    TO CRFILE OF PCHKSRC-P.
           MOVE     ASSMBR OF PAZUSRC-P    TO CRMBR  OF PCHKSRC-P.
      * KOPFSATZ HAT KEINE FEHLERMELDUNG
           MOVE     ZEROES                 TO CRSECN OF PCHKSRC-P.
           MOVE     ZEROES                 TO CRSDTA OF PCHKSRC-P.
           MOVE     SPACES                 TO CRFID  OF PCHKSRC-P.
           MOVE     ZEROES                 TO CRFTYP OF PCHKSRC-P.
           MOVE     SPACES                 TO CRFTXT OF PCHKSRC-P.
      * REVIEW-STATUS: GLEICH IN REVIEW BEIM AUSBILDER
           MOVE     "R"                    TO CRRSTS OF PCHKSRC-P.
           MOVE     AUSB-USER              TO CRREVW OF PCHKSRC-P.
           MOVE     SPACES                 TO CRRUSR OF PCHKSRC-P.
           MOVE     SPACES                 TO CRRGRD OF PCHKSRC-P.
      * NAECHSTE VORGANGSNUMMER ERMITTELN
           MOVE     "CHK-VORG" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK               TO CRVORG OF PCHKSRC-P.
      * AUTOR IST DER AZUBI
           MOVE     T-USER                 TO CRAUSR OF PCHKSRC-P.
           MOVE     T-TERM                 TO CRABS  OF PCHKSRC-P.
           MOVE     PGM-WRK                TO CRAPGM OF PCHKSRC-P.
           MOVE     DATE-8                 TO CRADTA OF PCHKSRC-P.
           MOVE     TIME-6                 TO CRATIA OF PCHKSRC-P.

           WRITE    PCHKSRC-P.

       SCR-VOR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AUSBILDER DES AZUBIS: DER DES HEUTE LAUFENDEN EINSATZES,
      * SONST DER AUS PCONFIG BERICHT/AUSBILDER
      *--------------------------------------------------------------
       ERMITTLE-AUSBILDER SECTION.
       ERM-AUS-00.

           MOVE     SPACES TO AUSB-USER.

           INITIALIZE PAZUROTF OF PAZUROT-P.
           MOVE     T-USER TO ROUSER OF PAZUROT-P.
           MOVE     ZEROES TO ROVON  OF PAZUROT-P.
           START    PAZUROT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERM-AUS-50
           END-IF.

       ERM-AUS-20.
           READ     PAZUROT-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      ROUSER OF PAZUROT-P NOT = T-USER
            OR      ROVON  OF PAZUROT-P > DATE-8
                    GO TO ERM-AUS-50
           END-IF.
           IF       ROBIS OF PAZUROT-P NOT < DATE-8
            AND     ROAUSB OF PAZUROT-P NOT = SPACES
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
