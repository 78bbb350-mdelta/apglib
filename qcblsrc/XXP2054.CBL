       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP2054.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * EINGEGANGENE MAIL ALS OPL-PUNKT FUER EIN TEAM ANLEGEN         *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LEGT ZUR MAIL X-MELFDN AUS PMAILEIN EINEN    *
      *                  GETEILTEN OPL-PUNKT IN POPLLST FUER DAS      *
      *                  TEAM X-TEAM AN: JE TEAMLEITER (PTEAMM,       *
      *                  TMLEAD = "J") EIN SATZ, OHNE TEAMLEITER JE   *
      *                  MITGLIED. DER ERSTE SATZ IST DER BESITZER    *
      *                  (OPSHRM), ALLE TRAGEN SEINE OPLFDN ALS       *
      *                  SHARE-NUMMER (OPSHRN, WIE BEIM TEILEN IN     *
      *                  XXP0018/XXP0019). OPTTYP = "MAIL", OPTID =   *
      *                  TEAM, TEXT = BETREFF. ABSENDER, BETREFF UND  *
      *                  DER MAILTEXT (PTXTFIT "PMAILEIN") STEHEN     *
      *                  ALS DETAILTEXT UNTER "S" + SHARE-NUMMER      *
      *                  (AUSWAHL "8" IM TODO-TOOL, WIE CFP0028).     *
      *                  GERUFEN VOM MAILEINGANG XXP2052 UND VON DER  *
      *                  PRUEFLISTE XXP2053.                          *
      *                  X-OPLFDN: SHARE-NUMMER DES NEUEN PUNKTES.    *
      *                  X-RET: " " = OK, "1" = MAIL NICHT GEFUNDEN,  *
      *                  "2" = TEAM OHNE MITGLIEDER.                  *
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
      * PMAILEIN: MELFDN (EINGEGANGENE MAILS)
      *-------------------------------------------------------------
           SELECT PMAILEIN-DP
                  ASSIGN       TO  DATABASE-PMAILEIN
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PTEAMM: TMTEAM, TMUSER (TEAMSTAMM)
      *-------------------------------------------------------------
           SELECT PTEAMM-DP
                  ASSIGN       TO  DATABASE-PTEAMM
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * POPLLST: OPLFDN
      *-------------------------------------------------------------
           SELECT POPLLST-DP
                  ASSIGN       TO  DATABASE-POPLLST
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PTXTFIT: FTFILE, FTKEY, FTLFPO
      *-------------------------------------------------------------
           SELECT PTXTFIT-DP
                  ASSIGN       TO  DATABASE-PTXTFIT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PMAILEIN: MELFDN
       FD  PMAILEIN-DP
           LABEL RECORDS ARE STANDARD.
       01  PMAILEIN-P.
           COPY DDS-ALL-FORMATS OF PMAILEIN.
      /
      *--- PTEAMM: TMTEAM, TMUSER
       FD  PTEAMM-DP
           LABEL RECORDS ARE STANDARD.
       01  PTEAMM-P.
           COPY DDS-ALL-FORMATS OF PTEAMM.
      /
      *--- POPLLST: OPLFDN
       FD  POPLLST-DP
           LABEL RECORDS ARE STANDARD.
       01  POPLLST-P.
           COPY DDS-ALL-FORMATS OF POPLLST.
      /
      *--- PTXTFIT: FTFILE, FTKEY, FTLFPO
       FD  PTXTFIT-DP
           LABEL RECORDS ARE STANDARD.
       01  PTXTFIT-P.
           COPY DDS-ALL-FORMATS OF PTXTFIT.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP2054".
       01  PGM-TYP                       PIC X(8)  VALUE "API".

      * "J" = NUR TEAMLEITER, SONST ALLE MITGLIEDER
       01  NUR-LEITER                    PIC X(1).
       01  ANZ-EMPF                      PIC 9(5).
       01  EMPF-USER                     LIKE TMUSER OF PTEAMM-P.
       01  SHARE-NR                      LIKE OPLFDN OF POPLLST-P.

      * DETAILTEXTE
       01  FTKEY-MAIL                    LIKE FTKEY  OF PTXTFIT-P.
       01  FTKEY-OPL                     LIKE FTKEY  OF PTXTFIT-P.
       01  FTLFPO-WRK                    LIKE FTLFPO OF PTXTFIT-P.
       01  TEXT-WRK                      PIC X(132).
       01  TEXT-SAVE                     LIKE PTXTFITF OF PTXTFIT-P.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-MELFDN                      LIKE MELFDN OF PMAILEIN-P.
       01  X-TEAM                        LIKE TMTEAM OF PTEAMM-P.
       01  X-OPLFDN                      LIKE OPLFDN OF POPLLST-P.
       01  X-RET                         PIC X(1).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-MELFDN
                                X-TEAM
                                X-OPLFDN
                                X-RET.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP2054" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RET.
           MOVE     ZEROES TO X-OPLFDN.

           OPEN     INPUT PMAILEIN-DP
                          PTEAMM-DP.
           OPEN     I-O   POPLLST-DP
                          PTXTFIT-DP.

           INITIALIZE PMAILEINF OF PMAILEIN-P.
           MOVE     X-MELFDN TO MELFDN OF PMAILEIN-P.
           READ     PMAILEIN-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "1" TO X-RET
                    GO TO ANF080
           END-IF.

      * GIBT ES TEAMLEITER? SONST BEKOMMT JEDES MITGLIED DEN PUNKT
           MOVE     "J" TO NUR-LEITER.
           PERFORM  ZAEHLE-EMPFAENGER.
           IF       ANZ-EMPF = ZEROES
                    MOVE SPACES TO NUR-LEITER
                    PERFORM ZAEHLE-EMPFAENGER
           END-IF.
           IF       ANZ-EMPF = ZEROES
                    MOVE "2" TO X-RET
                    GO TO ANF080
           END-IF.

           PERFORM  COPY-GET-TIME.
           MOVE     ZEROES TO SHARE-NR.
           PERFORM  ANLEGEN-PUNKTE.
           PERFORM  SCHREIBE-DETAILTEXT.
           MOVE     SHARE-NR TO X-OPLFDN.

       ANF080.
           CLOSE    PMAILEIN-DP
                    PTEAMM-DP
                    POPLLST-DP
                    PTXTFIT-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * EMPFAENGER IM TEAM ZAEHLEN (NUR-LEITER = "J": NUR TMLEAD)
      *--------------------------------------------------------------
       ZAEHLE-EMPFAENGER SECTION.
       ZAE-EMP-00.

           MOVE     ZEROES TO ANZ-EMPF.

           INITIALIZE PTEAMMF OF PTEAMM-P.
           MOVE     X-TEAM TO TMTEAM OF PTEAMM-P.
           MOVE     SPACES TO TMUSER OF PTEAMM-P.
           START    PTEAMM-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-EMP-90
           END-IF.

       ZAE-EMP-20.
           READ     PTEAMM-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      TMTEAM OF PTEAMM-P NOT = X-TEAM
                    GO TO ZAE-EMP-90
           END-IF.

           IF       NUR-LEITER = "J"
            AND     TMLEAD OF PTEAMM-P NOT = "J"
                    GO TO ZAE-EMP-20
           END-IF.

           ADD      1 TO ANZ-EMPF.

           GO TO    ZAE-EMP-20.

       ZAE-EMP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * JE EMPFAENGER EINEN SATZ IN POPLLST SCHREIBEN
      *--------------------------------------------------------------
       ANLEGEN-PUNKTE SECTION.
       ANL-PKT-00.

           INITIALIZE PTEAMMF OF PTEAMM-P.
           MOVE     X-TEAM TO TMTEAM OF PTEAMM-P.
           MOVE     SPACES TO TMUSER OF PTEAMM-P.
           START    PTEAMM-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANL-PKT-90
           END-IF.

       ANL-PKT-20.
           READ     PTEAMM-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      TMTEAM OF PTEAMM-P NOT = X-TEAM
                    GO TO ANL-PKT-90
           END-IF.

           IF       NUR-LEITER = "J"
            AND     TMLEAD OF PTEAMM-P NOT = "J"
                    GO TO ANL-PKT-20
           END-IF.

           MOVE     TMUSER OF PTEAMM-P TO EMPF-USER.
           PERFORM  SCHREIBE-PUNKT.

           GO TO    ANL-PKT-20.

       ANL-PKT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINEN OPL-PUNKT FUER EMPF-USER SCHREIBEN; DER ERSTE IST DER
      * BESITZER UND GIBT DIE SHARE-NUMMER VOR
      *--------------------------------------------------------------
       SCHREIBE-PUNKT SECTION.
       SCH-PKT-00.

           INITIALIZE POPLLSTF OF POPLLST-P.
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "POPLLST" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK                  TO OPLFDN OF POPLLST-P.
           IF       SHARE-NR = ZEROES
                    MOVE LFDN-WRK             TO SHARE-NR
           END-IF.

           MOVE     DATE-8                    TO OPDATE OF POPLLST-P.
           MOVE     EMPF-USER                 TO OPUSER OF POPLLST-P.
           MOVE     "*DEFAULT"                TO OPTYPE OF POPLLST-P.
           MOVE     MEBETR OF PMAILEIN-P      TO OPTEXT OF POPLLST-P.
           MOVE     ZEROES                    TO OPPRZT OF POPLLST-P.
           MOVE     SPACES                    TO OPSTAT OF POPLLST-P.
           MOVE     "MAIL"                    TO OPTTYP OF POPLLST-P.
           MOVE     X-TEAM                    TO OPTID  OF POPLLST-P.

      * GETEILT UNTER DER OPLFDN DES ERSTEN SATZES
           MOVE     SHARE-NR                  TO OPSHRN OF POPLLST-P.
           IF       SHARE-NR = LFDN-WRK
                    MOVE EMPF-USER            TO OPSHRM OF POPLLST-P
           END-IF.

           MOVE     T-USER                    TO OPAUSR OF POPLLST-P.
           MOVE     T-TERM                    TO OPABS  OF POPLLST-P.
           MOVE     PGM-WRK                   TO OPAPGM OF POPLLST-P.
           MOVE     DATE-8                    TO OPADTA OF POPLLST-P.
           MOVE     TIME-6                    TO OPATIA OF POPLLST-P.

           WRITE    POPLLST-P.

       SCH-PKT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DETAILTEXT UNTER "S" + SHARE-NUMMER: ABSENDER, BETREFF UND
      * DIE ZEILEN DES MAILTEXTES AUS PTXTFIT "PMAILEIN"
      *--------------------------------------------------------------
       SCHREIBE-DETAILTEXT SECTION.
       SCH-DTX-00.

           MOVE     "S"      TO FTKEY-OPL.
           MOVE     SHARE-NR TO FTKEY-OPL(2:).
           MOVE     MELFDN OF PMAILEIN-P TO FTKEY-MAIL.
           MOVE     ZEROES   TO FTLFPO-WRK.

           INITIALIZE TEXT-WRK.
           STRING   "VON: "                DELIMITED BY SIZE
                    MEVON  OF PMAILEIN-P   DELIMITED BY "  "
             INTO   TEXT-WRK
           END-STRING.
           PERFORM  SCHREIBE-TEXTZEILE.

           INITIALIZE TEXT-WRK.
           STRING   "BETREFF: "            DELIMITED BY SIZE
                    MEBETR OF PMAILEIN-P   DELIMITED BY "  "
             INTO   TEXT-WRK
           END-STRING.
           PERFORM  SCHREIBE-TEXTZEILE.

      * DIE ZEILEN DES MAILTEXTES UEBERNEHMEN
           INITIALIZE PTXTFITF OF PTXTFIT-P.
           MOVE     "PMAILEIN" TO FTFILE OF PTXTFIT-P.
           MOVE     FTKEY-MAIL TO FTKEY  OF PTXTFIT-P.
           MOVE     ZEROES     TO FTLFPO OF PTXTFIT-P.
           START    PTXTFIT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-DTX-90
           END-IF.

       SCH-DTX-20.
           READ     PTXTFIT-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-DTX-90
           END-IF.
           IF       FTFILE OF PTXTFIT-P NOT = "PMAILEIN"
            OR      FTKEY  OF PTXTFIT-P NOT = FTKEY-MAIL
                    GO TO SCH-DTX-90
           END-IF.

      * LESEPOSITION MERKEN, DA DAS SCHREIBEN DEN SATZBEREICH
      * UEBERSCHREIBT
           MOVE     PTXTFITF OF PTXTFIT-P TO TEXT-SAVE.
           MOVE     FTTEXT OF PTXTFIT-P   TO TEXT-WRK.
           PERFORM  SCHREIBE-TEXTZEILE.

           MOVE     TEXT-SAVE TO PTXTFITF OF PTXTFIT-P.
           START    PTXTFIT-DP KEY > EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-DTX-90
           END-IF.

           GO TO    SCH-DTX-20.

       SCH-DTX-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE DETAILZEILE (TEXT-WRK) FUER DEN OPL-PUNKT SCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-TEXTZEILE SECTION.
       SCH-TXZ-00.

           ADD      1 TO FTLFPO-WRK.

           INITIALIZE PTXTFITF OF PTXTFIT-P.
           MOVE     "POPLLST"          TO FTFILE OF PTXTFIT-P.
           MOVE     FTKEY-OPL          TO FTKEY  OF PTXTFIT-P.
           MOVE     FTLFPO-WRK         TO FTLFPO OF PTXTFIT-P.
           MOVE     TEXT-WRK           TO FTTEXT OF PTXTFIT-P.

           MOVE     T-USER             TO FTAUSR OF PTXTFIT-P.
           MOVE     T-TERM             TO FTABS  OF PTXTFIT-P.
           MOVE     PGM-WRK            TO FTAPGM OF PTXTFIT-P.
           MOVE     DATE-8             TO FTADTA OF PTXTFIT-P.
           MOVE     TIME-6             TO FTATIA OF PTXTFIT-P.
           WRITE    PTXTFIT-P.

       SCH-TXZ-90.
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
