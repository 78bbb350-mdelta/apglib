       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              AZP0328.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * ROTATIONSPLAN: TEAMLEITER BENACHRICHTIGEN UND TEAM WECHSELN   *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LAEUFT TAEGLICH PER JOBPLANUNG UEBER DEN     *
      *                  ROTATIONSPLAN PAZUROT (PFLEGE AZP0326):      *
      *                  - BEGINNT EIN EINSATZ IN HOECHSTENS 14       *
      *                    TAGEN, WERDEN DIE TEAMLEITER (PTEAMM       *
      *                    TMLEAD = "J") DES AUFNEHMENDEN TEAMS UEBER *
      *                    DEN VERTEILER XXP2010 (EREIGNISTYP         *
      *                    "ROTATION", STANDARDKANAL "T") EINMALIG    *
      *                    BENACHRICHTIGT (ROBENA = "J").             *
      *                  - AB DEM ERSTEN TAG DES EINSATZES WIRD DER   *
      *                    AZUBI IN PTEAMM DEM NEUEN TEAM ZUGEORDNET  *
      *                    UND AUS DEM TEAM DES VORHERGEHENDEN        *
      *                    EINSATZES ENTFERNT (ROWECH = "J").         *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    AZUBINAME UEBER PERSONENSTAMM (CFP9022)      *
      *                  STATT H050                                   *
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
      * PAZUROT: ROUSER, ROVON (ROTATIONSPLAN)
      *-------------------------------------------------------------
           SELECT PAZUROT-DP
                  ASSIGN       TO  DATABASE-PAZUROT
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
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PAZUROT: ROUSER, ROVON
       FD  PAZUROT-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUROT-P.
           COPY DDS-ALL-FORMATS OF PAZUROT.
      /
      *--- PTEAMM: TMTEAM, TMUSER
       FD  PTEAMM-DP
           LABEL RECORDS ARE STANDARD.
       01  PTEAMM-P.
           COPY DDS-ALL-FORMATS OF PTEAMM.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "AZP0328".
       01  PGM-TYP                       PIC X(8)  VALUE "AZUBI ".

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

      * VORLAUF DER BENACHRICHTIGUNG IN TAGEN
       01  VORLAUF-TAGE                  PIC 9(3) VALUE 14.
       01  STICHTAG                      PIC 9(8).

      * VORHERGEHENDER EINSATZ (SCHLUESSELFOLGE ROUSER, ROVON)
       01  SAV-USER                      LIKE ROUSER OF PAZUROT-P.
       01  SAV-TEAM                      LIKE ROTEAM OF PAZUROT-P.
       01  VOR-TEAM                      LIKE ROTEAM OF PAZUROT-P.

      * NAME DES AZUBIS AUS DEM PERSONENSTAMM
       01  AZU-NAME                      PIC X(30).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "AZP0328" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.
           COMPUTE  STICHTAG = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(DATE-8) + VORLAUF-TAGE).

           OPEN     I-O   PAZUROT-DP
                          PTEAMM-DP.

           PERFORM  SCAN-EINSAETZE.

           CLOSE    PAZUROT-DP
                    PTEAMM-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE EINSAETZE DURCHLAUFEN
      *--------------------------------------------------------------
       SCAN-EINSAETZE SECTION.
       SCN-EIN-00.

           MOVE     SPACES TO SAV-USER.
           MOVE     SPACES TO SAV-TEAM.

           INITIALIZE PAZUROTF OF PAZUROT-P.
           MOVE     SPACES TO ROUSER OF PAZUROT-P.
           MOVE     ZEROES TO ROVON  OF PAZUROT-P.
           START    PAZUROT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCN-EIN-90
           END-IF.

       SCN-EIN-20.
           READ     PAZUROT-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCN-EIN-90
           END-IF.

      * TEAM DES VORHERGEHENDEN EINSATZES DESSELBEN AZUBIS
           IF       ROUSER OF PAZUROT-P = SAV-USER
                    MOVE SAV-TEAM TO VOR-TEAM
           ELSE
                    MOVE SPACES   TO VOR-TEAM
           END-IF.
           MOVE     ROUSER OF PAZUROT-P TO SAV-USER.
           MOVE     ROTEAM OF PAZUROT-P TO SAV-TEAM.

      * ABGELAUFENE EINSAETZE BLEIBEN UNBERUEHRT
           IF       ROBIS OF PAZUROT-P < DATE-8
                    UNLOCK PAZUROT-DP
                    GO TO SCN-EIN-20
           END-IF.

      * NICHTS ZU TUN?
           IF     ( ROBENA OF PAZUROT-P = "J"
              OR    ROVON  OF PAZUROT-P > STICHTAG )
            AND   ( ROWECH OF PAZUROT-P = "J"
              OR    ROVON  OF PAZUROT-P > DATE-8 )
                    UNLOCK PAZUROT-DP
                    GO TO SCN-EIN-20
           END-IF.

      * TEAMLEITER RECHTZEITIG VOR DEM BEGINN BENACHRICHTIGEN
           IF       ROBENA OF PAZUROT-P NOT = "J"
            AND     ROVON  OF PAZUROT-P NOT > STICHTAG
                    PERFORM BENACHRICHTIGE-TEAMLEITER
                    MOVE "J" TO ROBENA OF PAZUROT-P
           END-IF.

      * AM ERSTEN TAG DES EINSATZES DAS TEAM WECHSELN
           IF       ROWECH OF PAZUROT-P NOT = "J"
            AND     ROVON  OF PAZUROT-P NOT > DATE-8
                    PERFORM WECHSLE-TEAM
                    MOVE "J" TO ROWECH OF PAZUROT-P
           END-IF.

           MOVE     T-USER  TO ROMSER OF PAZUROT-P.
           MOVE     T-TERM  TO ROMBS  OF PAZUROT-P.
           MOVE     PGM-WRK TO ROMPGM OF PAZUROT-P.
           MOVE     DATE-8  TO ROMDTA OF PAZUROT-P.
           MOVE     TIME-6  TO ROMTIA OF PAZUROT-P.
           REWRITE  PAZUROT-P.

           GO TO    SCN-EIN-20.

       SCN-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE TEAMLEITER (TMLEAD = "J") DES AUFNEHMENDEN TEAMS
      * BENACHRICHTIGEN
      *--------------------------------------------------------------
       BENACHRICHTIGE-TEAMLEITER SECTION.
       BEN-TLD-00.

           PERFORM  LESEN-AZUBINAME.

           MOVE     "AZUBI KOMMT INS TEAM" TO NOT-BETREFF.
           INITIALIZE NOT-TEXT.
           STRING   "AZUBI "                     DELIMITED BY SIZE
                    AZU-NAME                     DELIMITED BY "  "
                    " ("                         DELIMITED BY SIZE
                    ROUSER OF PAZUROT-P          DELIMITED BY SPACES
                    ") IST VOM "                 DELIMITED BY SIZE
                    ROVON  OF PAZUROT-P(7:2)     DELIMITED BY SIZE
                    "."                          DELIMITED BY SIZE
                    ROVON  OF PAZUROT-P(5:2)     DELIMITED BY SIZE
                    "."                          DELIMITED BY SIZE
                    ROVON  OF PAZUROT-P(1:4)     DELIMITED BY SIZE
                    " BIS "                      DELIMITED BY SIZE
                    ROBIS  OF PAZUROT-P(7:2)     DELIMITED BY SIZE
                    "."                          DELIMITED BY SIZE
                    ROBIS  OF PAZUROT-P(5:2)     DELIMITED BY SIZE
                    "."                          DELIMITED BY SIZE
                    ROBIS  OF PAZUROT-P(1:4)     DELIMITED BY SIZE
                    " IM TEAM "                  DELIMITED BY SIZE
                    ROTEAM OF PAZUROT-P          DELIMITED BY SPACES
                    ", AUSBILDER: "              DELIMITED BY SIZE
                    ROAUSB OF PAZUROT-P          DELIMITED BY SPACES
             INTO   NOT-TEXT
           END-STRING.

           INITIALIZE PTEAMMF OF PTEAMM-P.
           MOVE     ROTEAM OF PAZUROT-P TO TMTEAM OF PTEAMM-P.
           MOVE     SPACES              TO TMUSER OF PTEAMM-P.
           START    PTEAMM-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BEN-TLD-90
           END-IF.

       BEN-TLD-20.
           READ     PTEAMM-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      TMTEAM OF PTEAMM-P NOT = ROTEAM OF PAZUROT-P
                    GO TO BEN-TLD-90
           END-IF.

           IF       TMLEAD OF PTEAMM-P = "J"
                    MOVE TMUSER OF PTEAMM-P TO NOT-USER
                    PERFORM SENDEN-NACHRICHT
           END-IF.

           GO TO    BEN-TLD-20.

       BEN-TLD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NAME DES AZUBIS AUS DEM PERSONENSTAMM LESEN
      *--------------------------------------------------------------
       LESEN-AZUBINAME SECTION.
       LES-AZN-00.

           MOVE     ROUSER OF PAZUROT-P TO AZU-NAME.

           INITIALIZE PERSON-REC.
           MOVE     "L"                 TO PN-MODUS OF PERSON-REC.
           MOVE     ROUSER OF PAZUROT-P TO PN-USER  OF PERSON-REC.
           CALL     "CFP9022" USING PERSON-REC
           END-CALL.
           IF       PN-RET  OF PERSON-REC     = SPACES
            AND     PN-NAME OF PERSON-REC NOT = SPACES
                    MOVE PN-NAME OF PERSON-REC TO AZU-NAME
           END-IF.

       LES-AZN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NACHRICHT AN NOT-USER UEBER DEN ZENTRALEN VERTEILER
      *--------------------------------------------------------------
       SENDEN-NACHRICHT SECTION.
       SND-NAC-00.

           MOVE     "S"          TO NOT-MODUS.
           MOVE     "ROTATION"   TO NOT-EVTTYP.
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
      *--------------------------------------------------------------
      * AZUBI IN PTEAMM DEM NEUEN TEAM ZUORDNEN UND AUS DEM TEAM
      * DES VORHERGEHENDEN EINSATZES ENTFERNEN
      *--------------------------------------------------------------
       WECHSLE-TEAM SECTION.
       WEC-TEA-00.

      * ALTES TEAM VERLASSEN (LEITER BLEIBEN IMMER IM TEAM)
           IF       VOR-TEAM NOT = SPACES
            AND     VOR-TEAM NOT = ROTEAM OF PAZUROT-P
                    INITIALIZE PTEAMMF OF PTEAMM-P
                    MOVE VOR-TEAM            TO TMTEAM OF PTEAMM-P
                    MOVE ROUSER OF PAZUROT-P TO TMUSER OF PTEAMM-P
                    READ PTEAMM-DP
                    IF   FILE-STATUS = ZEROES
                         IF   TMLEAD OF PTEAMM-P NOT = "J"
                              DELETE PTEAMM-DP
                         ELSE
                              UNLOCK PTEAMM-DP
                         END-IF
                    END-IF
           END-IF.

      * NEUES TEAM
           INITIALIZE PTEAMMF OF PTEAMM-P.
           MOVE     ROTEAM OF PAZUROT-P TO TMTEAM OF PTEAMM-P.
           MOVE     ROUSER OF PAZUROT-P TO TMUSER OF PTEAMM-P.
           READ     PTEAMM-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    GO TO WEC-TEA-90
           END-IF.

           INITIALIZE PTEAMMF OF PTEAMM-P.
           MOVE     ROTEAM OF PAZUROT-P TO TMTEAM OF PTEAMM-P.
           MOVE     ROUSER OF PAZUROT-P TO TMUSER OF PTEAMM-P.
           MOVE     SPACES              TO TMLEAD OF PTEAMM-P.
           MOVE     T-USER              TO TMAUSR OF PTEAMM-P.
           MOVE     T-TERM              TO TMABS  OF PTEAMM-P.
           MOVE     PGM-WRK             TO TMAPGM OF PTEAMM-P.
           MOVE     DATE-8              TO TMADTA OF PTEAMM-P.
           MOVE     TIME-6              TO TMATIA OF PTEAMM-P.
           WRITE    PTEAMM-P.

       WEC-TEA-90.
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
