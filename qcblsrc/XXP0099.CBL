       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0099.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * ERINNERUNG AN ABLAUFENDE ZERTIFIKATE (PKURSTN)                *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LAEUFT TAEGLICH PER JOBPLANUNG. FUER JEDE    *
      *                  GEBUCHTE ODER BESUCHTE SCHULUNG (TNSTAT B/T),*
      *                  DEREN ZERTIFIKAT IN DEN NAECHSTEN 60 TAGEN   *
      *                  ABLAEUFT (TNGUEL), WERDEN DER TEILNEHMER UND *
      *                  DIE TEAMLEITER SEINES TEAMS UEBER DEN        *
      *                  VERTEILER XXP2010 (EREIGNISTYP "ZERTABL",    *
      *                  STANDARDKANAL "T") EINMALIG ERINNERT (TNERIN *
      *                  HAELT DEN ERINNERUNGSTAG). IST DER KURS      *
      *                  BEREITS ERNEUT MIT SPAETERER GUELTIGKEIT     *
      *                  GEBUCHT, ENTFAELLT DIE ERINNERUNG.           *
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
      * PKURSTN: TNUSER, TNLFDN (SCHULUNGSTEILNAHMEN)
      *-------------------------------------------------------------
           SELECT PKURSTN-DP
                  ASSIGN       TO  DATABASE-PKURSTN
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKURS: KSID (SCHULUNGSKATALOG, FUER DEN TITEL)
      *-------------------------------------------------------------
           SELECT PKURS-DP
                  ASSIGN       TO  DATABASE-PKURS
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PTEAMM: TMTEAM, TMUSER (TEAMMITGLIEDER)
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
      *--- PKURSTN: TNUSER, TNLFDN
       FD  PKURSTN-DP
           LABEL RECORDS ARE STANDARD.
       01  PKURSTN-P.
           COPY DDS-ALL-FORMATS OF PKURSTN.
      /
      *--- PKURS: KSID
       FD  PKURS-DP
           LABEL RECORDS ARE STANDARD.
       01  PKURS-P.
           COPY DDS-ALL-FORMATS OF PKURS.
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

       01  PGM-WRK                       PIC X(10) VALUE "XXP0099".
       01  PGM-TYP                       PIC X(8)  VALUE "BATCH".

      * PARAMETER FUER DEN VERTEILER XXP2010
       01  NOT-MODUS                     PIC X(1).
       01  NOT-EVTTYP                    PIC X(10).
       01  NOT-USER                      PIC X(10).
       01  NOT-BETREFF                   PIC X(50).
       01  NOT-TEXT                      PIC X(256).
       01  NOT-STDKAN                    PIC X(1).
       01  NOT-KANAL                     PIC X(1).

      * VORLAUF DER ERINNERUNG IN TAGEN
       01  VORLAUF-TAGE                  PIC 9(3) VALUE 60.
       01  GRENZ-DATUM                   PIC 9(8).

      * AKTUELLE TEILNAHME
       01  SAV-USER                      PIC X(10).
       01  SAV-LFDN                      PIC 9(5).
       01  SAV-KURS                      PIC X(10).
       01  SAV-GUEL                      PIC 9(8).
       01  SAV-TEAM                      PIC X(10).
      * KURS IST BEREITS MIT SPAETERER GUELTIGKEIT GEBUCHT (1)
       01  ERNEUERT                      PIC 9(1).

      * TITEL DES KURSES
       01  TITEL-WRK                     PIC X(50).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0099" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

      * ZERTIFIKATE, DIE BIS ZU DIESEM TAG ABLAUFEN
           COMPUTE  GRENZ-DATUM = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(DATE-8) + VORLAUF-TAGE).

           OPEN     I-O   PKURSTN-DP.
           OPEN     INPUT PKURS-DP
                          PTEAMM-DP.

           PERFORM  ERINNERE-ZERTIFIKATE.

           CLOSE    PKURSTN-DP
                    PKURS-DP
                    PTEAMM-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE TEILNAHMEN MIT ABLAUFENDEM ZERTIFIKAT ERINNERN
      *--------------------------------------------------------------
       ERINNERE-ZERTIFIKATE SECTION.
       ERI-ZER-00.

           INITIALIZE PKURSTNF OF PKURSTN-P.
           MOVE     SPACES TO TNUSER OF PKURSTN-P.
           MOVE     ZEROES TO TNLFDN OF PKURSTN-P.
           START    PKURSTN-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERI-ZER-90
           END-IF.

       ERI-ZER-20.
           READ     PKURSTN-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERI-ZER-90
           END-IF.

      * NUR GEBUCHTE ODER BESUCHTE SCHULUNGEN MIT ZERTIFIKAT
           IF       TNSTAT OF PKURSTN-P NOT = "B"
            AND     TNSTAT OF PKURSTN-P NOT = "T"
                    GO TO ERI-ZER-20
           END-IF.
           IF       TNGUEL OF PKURSTN-P = ZEROES
                    GO TO ERI-ZER-20
           END-IF.

      * NUR EINMAL ERINNERN, NUR INNERHALB DES VORLAUFS
           IF       TNERIN OF PKURSTN-P NOT = ZEROES
            OR      TNGUEL OF PKURSTN-P < DATE-8
            OR      TNGUEL OF PKURSTN-P > GRENZ-DATUM
                    GO TO ERI-ZER-20
           END-IF.

           MOVE     TNUSER OF PKURSTN-P TO SAV-USER.
           MOVE     TNLFDN OF PKURSTN-P TO SAV-LFDN.
           MOVE     TNKURS OF PKURSTN-P TO SAV-KURS.
           MOVE     TNGUEL OF PKURSTN-P TO SAV-GUEL.
           MOVE     TNTEAM OF PKURSTN-P TO SAV-TEAM.

      * IST DER KURS SCHON ERNEUT GEBUCHT, KEINE ERINNERUNG
           PERFORM  PRUEFE-ERNEUERUNG.
           IF       ERNEUERT = ZEROES
                    PERFORM ERINNERE-EINE-TEILNAHME
           END-IF.

      * LESEPOSITION HINTER DER AKTUELLEN TEILNAHME FORTSETZEN
           INITIALIZE PKURSTNF OF PKURSTN-P.
           MOVE     SAV-USER TO TNUSER OF PKURSTN-P.
           MOVE     SAV-LFDN TO TNLFDN OF PKURSTN-P.
           START    PKURSTN-DP KEY > EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERI-ZER-90
           END-IF.

           GO TO    ERI-ZER-20.

       ERI-ZER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GIBT ES EINE SPAETERE TEILNAHME DES USERS AM GLEICHEN KURS
      * MIT SPAETERER GUELTIGKEIT? (ERNEUERT = 1)
      *--------------------------------------------------------------
       PRUEFE-ERNEUERUNG SECTION.
       PRF-ERN-00.

           MOVE     ZEROES TO ERNEUERT.

           INITIALIZE PKURSTNF OF PKURSTN-P.
           MOVE     SAV-USER TO TNUSER OF PKURSTN-P.
           MOVE     SAV-LFDN TO TNLFDN OF PKURSTN-P.
           START    PKURSTN-DP KEY > EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-ERN-90
           END-IF.

       PRF-ERN-20.
           READ     PKURSTN-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      TNUSER OF PKURSTN-P NOT = SAV-USER
                    GO TO PRF-ERN-90
           END-IF.

           IF       TNKURS OF PKURSTN-P     = SAV-KURS
            AND     TNSTAT OF PKURSTN-P NOT = "S"
            AND     TNGUEL OF PKURSTN-P     > SAV-GUEL
                    MOVE 1 TO ERNEUERT
                    GO TO PRF-ERN-90
           END-IF.

           GO TO    PRF-ERN-20.

       PRF-ERN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TEILNEHMER UND TEAMLEITER ERINNERN, ERINNERUNGSTAG SETZEN
      *--------------------------------------------------------------
       ERINNERE-EINE-TEILNAHME SECTION.
       ERI-EIN-00.

      * TITEL DES KURSES HOLEN
           MOVE     SAV-KURS TO TITEL-WRK.
           INITIALIZE PKURSF OF PKURS-P.
           MOVE     SAV-KURS TO KSID OF PKURS-P.
           READ     PKURS-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE KSTITEL OF PKURS-P TO TITEL-WRK
           END-IF.

           INITIALIZE NOT-BETREFF.
           STRING   "ZERTIFIKAT LAEUFT AB: "     DELIMITED BY SIZE
                    SAV-KURS                    DELIMITED BY SPACES
             INTO   NOT-BETREFF
           END-STRING.
           INITIALIZE NOT-TEXT.
           STRING   "DAS ZERTIFIKAT ZU "         DELIMITED BY SIZE
                    FUNCTION TRIM(TITEL-WRK)     DELIMITED BY SIZE
                    " VON "                      DELIMITED BY SIZE
                    SAV-USER                     DELIMITED BY SPACES
                    " IST GUELTIG BIS "          DELIMITED BY SIZE
                    SAV-GUEL                     DELIMITED BY SIZE
                    ". BITTE AUFFRISCHUNG BUCHEN (XXP0098)."
                                                 DELIMITED BY SIZE
             INTO   NOT-TEXT
           END-STRING.

      * DER TEILNEHMER
           MOVE     SAV-USER TO NOT-USER.
           PERFORM  SENDEN-ERINNERUNG.

      * DIE TEAMLEITER SEINES TEAMS
           IF       SAV-TEAM NOT = SPACES
                    PERFORM ERINNERE-TEAMLEITER
           END-IF.

      * ERINNERUNGSTAG FORTSCHREIBEN
           INITIALIZE PKURSTNF OF PKURSTN-P.
           MOVE     SAV-USER TO TNUSER OF PKURSTN-P.
           MOVE     SAV-LFDN TO TNLFDN OF PKURSTN-P.
           READ     PKURSTN-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERI-EIN-90
           END-IF.
           MOVE     DATE-8  TO TNERIN OF PKURSTN-P.
           MOVE     T-USER  TO TNMSER OF PKURSTN-P.
           MOVE     PGM-WRK TO TNMPGM OF PKURSTN-P.
           MOVE     DATE-8  TO TNMDTA OF PKURSTN-P.
           MOVE     TIME-6  TO TNMTIA OF PKURSTN-P.
           REWRITE  PKURSTN-P.

       ERI-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE TEAMLEITER (TMLEAD = "J") DES TEAMS ERINNERN
      *--------------------------------------------------------------
       ERINNERE-TEAMLEITER SECTION.
       ERI-TLD-00.

           INITIALIZE PTEAMMF OF PTEAMM-P.
           MOVE     SAV-TEAM TO TMTEAM OF PTEAMM-P.
           MOVE     SPACES   TO TMUSER OF PTEAMM-P.
           START    PTEAMM-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERI-TLD-90
           END-IF.

       ERI-TLD-20.
           READ     PTEAMM-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      TMTEAM OF PTEAMM-P NOT = SAV-TEAM
                    GO TO ERI-TLD-90
           END-IF.

           IF       TMLEAD OF PTEAMM-P     = "J"
            AND     TMUSER OF PTEAMM-P NOT = SAV-USER
                    MOVE TMUSER OF PTEAMM-P TO NOT-USER
                    PERFORM SENDEN-ERINNERUNG
           END-IF.

           GO TO    ERI-TLD-20.

       ERI-TLD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ERINNERUNG AN NOT-USER UEBER DEN ZENTRALEN VERTEILER
      *--------------------------------------------------------------
       SENDEN-ERINNERUNG SECTION.
       SND-ERI-00.

           MOVE     "S"          TO NOT-MODUS.
           MOVE     "ZERTABL"    TO NOT-EVTTYP.
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
