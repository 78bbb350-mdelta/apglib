       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0256.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * TAUSCHANFRAGE BESTAETIGEN ODER ABLEHNEN (OHNE BILDSCHIRM)     *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ENTSCHEIDET DIE OFFENE TAUSCHANFRAGE X-KSNR  *
      *                  AUS PKDSWAP: X-ENTSCH "B" BESTAETIGT (KDGUSR *
      *                  IM PKDPLAN-SATZ WIRD DER PARTNER, BEIDE      *
      *                  PARTEIEN ERHALTEN DIE BESTAETIGUNGSMAIL      *
      *                  PGM0041), "A" LEHNT AB (NUR DER ANFRAGENDE   *
      *                  ERHAELT DIE ABLEHNUNGSMAIL PGM0042).         *
      *                  ENTSCHEIDEN DARF NUR DER WUNSCHPARTNER       *
      *                  (X-USER = KSPART). DIE LOGIK STAMMT AUS      *
      *                  XXP0214 UND WIRD VON DORT SOWIE VOM          *
      *                  MAILEINGANG XXP2052 (ANTWORT "JA"/"NEIN")    *
      *                  GERUFEN.                                     *
      *                  X-RET: " " = OK, "1" = ANFRAGE NICHT         *
      *                  GEFUNDEN ODER NICHT MEHR OFFEN, "2" = USER   *
      *                  IST NICHT DER PARTNER, "3" = ENTSCHEIDUNG    *
      *                  UNGUELTIG.                                   *
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
      * PKDSWAP: KSNR (TAUSCHANFRAGEN)
      *-------------------------------------------------------------
           SELECT PKDSWAP-DP
                  ASSIGN       TO  DATABASE-PKDSWAP
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDPLAN: KDDATE, KDTYP, KDUSER (KUECHENDIENST)
      *-------------------------------------------------------------
           SELECT PKDPLAN-DP
                  ASSIGN       TO  DATABASE-PKDPLAN
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PKDSWAP: KSNR
       FD  PKDSWAP-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDSWAP-P.
           COPY DDS-ALL-FORMATS OF PKDSWAP.
      /
      *--- PKDPLAN: KDDATE, KDTYP, KDUSER
       FD  PKDPLAN-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDPLAN-P.
           COPY DDS-ALL-FORMATS OF PKDPLAN.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER FUER PROGRAMMTEXTE
           COPY WRKTXT      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0256".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

       01  SEND-MAIL-USER                LIKE T-USER.

      * PARAMETER FUER DAS HLP0006
       01  HOST-WRK                      PIC X(15).
       01  PORT-WRK                      PIC X(5).
       01  SENDER-WRK                    PIC X(30).
       01  EMPFAENGER-WRK                PIC X(30).
       01  BETREFF-WRK                   PIC X(50).
       01  EMAIL-TEXT                    PIC X(500).
       01  EMAIL-FILE                    PIC X(256).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-KSNR                        LIKE KSNR OF PKDSWAP-P.
      * "B" = BESTAETIGEN, "A" = ABLEHNEN
       01  X-ENTSCH                      PIC X(1).
      * ENTSCHEIDENDER USER (MUSS DER WUNSCHPARTNER SEIN)
       01  X-USER                        LIKE T-USER.
       01  X-RET                         PIC X(1).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-KSNR
                                X-ENTSCH
                                X-USER
                                X-RET.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0256" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RET.

           IF       X-ENTSCH NOT = "B"
            AND     X-ENTSCH NOT = "A"
                    MOVE "3" TO X-RET
                    GO TO ENDE
           END-IF.

           OPEN     I-O   PKDSWAP-DP
                          PKDPLAN-DP.

           PERFORM  COPY-GET-TIME.

      * ANFRAGE MUSS NOCH OFFEN SEIN
           INITIALIZE PKDSWAPF OF PKDSWAP-P.
           MOVE     X-KSNR TO KSNR OF PKDSWAP-P.
           READ     PKDSWAP-DP.
           IF       FILE-STATUS NOT = ZEROES
            OR      KSSTAT OF PKDSWAP-P NOT = "O"
                    MOVE "1" TO X-RET
                    GO TO ANF080
           END-IF.

      * NUR DER WUNSCHPARTNER ENTSCHEIDET
           IF       KSPART OF PKDSWAP-P NOT = X-USER
                    MOVE "2" TO X-RET
                    GO TO ANF080
           END-IF.

           IF       X-ENTSCH = "B"
                    PERFORM BESTAETIGEN
           ELSE
                    PERFORM ABLEHNEN
           END-IF.

       ANF080.
           CLOSE    PKDSWAP-DP
                    PKDPLAN-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * TAUSCH BESTAETIGEN: PKDPLAN UMSCHREIBEN, BEIDE BENACHRICHTIGEN
      *--------------------------------------------------------------
       BESTAETIGEN SECTION.
       BES-000-00.

      * DEN KUECHENDIENST-EINTRAG AUF DEN NEUEN USER UMSCHREIBEN
           INITIALIZE PKDPLANF OF PKDPLAN-P.
           MOVE     KSDATE OF PKDSWAP-P TO KDDATE OF PKDPLAN-P.
           MOVE     KSTYP  OF PKDSWAP-P TO KDTYP  OF PKDPLAN-P.
           MOVE     KSUSER OF PKDSWAP-P TO KDUSER OF PKDPLAN-P.
           READ     PKDPLAN-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE KSPART OF PKDSWAP-P TO KDGUSR OF PKDPLAN-P
                    MOVE X-USER              TO KDMSER OF PKDPLAN-P
                    MOVE T-TERM              TO KDMBS  OF PKDPLAN-P
                    MOVE PGM-WRK             TO KDMPGM OF PKDPLAN-P
                    MOVE DATE-8              TO KDMDTA OF PKDPLAN-P
                    MOVE TIME-6              TO KDMTIA OF PKDPLAN-P
                    REWRITE PKDPLAN-P
           END-IF.

      * ANFRAGE ALS BESTAETIGT KENNZEICHNEN
           MOVE     "B"    TO KSSTAT  OF PKDSWAP-P.
           MOVE     DATE-8 TO KSDTBES OF PKDSWAP-P.
           REWRITE  PKDSWAP-P.

      * BEIDE PARTEIEN PER MAIL BESTAETIGEN
           MOVE     KSUSER OF PKDSWAP-P TO SEND-MAIL-USER.
           PERFORM  SEND-BESTAETIGUNG-MAIL.
           MOVE     KSPART OF PKDSWAP-P TO SEND-MAIL-USER.
           PERFORM  SEND-BESTAETIGUNG-MAIL.

       BES-000-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TAUSCH ABLEHNEN: NUR DIE ANFRAGE KENNZEICHNEN
      *--------------------------------------------------------------
       ABLEHNEN SECTION.
       ABL-000-00.

           MOVE     "A"    TO KSSTAT  OF PKDSWAP-P.
           MOVE     DATE-8 TO KSDTBES OF PKDSWAP-P.
           REWRITE  PKDSWAP-P.

      * NUR DEN ANFRAGENDEN BENACHRICHTIGEN
           MOVE     KSUSER OF PKDSWAP-P TO SEND-MAIL-USER.
           PERFORM  SEND-ABLEHNUNG-MAIL.

       ABL-000-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SENDEN DER BESTAETIGUNGSMAIL
      *--------------------------------------------------------------
       SEND-BESTAETIGUNG-MAIL SECTION.
       SND-BES-00.

           MOVE     "PGM0041"           TO CPY-TXID.
           MOVE     SPRACHE-WRK         TO CPY-TXSPR.
           PERFORM  COPY-PGM-TXT.
           MOVE     CPY-TXTEXT          TO BETREFF-WRK.
           PERFORM  SEND-MAIL.

       SND-BES-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SENDEN DER ABLEHNUNGSMAIL
      *--------------------------------------------------------------
       SEND-ABLEHNUNG-MAIL SECTION.
       SND-ABL-00.

           MOVE     "PGM0042"           TO CPY-TXID.
           MOVE     SPRACHE-WRK         TO CPY-TXSPR.
           PERFORM  COPY-PGM-TXT.
           MOVE     CPY-TXTEXT          TO BETREFF-WRK.
           PERFORM  SEND-MAIL.

       SND-ABL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MAIL AN SEND-MAIL-USER VERSENDEN
      *--------------------------------------------------------------
       SEND-MAIL SECTION.
       SND-MAL-00.

           INITIALIZE HOST-WRK, PORT-WRK, SENDER-WRK, EMAIL-FILE.
           MOVE     "SYSEH03"    TO HOST-WRK.
           MOVE     25           TO PORT-WRK.
           MOVE     PGM-WRK      TO SENDER-WRK.

           INITIALIZE EMAIL-TEXT, EMPFAENGER-WRK.
           MOVE     CPY-TXTEXT   TO EMAIL-TEXT.
           STRING   SEND-MAIL-USER      DELIMITED BY SPACES
                    "@EHRHARDT-PARTNER" DELIMITED BY SPACES
                    ".COM"              DELIMITED BY SPACES
           INTO     EMPFAENGER-WRK.

           CALL     "HLP0006" USING HOST-WRK
                                    PORT-WRK
                                    SENDER-WRK
                                    EMPFAENGER-WRK
                                    BETREFF-WRK
                                    EMAIL-TEXT
                                    EMAIL-FILE
           END-CALL.

       SND-MAL-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------

           COPY     GETTIME    OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-PGM-TXT: PROGRAMMTEXTE LESEN
      *---------------------------------------------------------------

           COPY     PGMTXT     OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-PGM-INIT/COPY-PGM-EXIT: STANDARDROUTINEN START UND ENDE
      *---------------------------------------------------------------

           COPY     PGMWRK     OF APG-QCPYSRC.
      /
