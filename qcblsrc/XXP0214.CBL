      *                  XXP0205 BEREITS BELEGTEN PGM0001 VERWENDET,  *
      *                  DAMIT BESTÄTIGUNGS- UND ABLEHNUNGSMAIL       *
      *                  UNTERSCHIEDLICHEN TEXT ERHALTEN              *
      * 15.10.2026 MD    BESTAETIGEN/ABLEHNEN (PKDPLAN UND MAILS)     *
      *                  LIEGT JETZT IN XXP0256, DAS AUCH DER         *
      *                  MAILEINGANG XXP2052 BEI ANTWORT JA/NEIN      *
      *                  RUFT.                                        *
      *                                                               *
      *****************************************************************
      *
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  PKDSWAP-P.
           COPY DDS-ALL-FORMATS OF PKDSWAP.
      /
       WORKING-STORAGE SECTION.

       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

       01  AUSWAHL                       PIC X(2).

      * PARAMETER FUER XXP0256 ("B" = BESTAETIGEN, "A" = ABLEHNEN)
       01  ENTSCH-WRK                    PIC X(1).
       01  ENTSCH-RET                    PIC X(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
           PERFORM  COPY-DISPLAY-OPEN.

      * ALLE DATEIEN ÖFFNEN
           OPEN     INPUT PKDSWAP-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE                 PKDSWAP-DP.

           PERFORM  COPY-PGM-EXIT.

           EXIT.
      /
      *--------------------------------------------------------------
      * TAUSCH BESTAETIGEN UEBER XXP0256 (PKDPLAN UMSCHREIBEN, BEIDE
      * PARTEIEN PER MAIL BENACHRICHTIGEN)
      *--------------------------------------------------------------
       BESTAETIGEN SECTION.
       BES-000-00.

           MOVE     "B" TO ENTSCH-WRK.
           CALL     "XXP0256" USING KSNR OF PKDSWAP-P
                                    ENTSCH-WRK
                                    T-USER
                                    ENTSCH-RET
           END-CALL.

       BES-000-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TAUSCH ABLEHNEN UEBER XXP0256 (ANFRAGE KENNZEICHNEN, DEN
      * ANFRAGENDEN PER MAIL BENACHRICHTIGEN)
      *--------------------------------------------------------------
       ABLEHNEN SECTION.
       ABL-000-00.

           MOVE     "A" TO ENTSCH-WRK.
           CALL     "XXP0256" USING KSNR OF PKDSWAP-P
                                    ENTSCH-WRK
                                    T-USER
                                    ENTSCH-RET
           END-CALL.

       ABL-000-90.
           EXIT.
      /
      *--------------------------------------------------------------
