      *                  "NAMEN"  = PCONFIG H050: KLARNAMEN IN        *
      *                             CFTXT1 WERDEN DURCH "TEST-"       *
      *                             PLUS USERKENNUNG ERSETZT.         *
      *                             PPERSON: PENAME, PEVNAM UND       *
      *                             PENNAM EBENSO.                    *
      *                  "NOTEN"  = PAZUNOT: ALLE NOTEN AUF 3.        *
      *                  "ZEITEN" = PZEITTAG: START 080000, ENDE      *
      *                             163000, PAUSE 30, ZTSEC 28800.    *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    REGEL "NAMEN" AUCH FUER DEN PERSONENSTAMM    *
      *                  PPERSON                                      *
      *                                                               *
      *****************************************************************
      *
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PPERSON (UEBER OVRDBF AUF DIE TESTKOPIE UMGELEITET)
      *-------------------------------------------------------------
           SELECT PPERSON-DP
                  ASSIGN       TO  DATABASE-PPERSON
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  PZEITTAG-P.
           COPY DDS-ALL-FORMATS OF PZEITTAG.
      /
      *--- PPERSON: PEUSER
       FD  PPERSON-DP
           LABEL RECORDS ARE STANDARD.
       01  PPERSON-P.
           COPY DDS-ALL-FORMATS OF PPERSON.
      /
       WORKING-STORAGE SECTION.


           EVALUATE X-REGEL
                    WHEN "NAMEN"
                         EVALUATE X-FILE
                              WHEN "PCONFIG"
                                   PERFORM MASKIERE-NAMEN
                              WHEN "PPERSON"
                                   PERFORM MASKIERE-PERSONEN
                              WHEN OTHER
                                   MOVE "1" TO X-RETCODE
                         END-EVALUATE
                    WHEN "NOTEN"
                         IF   X-FILE = "PAZUNOT"
                              PERFORM MASKIERE-NOTEN
           EXIT.
      /
      *--------------------------------------------------------------
      * KLARNAMEN IM PERSONENSTAMM DER TESTKOPIE ERSETZEN
      *--------------------------------------------------------------
       MASKIERE-PERSONEN SECTION.
       MSK-PER-00.

           PERFORM  SETZE-OVERRIDE.
           IF       X-RETCODE NOT = SPACES
                    GO TO MSK-PER-90
           END-IF.

           OPEN     I-O PPERSON-DP.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "1" TO X-RETCODE
                    PERFORM LOESCHE-OVERRIDE
                    GO TO MSK-PER-90
           END-IF.

           INITIALIZE PPERSONF OF PPERSON-P.
           MOVE     SPACES TO PEUSER OF PPERSON-P.
           START    PPERSON-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO MSK-PER-80
           END-IF.

       MSK-PER-20.
           READ     PPERSON-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO MSK-PER-80
           END-IF.

           INITIALIZE PENAME OF PPERSON-P.
           STRING   "TEST-"                  DELIMITED BY SIZE
                    PEUSER OF PPERSON-P      DELIMITED BY SPACES
               INTO PENAME OF PPERSON-P
           END-STRING.
           MOVE     PENAME OF PPERSON-P TO PENNAM OF PPERSON-P.
           MOVE     "TEST"              TO PEVNAM OF PPERSON-P.
           REWRITE  PPERSON-P.

           GO TO    MSK-PER-20.

       MSK-PER-80.
           CLOSE    PPERSON-DP.
           PERFORM  LOESCHE-OVERRIDE.

       MSK-PER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE NOTEN DER TESTKOPIE NEUTRALISIEREN
      *--------------------------------------------------------------
       MASKIERE-NOTEN SECTION.
