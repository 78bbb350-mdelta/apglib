      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    F6 NIMMT OPTIONAL DIE TESTDATEN-FIXTURE      *
      *                  (CTFIX, PCONFIG T100) DES TESTFALLS AUF.     *
      *                  OPTION "7" STELLT SIE VOR DEM LAUF UEBER     *
      *                  CRP1062 WIEDER HER UND VERGLEICHT DANACH,    *
      *                  WAS DER TEST AN DEN DATEN GEAENDERT HAT.     *
      *                                                               *
      *****************************************************************
      *
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      *-------------------------------------------------------------
      * PCONFIG: CFID, CFKEY (FIXTURE-DEFINITION T100)
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
           LABEL RECORDS ARE STANDARD.
       01  PSCTRES-P.
           COPY DDS-ALL-FORMATS OF PSCTRES.
      /
      *--- PCONFIG: CFID, CFKEY
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
       WORKING-STORAGE SECTION.

      * PARAMETER FUER SCP0001 (TESTLAUF)
       01  TST-PARM                      PIC X(1).
       01  TST-MODE                      PIC X(1).

      * PARAMETER FUER CRP1062 (TESTDATEN-FIXTURE)
       01  FIX-AKTION                    PIC X(1).
       01  FIX-NAME                      PIC X(10).
       01  FIX-OUTQ                      PIC X(10).
       01  FIX-RETCODE                   PIC X(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * ALLE DATEIEN OEFFNEN
           OPEN     I-O   PCRTST-DP.
           OPEN     INPUT PSCTRES-DP.
           OPEN     INPUT PCONFIG-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE                 PCRTST-DP
                                 PSCTRES-DP
                                 PCONFIG-DP.

           PERFORM  COPY-PGM-EXIT.


      * TEST SOFORT LAUFEN LASSEN (SCP0001)
           IF       AUSW OF FORMAT2 = "7"
                    PERFORM LAUFE-TEST
                    MOVE "1" TO F5
           END-IF.

           EXIT.
      /
      *--------------------------------------------------------------
      * TEST LAUFEN LASSEN. MIT FIXTURE WERDEN DIE TESTDATEN VORHER
      * WIEDERHERGESTELLT UND DANACH GEGEN DIE FIXTURE VERGLICHEN
      * (LISTE CRF1062, UNTERSCHIEDE IN PTSTDIF)
      *--------------------------------------------------------------
       LAUFE-TEST SECTION.
       LAU-TST-00.

           INITIALIZE PCRTSTF OF PCRTST-P.
           MOVE     SEL-CR            TO CTLFDN OF PCRTST-P.
           MOVE     CTTEST OF FORMAT2 TO CTTEST OF PCRTST-P.
           READ     PCRTST-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAU-TST-90
           END-IF.

           MOVE     CTFIX OF PCRTST-P TO FIX-NAME.
           MOVE     SPACES            TO FIX-OUTQ.

      * OHNE SAUBEREN AUSGANGSSTAND LAEUFT DER TEST NICHT
           IF       FIX-NAME NOT = SPACES
                    MOVE "R" TO FIX-AKTION
                    CALL "CRP1062" USING FIX-AKTION
                                         FIX-NAME
                                         FIX-OUTQ
                                         FIX-RETCODE
                    END-CALL
                    IF   FIX-RETCODE NOT = SPACES
                         GO TO LAU-TST-90
                    END-IF
           END-IF.

           MOVE     CTTEST OF FORMAT2(1:1) TO TST-PARM.
           MOVE     SPACES                 TO TST-MODE.
           CALL     "SCP0001" USING TST-PARM
                                    TST-MODE
           END-CALL.

           IF       FIX-NAME NOT = SPACES
                    MOVE "D" TO FIX-AKTION
                    CALL "CRP1062" USING FIX-AKTION
                                         FIX-NAME
                                         FIX-OUTQ
                                         FIX-RETCODE
                    END-CALL
           END-IF.

       LAU-TST-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NEUE VERKNUEPFUNG ERFASSEN (FMT01)
      *--------------------------------------------------------------
       ERFASSEN-EINTRAG SECTION.
                    GO TO ERF-EIN-90
           END-IF.

      * EINE ANGEGEBENE FIXTURE MUSS IN PCONFIG T100 DEFINIERT SEIN
           IF       CTFIX OF FORMAT1 NOT = SPACES
                    INITIALIZE PCONFIGF OF PCONFIG-P
                    MOVE "T100"           TO CFID   OF PCONFIG-P
                    MOVE CTFIX OF FORMAT1 TO CFKEY  OF PCONFIG-P
                    MOVE SPACES           TO CFKEY2 OF PCONFIG-P
                    MOVE SPACES           TO CFKEY3 OF PCONFIG-P
                    MOVE SPACES           TO CFKEY4 OF PCONFIG-P
                    READ PCONFIG-DP WITH NO LOCK
                    IF   FILE-STATUS NOT = ZEROES
                         MOVE AN TO IN99 OF INXX
                         GO TO ERF-EIN-10
                    END-IF
           END-IF.

           PERFORM  ANLEGEN-EINTRAG.

       ERF-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VERKNUEPFUNG IN PCRTST ANLEGEN. BESTEHT SIE SCHON, WIRD NUR
      * DIE FIXTURE UEBERNOMMEN
      *--------------------------------------------------------------
       ANLEGEN-EINTRAG SECTION.
       ANL-EIN-00.
                    INITIALIZE PCRTSTF OF PCRTST-P
                    MOVE SEL-CR            TO CTLFDN OF PCRTST-P
                    MOVE CTTEST OF FORMAT1 TO CTTEST OF PCRTST-P
                    MOVE CTFIX  OF FORMAT1 TO CTFIX  OF PCRTST-P
                    MOVE T-USER            TO CTAUSR OF PCRTST-P
                    MOVE DATE-8            TO CTADTA OF PCRTST-P
                    MOVE TIME-6            TO CTATIA OF PCRTST-P
                    WRITE PCRTST-P
           ELSE
                    MOVE CTFIX  OF FORMAT1 TO CTFIX  OF PCRTST-P
                    REWRITE PCRTST-P
           END-IF.

       ANL-EIN-90.
