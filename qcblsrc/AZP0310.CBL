      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    TESTFALL MIT TESTDATEN-FIXTURE (TCFIX,       *
      *                  PCONFIG T100): VOR DEM AUFRUF STELLT         *
      *                  CRP1062 DIE DATEN WIEDER HER, DANACH WIRD    *
      *                  VERGLICHEN, WAS DIE LOESUNG GEAENDERT HAT.   *
      *                  OHNE WIEDERHERSTELLUNG GILT DER TESTFALL     *
      *                  ALS NICHT BESTANDEN.                         *
      * 02.09.2026 MD    KLAUSURMODUS (PAZUKLS/AZP0322): VOR DEM      *
      *                  FENSTER WIRD DER LAUF ABGELEHNT; WAEHREND    *
      *                  DES OFFENEN FENSTERS DARF NUR DER AZUBI      *
       01  TEST-INPUT                    PIC X(80).
       01  TEST-OUTPUT                   PIC X(80).

      * PARAMETER FUER CRP1062 (TESTDATEN-FIXTURE)
       01  FIX-AKTION                    PIC X(1).
       01  FIX-NAME                      PIC X(10).
       01  FIX-OUTQ                      PIC X(10).
       01  FIX-RETCODE                   PIC X(1).

       01  ANZ-OK                        PIC 9(3)  VALUE ZEROES.
       01  ANZ-GESAMT                    PIC 9(3)  VALUE ZEROES.

           MOVE     TCINP OF PAZUTST-P TO TEST-INPUT.
           INITIALIZE TEST-OUTPUT.

      * TESTDATEN DES TESTFALLS WIEDERHERSTELLEN; OHNE SAUBEREN
      * AUSGANGSSTAND WIRD DIE LOESUNG NICHT AUFGERUFEN
           MOVE     TCFIX OF PAZUTST-P TO FIX-NAME.
           MOVE     SPACES             TO FIX-OUTQ.
           INITIALIZE FIX-RETCODE.
           IF       FIX-NAME NOT = SPACES
                    MOVE "R" TO FIX-AKTION
                    CALL "CRP1062" USING FIX-AKTION
                                         FIX-NAME
                                         FIX-OUTQ
                                         FIX-RETCODE
                    END-CALL
           END-IF.
           IF       FIX-RETCODE NOT = SPACES
                    MOVE "FIXTURE NICHT WIEDERHERSTELLBAR"
                      TO TEST-OUTPUT
                    GO TO LAU-EIN-50
           END-IF.

           CALL     TEST-PGM USING TEST-INPUT
                                   TEST-OUTPUT
           END-CALL.

      * WAS HAT DIE LOESUNG AN DEN TESTDATEN GEAENDERT?
           IF       FIX-NAME NOT = SPACES
                    MOVE "D" TO FIX-AKTION
                    CALL "CRP1062" USING FIX-AKTION
                                         FIX-NAME
                                         FIX-OUTQ
                                         FIX-RETCODE
                    END-CALL
           END-IF.

       LAU-EIN-50.

           ADD      1 TO ANZ-GESAMT.

           INITIALIZE PAZURESF OF PAZURES-P.
           MOVE     TCSEQ OF PAZUTST-P TO RSSEQ  OF PAZURES-P.
           MOVE     TEST-OUTPUT        TO RSIST  OF PAZURES-P.
           IF       TEST-OUTPUT = TCEXP OF PAZUTST-P
            AND     (    FIX-NAME    = SPACES
                     OR  FIX-AKTION  = "D")
                    MOVE "J" TO RSOK OF PAZURES-P
                    ADD  1   TO ANZ-OK
           ELSE
