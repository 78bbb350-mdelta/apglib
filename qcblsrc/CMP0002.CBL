      *                  (PCFGFFD AUS CMP0005 BESCHREIBT NUR DIE       *
      *                  FELDER JE DATEI, NICHT WER SIE NUTZT -        *
      *                  DAFUER WURDE PPGMREF ERGAENZT.)               *
      * 15.10.2026 MD    PRUEFBAU-EINTRAEGE (CMPRUF = "J") DES        *
      *                  NAECHTLICHEN GESAMTBAUS (CMP0015) WERDEN     *
      *                  NICHT ANGESTOSSEN.                           *
      *                                                               *
      *****************************************************************
      *
                    GO TO ANF-10
           END-IF.

      * PRUEFBAU-EINTRAEGE GEHOEREN DEM NAECHTLICHEN GESAMTBAU
           IF       CMPRUF OF PCMPHIS-P = "J"
                    GO TO ANF-10
           END-IF.

           PERFORM  PROCESS-EINTRAG.
           GO TO    ANF-10.

