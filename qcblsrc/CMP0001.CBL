      *                  NACH PCMPWRN GESCHRIEBEN - JE COMPILE        *
      *                  (CMLFDN) EIN DETAILSATZBLOCK. AUSWERTUNG     *
      *                  UND TREND UEBER CMP0009.                     *
      * 15.10.2026 MD    PRUEFBAU (CMPRUF = "J", NAECHTLICHER         *
      *                  GESAMTBAU CMP0015): WANDELN IN DIE           *
      *                  WEGWERF-BIBLIOTHEK OHNE PGMREF, METRIKEN,    *
      *                  NACHLAUF, EIGNER, RECHTE UND VERSION. DIE    *
      *                  MELDUNGEN WERDEN AUCH BEI FEHLER NACH        *
      *                  PCMPWRN GEZOGEN, KEINE ABBRUCHNACHRICHT.     *
      *                                                               *
      *****************************************************************
      *
           END-EVALUATE.
           IF       RET-CODE NOT = SPACES
                    MOVE "CXE0003" TO CMFCDE-WRK
      *             BEIM PRUEFBAU DIE FEHLERMELDUNGEN FESTHALTEN
                    IF   CMPRUF OF PCMPHIS-P = "J"
                     AND (SRCTYPE OF RTVMBRD-REC = "CBL"
                     OR   SRCTYPE OF RTVMBRD-REC = "CBLLE"
                     OR   SRCTYPE OF RTVMBRD-REC = "SQLCBLLE")
                         PERFORM EXTRACT-WARNINGS
                    END-IF
                    GO TO ENDE
           END-IF.

      * BEIM PRUEFBAU ZAEHLT NUR DAS ERGEBNIS DES WANDELNS
           IF       CMPRUF OF PCMPHIS-P = "J"
                    GO TO ENDE
           END-IF.

      * JETZT DEN STATUS DER DATEI AKTUALISIEREN
           PERFORM  UPDATE-PCMPHIS.
           IF       CMFCDE-WRK = SPACES
            AND     CMPRUF OF PCMPHIS-P NOT = "J"
                    PERFORM UPDATE-VERSION
           END-IF.


      * ERST HIER ABBRECHEN, DAMIT WIR EINEN JOBLOG KRIEGEN
           IF       CMFCDE-WRK NOT = SPACES
            AND     CMPRUF OF PCMPHIS-P NOT = "J"
                    PERFORM SEND-BREAKMESSAGE
           END-IF.

