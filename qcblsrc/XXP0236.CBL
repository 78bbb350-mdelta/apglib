      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    RECHNUNGEN IM ZAHLLAUF (RGSTAT "Z") SIND     *
      *                  BIS ZUR BESTAETIGUNG NOCH OFFEN              *
      *                                                               *
      *****************************************************************
      *
                    GO TO DRK-OFF-90
           END-IF.

      * NUR OFFENE RECHNUNGEN (AUCH DIE IM NOCH NICHT BESTAETIGTEN
      * ZAHLLAUF)
           IF       RGSTAT OF PKDRECH-P NOT = "O"
            AND     RGSTAT OF PKDRECH-P NOT = "Z"
                    GO TO DRK-OFF-20
           END-IF.

