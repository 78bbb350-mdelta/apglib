      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    MONATSZAHLEN DES KUECHENLAGERS (ZUGANG,      *
      *                  VERBRAUCH, VERDERB) UEBER XXP0245 DRUCKEN    *
      * 15.10.2026 MD    PFANDABGLEICH (PFANDKONTO GEGEN RECHNUNGEN)  *
      *                  UEBER XXP0252 DRUCKEN                        *
      *                                                               *
      *****************************************************************
      *
      * ABSCHLUSS DRUCKEN
           PERFORM  DRUCKE-ABSCHLUSS.

      * MONATSZAHLEN DES KUECHENLAGERS DAZU
           CALL     "XXP0245" USING X-JAHR
                                    X-MONAT
                                    X-OUTQ
           END-CALL.

      * PFANDABGLEICH MIT DEN LIEFERANTENRECHNUNGEN
           CALL     "XXP0252" USING X-JAHR
                                    X-MONAT
                                    X-OUTQ
           END-CALL.

           CLOSE    PKDKKAS-DP
                    PKDKPER-DP.

