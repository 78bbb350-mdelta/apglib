      *                  ENTFERNT EINEN. AUSGEWERTET WERDEN DIE       *
      *                  REGELN VON XXP0074 BEI DER TAGESBUCHUNG      *
      *                  IN XXP0061. DIE PERSONENGRUPPE EINES         *
      *                  USERS STEHT IM PERSONENSTAMM PPERSON         *
      *                  (GELESEN UEBER CFP9022).                     *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    HOMEOFFICE-KONTINGENT JE MONAT (RGHOMAX,     *
      *                  ZEROES = OHNE GRENZE) PFLEGEN UND PRUEFEN.   *
      * 15.10.2026 MD    KOPFTEXT: PERSONENGRUPPE AUS PPERSON         *
      *                                                               *
      *****************************************************************
      *
                    GO TO ERF-EIN-10
           END-IF.

      * HOMEOFFICE-TAGE JE MONAT HOECHSTENS 31
           IF       RGHOMAX OF FORMAT1 > 31
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
           END-IF.

           PERFORM  ANLEGEN-EINTRAG.

       ERF-EIN-90.
