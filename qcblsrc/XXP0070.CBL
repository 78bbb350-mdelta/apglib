      *                  CSV (XXP2031/COPY-DISPLAY-EXPORT).           *
      * 02.09.2026 MD    TEAMFILTER IN DER KOPFZEILE (SELTEAM,        *
      *                  PRUEFUNG UEBER XXP0086/PTEAMM).              *
      * 15.10.2026 MD    NACH JEDER KRANKMELDUNG DEN ZAEHLER DER      *
      *                  ENTGELTFORTZAHLUNG FORTSCHREIBEN (XXP0091,   *
      *                  PZEITEFZ). FOLGEBESCHEINIGUNGEN DERSELBEN    *
      *                  KRANKHEIT TRAGEN DENSELBEN GRUND (AWGRUND).  *
      *                                                               *
      *****************************************************************
      *
           MOVE     TIME-6             TO AWATIA  OF PZEITABW-P.
           WRITE    PZEITABW-P.

      * KRANKHEITSTAG SOFORT AUF DEN ENTGELTFORTZAHLUNGSZAEHLER
           IF       AWART OF PZEITABW-P = "K"
            AND     FILE-STATUS = ZEROES
                    CALL "XXP0091" USING AWUSER OF FORMAT1
                    END-CALL
           END-IF.

       ANL-ABW-90.
           EXIT.
      /
