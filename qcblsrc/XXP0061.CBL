      *                  XXP0076, PFLEGE DER REGELN XXP0075); DER     *
      *                  ERSTE VERSTOSSTEXT ERSCHEINT AUF DER         *
      *                  QUITTUNG (VSTEXT).                           *
      * 15.10.2026 MD    ZUSAETZLICH JUGENDARBEITSSCHUTZ FUER AZUBIS  *
      *                  UNTER 18 PRUEFEN (XXP0089). ES GILT DIE      *
      *                  GROESSERE DER BEIDEN PFLICHTPAUSEN; OHNE     *
      *                  TEXT AUS XXP0074 ERSCHEINT DER ERSTE         *
      *                  JARBSCHG-VERSTOSS AUF DER QUITTUNG.          *
      * 15.10.2026 MD    ARBEITSORT JE TAG (ZTORT: B = BUERO,         *
      *                  H = HOMEOFFICE, K = KUNDE). DER TAGESSTART   *
      *                  SETZT "B", AUF DER QUITTUNG KANN DER ORT     *
      *                  GEAENDERT WERDEN. BEI HOMEOFFICE WIRD DAS    *
      *                  MONATSKONTINGENT DER PERSONENGRUPPE GEPRUEFT *
      *                  (XXP0095), EIN HINWEIS ERSCHEINT IN VSTEXT.  *
      *                                                               *
      *****************************************************************
      *
       01  PRF-PAUSMIN                   PIC 9(3).
       01  PRF-RET                       PIC X(1).
       01  PRF-VSTEXT                    PIC X(50).

      * PARAMETER FUER DAS XXP0089 (JUGENDARBEITSSCHUTZ)
       01  PRF-JU-PAUSMIN                PIC 9(3).
       01  PRF-JU-RET                    PIC X(1).
       01  PRF-JU-VSTEXT                 PIC X(50).

      * PARAMETER FUER DAS XXP0095 (HOMEOFFICE-KONTINGENT)
       01  PRF-HO-DATUM                  PIC 9(8).
       01  PRF-HO-RET                    PIC X(1).
       01  PRF-HO-VSTEXT                 PIC X(50).

      * INDIKATOREN DER QUITTUNG
       01  INXX.
        05 IN99                          PIC 1.
      /
      *-------------------------------------------------------
       LINKAGE SECTION.
                    GO TO STR-TAG-90
           END-IF.

      * JUGENDARBEITSSCHUTZ BEIM TAGESSTART (XXP0089)
           INITIALIZE PRF-JU-PAUSMIN, PRF-JU-RET, PRF-JU-VSTEXT.
           CALL     "XXP0089" USING T-USER
                                    DATE-8
                                    TIME-6
                                    PRF-END
                                    PRF-JU-PAUSMIN
                                    PRF-JU-RET
                                    PRF-JU-VSTEXT
           END-CALL.
           IF       PRF-VSTEXT = SPACES
                    MOVE PRF-JU-VSTEXT TO PRF-VSTEXT
           END-IF.

           INITIALIZE PZEITTAGF OF PZEITTAG-P.
           MOVE     T-USER    TO ZTUSER  OF PZEITTAG-P.
           MOVE     DATE-8    TO ZTDATUM OF PZEITTAG-P.
           MOVE     TIME-6    TO ZTSTART OF PZEITTAG-P.
      * ARBEITSORT STANDARDMAESSIG BUERO, AENDERUNG AUF DER QUITTUNG
           MOVE     "B"       TO ZTORT   OF PZEITTAG-P.

           CALL     "CFP8007" USING DATE-8
                                    KW-WRK
                                    PRF-VSTEXT
           END-CALL.

      * JUGENDARBEITSSCHUTZ (XXP0089), GROESSERE PAUSE GILT
           INITIALIZE PRF-JU-PAUSMIN, PRF-JU-RET, PRF-JU-VSTEXT.
           CALL     "XXP0089" USING T-USER
                                    DATE-8
                                    ZTSTART OF PZEITTAG-P
                                    PRF-END
                                    PRF-JU-PAUSMIN
                                    PRF-JU-RET
                                    PRF-JU-VSTEXT
           END-CALL.
           IF       PRF-JU-PAUSMIN > PRF-PAUSMIN
                    MOVE PRF-JU-PAUSMIN TO PRF-PAUSMIN
           END-IF.
           IF       PRF-VSTEXT = SPACES
                    MOVE PRF-JU-VSTEXT TO PRF-VSTEXT
           END-IF.

      * ERFORDERLICHE PFLICHTPAUSE VON DER TAGESZEIT ABZIEHEN
           IF       PRF-PAUSMIN NOT = ZEROES
                    COMPUTE DIFF-SECS = DIFF-SECS - PRF-PAUSMIN * 60
      * ERSTER VERSTOSSTEXT DER ZEITREGELPRUEFUNG (XXP0074)
           MOVE     PRF-VSTEXT            TO VSTEXT  OF FORMAT1.

      * ARBEITSORT DES TAGES (B/H/K), AENDERBAR
           MOVE     ZTORT   OF PZEITTAG-P TO ZTORT   OF FORMAT1.
           MOVE     AUS TO INXX.

       ZGE-QUI-10.
           MOVE     CORR INXX       TO  FORMAT1-O-INDIC.
           MOVE     "FMT01"         TO  FMT-WRK.
           MOVE     FORMAT1         TO  WSREC-WRK.
           PERFORM  COPY-DISPLAY-WRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK       TO  FORMAT1-I.

           MOVE     AUS TO INXX.

      * OHNE TAGESSATZ (HARTER STOPP BEIM START) NICHTS ZU AENDERN
           IF       ZTUSER OF PZEITTAG-P NOT = T-USER
                    GO TO ZGE-QUI-90
           END-IF.

      * UNVERAENDERTER ARBEITSORT
           IF       ZTORT OF FORMAT1-I = ZTORT OF PZEITTAG-P
                    GO TO ZGE-QUI-90
           END-IF.

      * NUR BUERO, HOMEOFFICE ODER KUNDE ZULAESSIG
           IF       ZTORT OF FORMAT1-I NOT = "B"
            AND     ZTORT OF FORMAT1-I NOT = "H"
            AND     ZTORT OF FORMAT1-I NOT = "K"
                    MOVE AN TO IN99 OF INXX
                    MOVE ZTORT OF PZEITTAG-P TO ZTORT OF FORMAT1
                    GO TO ZGE-QUI-10
           END-IF.

           PERFORM  AENDERN-ARBEITSORT.
           IF       PRF-HO-RET NOT = SPACES
      * HINWEIS ZUM HOMEOFFICE-KONTINGENT ANZEIGEN
                    MOVE ZTORT OF PZEITTAG-P TO ZTORT  OF FORMAT1
                    MOVE PRF-HO-VSTEXT       TO VSTEXT OF FORMAT1
                    GO TO ZGE-QUI-10
           END-IF.

       ZGE-QUI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ARBEITSORT DES TAGES AENDERN, BEI HOMEOFFICE KONTINGENT
      * PRUEFEN (XXP0095)
      *--------------------------------------------------------------
       AENDERN-ARBEITSORT SECTION.
       AEN-ORT-00.

           INITIALIZE PRF-HO-RET, PRF-HO-VSTEXT.

           READ     PZEITTAG-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AEN-ORT-90
           END-IF.

           MOVE     ZTORT OF FORMAT1-I TO ZTORT OF PZEITTAG-P.

           PERFORM  COPY-GET-TIME.
           MOVE     T-USER    TO ZTMSER OF PZEITTAG-P.
           MOVE     T-TERM    TO ZTMBS  OF PZEITTAG-P.
           MOVE     PGM-WRK   TO ZTMPGM OF PZEITTAG-P.
           MOVE     DATE-8    TO ZTMDTA OF PZEITTAG-P.
           MOVE     TIME-6    TO ZTMTIA OF PZEITTAG-P.

           REWRITE  PZEITTAG-P.

           IF       ZTORT OF PZEITTAG-P = "H"
                    MOVE ZTDATUM OF PZEITTAG-P TO PRF-HO-DATUM
                    CALL "XXP0095" USING T-USER
                                         PRF-HO-DATUM
                                         PRF-HO-RET
                                         PRF-HO-VSTEXT
                    END-CALL
           END-IF.

       AEN-ORT-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------
