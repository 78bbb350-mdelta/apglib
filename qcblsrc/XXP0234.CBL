      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    SKONTODATUM/-SATZ BEI DER ERFASSUNG, OPTION  *
      *                  "F" GIBT EINE RECHNUNG ZUR ZAHLUNG FREI      *
      *                  (VIER-AUGEN: NICHT DER ERFASSER). RECHNUNGEN *
      *                  IM ZAHLLAUF (RGSTAT "Z", XXP0246) SIND FUER  *
      *                  "2" UND "4" GESPERRT.                        *
      * 15.10.2026 MD    PFANDZEILEN DER RECHNUNG (BERECHNETES PFAND  *
      *                  RGPFBE, LEERGUTGUTSCHRIFT RGPFGU) ERFASSEN;  *
      *                  DER DREIWEGE-ABGLEICH RECHNET SIE HERAUS,    *
      *                  DEN ABGLEICH MIT DEM PFANDKONTO MACHT        *
      *                  XXP0252.                                     *
      *                                                               *
      *****************************************************************
      *

      * DREIWEGE-ABGLEICH
       01  GELIEFERT-WRK                 PIC 9(7).
       01  ERWARTET-WRK                  PIC S9(9)V9(2).
       01  DIFF-KZ                       PIC X(1).
      /
      *-------------------------------------------------------------
                    END-IF
           END-IF.

      * RECHNUNG ZUR ZAHLUNG FREIGEBEN
           IF       AUSW OF FORMAT2 = "F"
                    PERFORM FREIGEBEN-EINTRAG
           END-IF.

      * RECHNUNG AUF BEZAHLT SETZEN
           IF       AUSW OF FORMAT2 = "2"
                    PERFORM BEZAHLEN-EINTRAG
           INITIALIZE PKDRECHF OF PKDRECH-P.
           MOVE     RGLFDN OF FORMAT2 TO RGLFDN OF PKDRECH-P.
           READ     PKDRECH-DP.
      * IM ZAHLLAUF ENTSCHEIDET DIE BESTAETIGUNG DES LAUFS (XXP0247)
           IF       FILE-STATUS = ZEROES
            AND     RGSTAT OF PKDRECH-P = "Z"
                    UNLOCK PKDRECH-DP
                    GO TO BEZ-EIN-90
           END-IF.
           IF       FILE-STATUS = ZEROES
                    MOVE "B"     TO RGSTAT OF PKDRECH-P
                    MOVE DATE-8  TO RGBZDT OF PKDRECH-P
           INITIALIZE PKDRECHF OF PKDRECH-P.
           MOVE     RGLFDN OF FORMAT2 TO RGLFDN OF PKDRECH-P.
           READ     PKDRECH-DP.
           IF       FILE-STATUS = ZEROES
            AND     RGSTAT OF PKDRECH-P = "Z"
                    UNLOCK PKDRECH-DP
                    GO TO ENT-EIN-90
           END-IF.
           IF       FILE-STATUS = ZEROES
                    DELETE PKDRECH-DP
           END-IF.
           EXIT.
      /
      *--------------------------------------------------------------
      * OFFENE RECHNUNG ZUR ZAHLUNG FREIGEBEN (VIER-AUGEN-PRINZIP:
      * DER ERFASSER DARF SEINE EIGENE RECHNUNG NICHT FREIGEBEN)
      *--------------------------------------------------------------
       FREIGEBEN-EINTRAG SECTION.
       FRE-EIN-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PKDRECHF OF PKDRECH-P.
           MOVE     RGLFDN OF FORMAT2 TO RGLFDN OF PKDRECH-P.
           READ     PKDRECH-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO FRE-EIN-90
           END-IF.

           IF       RGSTAT OF PKDRECH-P NOT = "O"
            OR      RGFRDT OF PKDRECH-P NOT = ZEROES
            OR      RGAUSR OF PKDRECH-P     = T-USER
                    UNLOCK PKDRECH-DP
                    GO TO FRE-EIN-90
           END-IF.

           MOVE     T-USER  TO RGFRUS OF PKDRECH-P.
           MOVE     DATE-8  TO RGFRDT OF PKDRECH-P.
           MOVE     TIME-6  TO RGFRTI OF PKDRECH-P.
           MOVE     T-USER  TO RGMSER OF PKDRECH-P.
           MOVE     T-TERM  TO RGMBS  OF PKDRECH-P.
           MOVE     PGM-WRK TO RGMPGM OF PKDRECH-P.
           MOVE     DATE-8  TO RGMDTA OF PKDRECH-P.
           MOVE     TIME-6  TO RGMTIA OF PKDRECH-P.
           REWRITE  PKDRECH-P.
           MOVE     T-USER  TO RGFRUS OF FORMAT2.

       FRE-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NEUE RECHNUNG ERFASSEN (FMT01)
      *--------------------------------------------------------------
       ERFASSEN-EINTRAG SECTION.
                    GO TO ERF-EIN-10
           END-IF.

      * FAELLIGKEIT UND SKONTO: SKONTODATUM NUR MIT SATZ UND NICHT
      * NACH DER FAELLIGKEIT
           MOVE     RGFAELL OF FORMAT1 TO DATE-DB.
           PERFORM  COPY-CHECK-DATE.
           IF       DATUM-RETCODE NOT = SPACES
            AND     DATUM-RETCODE NOT = "3"
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
           END-IF.
           IF       RGSKDT OF FORMAT1 NOT = ZEROES
                    MOVE RGSKDT OF FORMAT1 TO DATE-DB
                    PERFORM COPY-CHECK-DATE
                    IF   DATUM-RETCODE NOT = SPACES
                     AND DATUM-RETCODE NOT = "3"
                         MOVE AN TO IN99 OF INXX
                         GO TO ERF-EIN-10
                    END-IF
                    IF   RGSKDT OF FORMAT1 > RGFAELL OF FORMAT1
                     OR  RGSKPZ OF FORMAT1 = ZEROES
                     OR  RGSKPZ OF FORMAT1 > 10
                         MOVE AN TO IN99 OF INXX
                         GO TO ERF-EIN-10
                    END-IF
           ELSE
                    IF   RGSKPZ OF FORMAT1 NOT = ZEROES
                         MOVE AN TO IN99 OF INXX
                         GO TO ERF-EIN-10
                    END-IF
           END-IF.

      * DIE BESTELLZEILE MUSS EXISTIEREN UND GESCHLOSSEN SEIN
           INITIALIZE PKDBST1F OF PKDBST1-P.
           MOVE     RGBST1 OF FORMAT1 TO KBLFDN OF PKDBST1-P.
           MOVE     RGBETRAG OF FORMAT1 TO RGBETRAG OF PKDRECH-P.
           MOVE     RGFAELL  OF FORMAT1 TO RGFAELL  OF PKDRECH-P.
           MOVE     RGIBAN   OF FORMAT1 TO RGIBAN   OF PKDRECH-P.
           MOVE     RGSKDT   OF FORMAT1 TO RGSKDT   OF PKDRECH-P.
           MOVE     RGSKPZ   OF FORMAT1 TO RGSKPZ   OF PKDRECH-P.
           MOVE     RGPFBE   OF FORMAT1 TO RGPFBE   OF PKDRECH-P.
           MOVE     RGPFGU   OF FORMAT1 TO RGPFGU   OF PKDRECH-P.
           MOVE     "O"                 TO RGSTAT   OF PKDRECH-P.
           MOVE     DIFF-KZ             TO RGDIFF   OF PKDRECH-P.
           MOVE     T-USER              TO RGAUSR   OF PKDRECH-P.
                    MOVE "J" TO DIFF-KZ
           END-IF.

      * DAS PFAND STECKT IM RECHNUNGSBETRAG, NICHT IM ARTIKELPREIS
           COMPUTE  ERWARTET-WRK = ERWARTET-WRK
                                 + RGPFBE OF FORMAT1
                                 - RGPFGU OF FORMAT1.

      * BETRAGSABGLEICH BERECHNET GEGEN ERWARTET
           IF       RGBETRAG OF FORMAT1 NOT = ERWARTET-WRK
                    MOVE "J" TO DIFF-KZ
           COPY     GETTIME    OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-CHECK-DATE: PRUEFEN EINES DATUMS
      *---------------------------------------------------------------

           COPY     CHKDATE    OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-PGM-TXT: PROGRAMMTEXTE LESEN
      *---------------------------------------------------------------

