      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 02.09.2026 MD    STORNIERTE SERIENTERMINE (EVSTORN = "J")     *
      *                  GELTEN NICHT ALS EVENT-ANWESENHEIT.          *
      * 15.10.2026 MD    ARBEITSORT DES TAGES AUS PZEITTAG (ZTORT):   *
      *                  STATUS "HOMEOFFICE" BZW. "KUNDE" STATT       *
      *                  "ANWESEND", DAMIT DIE EVAKUIERUNGSLISTE      *
      *                  DIESE PERSONEN NICHT IM HAUS ZAEHLT.         *
      *                                                               *
      *****************************************************************
      *
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PZEITTAG: ZTUSER, ZTJAHR, ZTDATUM (ARBEITSORT DES TAGES)
      *-------------------------------------------------------------
           SELECT PZEITTAG-DP
                  ASSIGN       TO  DATABASE-PZEITTAG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  PKDPLAN-L.
           COPY DDS-ALL-FORMATS OF PKDPLANL1.
      /
      *--- PZEITTAG: ZTUSER, ZTJAHR, ZTDATUM
       FD  PZEITTAG-DP
           LABEL RECORDS ARE STANDARD.
       01  PZEITTAG-P.
           COPY DDS-ALL-FORMATS OF PZEITTAG.
      /
       WORKING-STORAGE SECTION.

       LINKAGE SECTION.
       01  X-USER                        PIC X(10).
       01  X-DATUM                       PIC 9(8).
      * ANWESEND / ABWESEND / SCHULE / EVENT / HOMEOFFICE / KUNDE
       01  X-STATUS                      PIC X(10).
      * ZUSATZINFO (ABWESENHEITSART BZW. EVENTTITEL)
       01  X-ZUSATZ                      PIC X(30).
                          PAZUBDL-DP
                          PEVENT-DP
                          PEVTANM-DP
                          PKDPLAN-DL
                          PZEITTAG-DP.

      * KUECHENDIENST IST UNABHAENGIG VOM STATUS
           PERFORM  PRUEFE-KUECHE.

      * ANMELDUNG ZU EINEM EVENT AN DEM TAG?
           PERFORM  PRUEFE-EVENT.
           IF       X-STATUS NOT = "ANWESEND"
                    GO TO ENDE
           END-IF.

      * HOMEOFFICE ODER BEIM KUNDEN?
           PERFORM  PRUEFE-ARBEITSORT.

       ENDE.
           CLOSE    PZEITABW-DP
                    PAZUBDL-DP
                    PEVENT-DP
                    PEVTANM-DP
                    PKDPLAN-DL
                    PZEITTAG-DP.

           PERFORM  COPY-PGM-EXIT.

           EXIT.
      /
      *--------------------------------------------------------------
      * ARBEITSORT DES TAGES AUS PZEITTAG PRUEFEN (ZTORT)
      *--------------------------------------------------------------
       PRUEFE-ARBEITSORT SECTION.
       PRF-ORT-00.

           INITIALIZE PZEITTAGF OF PZEITTAG-P.
           MOVE     X-USER       TO ZTUSER  OF PZEITTAG-P.
           MOVE     X-DATUM(1:4) TO ZTJAHR  OF PZEITTAG-P.
           MOVE     X-DATUM      TO ZTDATUM OF PZEITTAG-P.
           READ     PZEITTAG-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-ORT-90
           END-IF.

           EVALUATE ZTORT OF PZEITTAG-P
             WHEN   "H"
                    MOVE "HOMEOFFICE"  TO X-STATUS
                    MOVE "HOMEOFFICE"  TO X-ZUSATZ
             WHEN   "K"
                    MOVE "KUNDE"       TO X-STATUS
                    MOVE "BEIM KUNDEN" TO X-ZUSATZ
           END-EVALUATE.

       PRF-ORT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KUECHENDIENST AN DEM TAG PRUEFEN (PKDPLANL1)
      *--------------------------------------------------------------
       PRUEFE-KUECHE SECTION.
