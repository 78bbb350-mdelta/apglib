      *                  DEN LAGERBESTAND (PKDLAG) GEBUCHT - DIE      *
      *                  WARE VERSCHWINDET NICHT MEHR AUS DEM         *
      *                  SYSTEM.                                      *
      * 15.10.2026 MD    JE WARENEINGANG (PKDBEIN) EIN ZUGANG MIT     *
      *                  SEINEM MHD, DARAUS ENTSTEHEN IN XXP0222 DIE  *
      *                  CHARGEN (PKDCHG).                            *
      * 15.10.2026 MD    PFAND DER GELIEFERTEN KISTEN UEBER XXP0250   *
      *                  AUF DAS PFANDKONTO DES LIEFERANTEN BUCHEN.   *
      *                                                               *
      *****************************************************************
      *
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDBEIN: BELFDN (WARENEINGAENGE)
      *-------------------------------------------------------------
           SELECT PKDBEIN-DP
                  ASSIGN       TO  DATABASE-PKDBEIN
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      /
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  PKDPRH-P.
           COPY DDS-ALL-FORMATS OF PKDPRH.
      /
      *--- PKDBEIN: BELFDN
       FD  PKDBEIN-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDBEIN-P.
           COPY DDS-ALL-FORMATS OF PKDBEIN.
      /
       WORKING-STORAGE SECTION.

       01  BWG-ART                       PIC X(1).
       01  BWG-ARTIKEL                   PIC X(20).
       01  BWG-MENGE                     PIC 9(5).
       01  BWG-MHD                       PIC 9(8).
       01  BWG-BELFDN                    PIC 9(9).
       01  BWG-CHLFDN                    PIC 9(9).

      * PARAMETER FUER DIE PFANDBUCHUNG XXP0250
       01  PFD-TYP                       PIC X(1).
       01  PFD-ANZ                       PIC 9(5).
       01  PFD-BELFDN                    PIC 9(9).
       01  PFD-RET                       PIC X(1).

      * UEBER DIE WARENEINGAENGE BEREITS GEBUCHTE MENGE
       01  EIN-MENGE                     PIC 9(7).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
                         MOVE    "9"         TO KBVSTS OF PKDBST1-P
      *                  WARENEINGANG AUF DEN LAGERBESTAND BUCHEN
                         PERFORM WARENEINGANG-BUCHEN
      *                  PFAND DER GELIEFERTEN KISTEN
                         PERFORM PFAND-BUCHEN
      *                  AKTUELLEN KATALOGPREIS IN DIE HISTORIE
                         PERFORM PREIS-FESTHALTEN
                    END-IF
           EXIT.
      /
      *--------------------------------------------------------------
      * WARENEINGANG: JE WARENEINGANG DER BESTELLPOSITION (PKDBEIN)
      * EINEN ZUGANG MIT SEINEM MHD UEBER DIE LAGERBUCHUNG XXP0222
      * BUCHEN (= EINE CHARGE). EINE NICHT UEBER WARENEINGAENGE
      * ERFASSTE RESTMENGE WIRD OHNE MHD GEBUCHT.
      *--------------------------------------------------------------
       WARENEINGANG-BUCHEN SECTION.
       WEB-000-00.

           MOVE     ZEROES TO EIN-MENGE.

           OPEN     INPUT PKDBEIN-DP.

           INITIALIZE PKDBEINF OF PKDBEIN-P.
           MOVE     ZEROES TO BELFDN OF PKDBEIN-P.
           START    PKDBEIN-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO WEB-000-50
           END-IF.

       WEB-000-20.
           READ     PKDBEIN-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO WEB-000-50
           END-IF.

           IF       BEBST1 OF PKDBEIN-P NOT = KBBST1 OF PKDBST1-P
            OR      BEIDEN OF PKDBEIN-P NOT = KBIDEN OF PKDBST1-P
            OR      BELMEN OF PKDBEIN-P     = ZEROES
                    GO TO WEB-000-20
           END-IF.

           MOVE     "Z"                 TO BWG-ART.
           MOVE     KBIDEN OF PKDBST1-P TO BWG-ARTIKEL.
           MOVE     BELMEN OF PKDBEIN-P TO BWG-MENGE.
           MOVE     BEMHD  OF PKDBEIN-P TO BWG-MHD.
           MOVE     BELFDN OF PKDBEIN-P TO BWG-BELFDN.
           MOVE     ZEROES              TO BWG-CHLFDN.
           CALL     "XXP0222" USING BWG-ART
                                    BWG-ARTIKEL
                                    BWG-MENGE
                                    BWG-MHD
                                    BWG-BELFDN
                                    BWG-CHLFDN
           END-CALL.
           ADD      BELMEN OF PKDBEIN-P TO EIN-MENGE.

           GO TO    WEB-000-20.

       WEB-000-50.
           CLOSE    PKDBEIN-DP.

      * RESTMENGE OHNE WARENEINGANG
           IF       KBLMEN OF PKDBST1-P > EIN-MENGE
                    MOVE "Z"                 TO BWG-ART
                    MOVE KBIDEN OF PKDBST1-P TO BWG-ARTIKEL
                    COMPUTE BWG-MENGE = KBLMEN OF PKDBST1-P - EIN-MENGE
                    MOVE ZEROES              TO BWG-MHD
                    MOVE ZEROES              TO BWG-BELFDN
                    MOVE ZEROES              TO BWG-CHLFDN
                    CALL "XXP0222" USING BWG-ART
                                         BWG-ARTIKEL
                                         BWG-MENGE
                                         BWG-MHD
                                         BWG-BELFDN
                                         BWG-CHLFDN
                    END-CALL
           END-IF.

       WEB-000-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PFAND DER BESTELLTEN KISTEN UEBER XXP0250 BUCHEN (ARTIKEL
      * OHNE PFAND UEBERGEHT XXP0250 STILL)
      *--------------------------------------------------------------
       PFAND-BUCHEN SECTION.
       PFD-BUC-00.

           MOVE     "Z"                 TO PFD-TYP.
           MOVE     KBIDEN OF PKDBST1-P TO BWG-ARTIKEL.
           MOVE     KBLMEN OF PKDBST1-P TO PFD-ANZ.
           MOVE     KBLFDN OF PKDBST1-P TO PFD-BELFDN.
           INITIALIZE PFD-RET.
           CALL     "XXP0250" USING PFD-TYP
                                    BWG-ARTIKEL
                                    PFD-ANZ
                                    PFD-BELFDN
                                    PFD-RET
           END-CALL.

       PFD-BUC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AKTUELLEN KATALOGPREIS (PKDART) BEIM ABSCHLUSS IN DIE
      * PREISHISTORIE PKDPRH UEBERNEHMEN, DAMIT SCHLEICHENDE
      * PREISERHOEHUNGEN AUFFALLEN (AUSWERTUNG XXP0225)
