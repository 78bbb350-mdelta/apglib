           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * LAGERBUCHUNG FUER KUECHENARTIKEL (PKDLAG/PKDLAGB/PKDCHG)      *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                  WANN IN PKDLAGB FESTGEHALTEN. ANZEIGE        *
      *                  UEBER XXP0223, NACHBESTELLVORSCHLAEGE        *
      *                  UEBER XXP0224.                               *
      *                  JEDER ZUGANG LEGT EINE CHARGE MIT MHD IN     *
      *                  PKDCHG AN, EIN VERBRAUCH BAUT DIE CHARGEN    *
      *                  NACH FEFO AB (FRUEHESTES MHD ZUERST). "A"    *
      *                  SCHREIBT EINE CHARGE AB (VERDERB, EIGENE     *
      *                  BEWEGUNGSART IN PKDLAGB).                    *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    CHARGEN MIT MHD (PKDCHG), VERBRAUCH NACH     *
      *                  FEFO, ABSCHREIBUNG "A" FUER VERDERB          *
      *                                                               *
      *****************************************************************
      *
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDCHG: CHART, CHMHD, CHLFDN (CHARGEN JE ARTIKEL)
      *-------------------------------------------------------------
           SELECT PKDCHG-DP
                  ASSIGN       TO  DATABASE-PKDCHG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  PKDLAGB-P.
           COPY DDS-ALL-FORMATS OF PKDLAGB.
      /
      *--- PKDCHG: CHART, CHMHD, CHLFDN
       FD  PKDCHG-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDCHG-P.
           COPY DDS-ALL-FORMATS OF PKDCHG.
      /
       WORKING-STORAGE SECTION.


       01  PGM-WRK                       PIC X(10) VALUE "XXP0222".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * TATSAECHLICH GEBUCHTE MENGE UND NOCH ABZUBAUENDER REST
       01  BUCH-MENGE                    PIC 9(5).
       01  REST-MENGE                    PIC 9(5).
       01  ANTEIL-MENGE                  PIC 9(5).

      * WERTE FUER DEN BEWEGUNGSSATZ
       01  BWG-MENGE-WRK                 PIC 9(5).
       01  BWG-CHLF-WRK                  PIC 9(9).
       01  BWG-MHD-WRK                   PIC 9(8).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * "Z" = ZUGANG, "V" = VERBRAUCH, "A" = ABSCHREIBUNG (VERDERB)
       01  X-BWART                       PIC X(1).
       01  X-ARTIKEL                     PIC X(20).
       01  X-MENGE                       PIC 9(5).
      * MHD DES ZUGANGS (0 = OHNE MHD) BZW. DER ABZUSCHREIBENDEN CHARGE
       01  X-MHD                         PIC 9(8).
      * WARENEINGANG (PKDBEIN/BELFDN) ZUM ZUGANG, SONST 0
       01  X-BELFDN                      PIC 9(9).
      * CHARGE: RUECKGABE BEI "Z", EINGABE BEI "A"
       01  X-CHLFDN                      PIC 9(9).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-BWART
                                X-ARTIKEL
                                X-MENGE
                                X-MHD
                                X-BELFDN
                                X-CHLFDN.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.
           END-IF.
           IF       X-BWART NOT = "Z"
            AND     X-BWART NOT = "V"
            AND     X-BWART NOT = "A"
                    GO TO ENDE
           END-IF.

           OPEN     I-O PKDLAG-DP
                        PKDLAGB-DP
                        PKDCHG-DP.

           PERFORM  COPY-GET-TIME.

           MOVE     X-MENGE TO BUCH-MENGE.

           EVALUATE X-BWART
      * ZUGANG: CHARGE ANLEGEN
                    WHEN "Z"
                         PERFORM LEGE-CHARGE-AN
                         MOVE    BUCH-MENGE TO BWG-MENGE-WRK
                         PERFORM SCHREIBE-BEWEGUNG
      * VERBRAUCH: CHARGEN NACH FEFO ABBAUEN
                    WHEN "V"
                         PERFORM BAUE-CHARGEN-AB
      * ABSCHREIBUNG: NUR DIE ANGEGEBENE CHARGE
                    WHEN "A"
                         PERFORM SCHREIBE-CHARGE-AB
           END-EVALUATE.

      * BESTAND FORTSCHREIBEN
           IF       BUCH-MENGE NOT = ZEROES
                    PERFORM BUCHE-BESTAND
           END-IF.

           CLOSE    PKDLAG-DP
                    PKDLAGB-DP
                    PKDCHG-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.
           END-IF.

           IF       X-BWART = "Z"
                    ADD      BUCH-MENGE   TO LBBEST OF PKDLAG-P
           ELSE
                    SUBTRACT BUCH-MENGE FROM LBBEST OF PKDLAG-P
           END-IF.
           MOVE     T-USER TO LBMUSR OF PKDLAG-P.
           MOVE     DATE-8 TO LBMDTA OF PKDLAG-P.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZUGANG: NEUE CHARGE MIT MHD ANLEGEN (OHNE MHD = 99999999,
      * DAMIT SIE BEIM FEFO-ABBAU ZULETZT AN DIE REIHE KOMMT)
      *--------------------------------------------------------------
       LEGE-CHARGE-AN SECTION.
       LEG-CHG-00.

           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PKDCHG" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.

           INITIALIZE PKDCHGF OF PKDCHG-P.
           MOVE     X-ARTIKEL  TO CHART  OF PKDCHG-P.
           IF       X-MHD = ZEROES
                    MOVE 99999999 TO CHMHD OF PKDCHG-P
           ELSE
                    MOVE X-MHD    TO CHMHD OF PKDCHG-P
           END-IF.
           MOVE     LFDN-WRK   TO CHLFDN OF PKDCHG-P.
           MOVE     BUCH-MENGE TO CHMENG OF PKDCHG-P.
           MOVE     BUCH-MENGE TO CHREST OF PKDCHG-P.
           MOVE     X-BELFDN   TO CHBELF OF PKDCHG-P.
           MOVE     T-USER     TO CHAUSR OF PKDCHG-P.
           MOVE     DATE-8     TO CHADTA OF PKDCHG-P.
           MOVE     TIME-6     TO CHATIA OF PKDCHG-P.
           WRITE    PKDCHG-P.

           MOVE     CHLFDN OF PKDCHG-P TO X-CHLFDN.
           MOVE     CHLFDN OF PKDCHG-P TO BWG-CHLF-WRK.
           MOVE     CHMHD  OF PKDCHG-P TO BWG-MHD-WRK.

       LEG-CHG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VERBRAUCH: OFFENE CHARGEN DES ARTIKELS NACH MHD AUFSTEIGEND
      * ABBAUEN (FEFO), JE CHARGE EIN BEWEGUNGSSATZ. WAS UEBER DIE
      * CHARGEN HINAUSGEHT (BESTAND AUS DER ZEIT VOR DEN CHARGEN),
      * WIRD OHNE CHARGE GEBUCHT.
      *--------------------------------------------------------------
       BAUE-CHARGEN-AB SECTION.
       BAU-CHG-00.

           MOVE     BUCH-MENGE TO REST-MENGE.

           INITIALIZE PKDCHGF OF PKDCHG-P.
           MOVE     X-ARTIKEL TO CHART  OF PKDCHG-P.
           MOVE     ZEROES    TO CHMHD  OF PKDCHG-P.
           MOVE     ZEROES    TO CHLFDN OF PKDCHG-P.
           START    PKDCHG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BAU-CHG-80
           END-IF.

       BAU-CHG-20.
           READ     PKDCHG-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BAU-CHG-80
           END-IF.
           IF       CHART OF PKDCHG-P NOT = X-ARTIKEL
                    GO TO BAU-CHG-80
           END-IF.
           IF       CHREST OF PKDCHG-P = ZEROES
                    GO TO BAU-CHG-20
           END-IF.

           IF       CHREST OF PKDCHG-P < REST-MENGE
                    MOVE CHREST OF PKDCHG-P TO ANTEIL-MENGE
           ELSE
                    MOVE REST-MENGE         TO ANTEIL-MENGE
           END-IF.

           SUBTRACT ANTEIL-MENGE FROM CHREST OF PKDCHG-P.
           MOVE     T-USER TO CHMUSR OF PKDCHG-P.
           MOVE     DATE-8 TO CHMDTA OF PKDCHG-P.
           MOVE     TIME-6 TO CHMTIA OF PKDCHG-P.
           REWRITE  PKDCHG-P.

           MOVE     ANTEIL-MENGE       TO BWG-MENGE-WRK.
           MOVE     CHLFDN OF PKDCHG-P TO BWG-CHLF-WRK.
           MOVE     CHMHD  OF PKDCHG-P TO BWG-MHD-WRK.
           PERFORM  SCHREIBE-BEWEGUNG.

           SUBTRACT ANTEIL-MENGE FROM REST-MENGE.
           IF       REST-MENGE > ZEROES
                    GO TO BAU-CHG-20
           END-IF.

       BAU-CHG-80.
      * REST OHNE CHARGE
           IF       REST-MENGE > ZEROES
                    MOVE REST-MENGE TO BWG-MENGE-WRK
                    MOVE ZEROES     TO BWG-CHLF-WRK
                    MOVE ZEROES     TO BWG-MHD-WRK
                    PERFORM SCHREIBE-BEWEGUNG
           END-IF.

       BAU-CHG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABSCHREIBUNG: ANGEGEBENE CHARGE UM DIE MENGE (HOECHSTENS UM
      * IHREN RESTBESTAND) VERMINDERN
      *--------------------------------------------------------------
       SCHREIBE-CHARGE-AB SECTION.
       SCH-CHG-00.

           MOVE     ZEROES TO BUCH-MENGE.

           INITIALIZE PKDCHGF OF PKDCHG-P.
           MOVE     X-ARTIKEL TO CHART  OF PKDCHG-P.
           MOVE     X-MHD     TO CHMHD  OF PKDCHG-P.
           MOVE     X-CHLFDN  TO CHLFDN OF PKDCHG-P.
           READ     PKDCHG-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-CHG-90
           END-IF.

           IF       CHREST OF PKDCHG-P < X-MENGE
                    MOVE CHREST OF PKDCHG-P TO BUCH-MENGE
           ELSE
                    MOVE X-MENGE            TO BUCH-MENGE
           END-IF.
           IF       BUCH-MENGE = ZEROES
                    GO TO SCH-CHG-90
           END-IF.

           SUBTRACT BUCH-MENGE FROM CHREST OF PKDCHG-P.
           MOVE     T-USER TO CHMUSR OF PKDCHG-P.
           MOVE     DATE-8 TO CHMDTA OF PKDCHG-P.
           MOVE     TIME-6 TO CHMTIA OF PKDCHG-P.
           REWRITE  PKDCHG-P.

           MOVE     BUCH-MENGE         TO BWG-MENGE-WRK.
           MOVE     CHLFDN OF PKDCHG-P TO BWG-CHLF-WRK.
           MOVE     CHMHD  OF PKDCHG-P TO BWG-MHD-WRK.
           PERFORM  SCHREIBE-BEWEGUNG.

       SCH-CHG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BEWEGUNGSSATZ NACH PKDLAGB SCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-BEWEGUNG SECTION.
           MOVE     LFDN-WRK  TO BWLFDN OF PKDLAGB-P.
           MOVE     X-BWART   TO BWART  OF PKDLAGB-P.
           MOVE     X-ARTIKEL TO BWARTI OF PKDLAGB-P.
           MOVE     BWG-MENGE-WRK TO BWMENG OF PKDLAGB-P.
           MOVE     BWG-CHLF-WRK  TO BWCHLF OF PKDLAGB-P.
           MOVE     BWG-MHD-WRK   TO BWMHD  OF PKDLAGB-P.
           MOVE     T-USER    TO BWAUSR OF PKDLAGB-P.
           MOVE     DATE-8    TO BWADTA OF PKDLAGB-P.
           MOVE     TIME-6    TO BWATIA OF PKDLAGB-P.
