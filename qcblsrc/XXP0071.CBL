      *                  DETAILSAETZE MIT DEM DATUM IN CFKEY) ALS     *
      *                  GENEHMIGTE SCHUL-ABWESENHEITEN ("S") NACH    *
      *                  PZEITABW. WELCHE SCHULTAGE EINEN AZUBI       *
      *                  BETREFFEN, STEHT JE AZUBI IM PERSONENSTAMM   *
      *                  (CFP9022: SCHULE, KLASSE, BERUF, JAHR -      *
      *                  DIESELBEN FILTER, DIE AZP0100 BENUTZT).      *
      *                  X-AZUSER SCHRAENKT AUF EINEN AZUBI EIN,      *
      *                  SPACES = ALLE AZUBIS. BEREITS                *
      *                  VORHANDENE ABWESENHEITEN BLEIBEN             *
      *                  UNBERUEHRT (MERGE, KEIN REPLACE).            *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    AZUBIDATEN UEBER PERSONENSTAMM (CFP9022)     *
      *                  STATT PCONFIG A109, DER ZWEITE ZUGRIFFSPFAD  *
      *                  PCONFIG2 ENTFAELLT                           *
      *                                                               *
      *****************************************************************
      *
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      *-------------------------------------------------------------
      * PCONFIG: CFID, CFKEY (V100 = SCHULTAGE)
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PZEITABW: AWUSER, AWDATUM (ABWESENHEITEN)
      *-------------------------------------------------------------
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PCONFIG: CFID, CFKEY (V100-SCHLEIFE)
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
      *--- PZEITABW: AWUSER, AWDATUM
       FD  PZEITABW-DP
           LABEL RECORDS ARE STANDARD.
       01  PGM-WRK                       PIC X(10) VALUE "XXP0071".
       01  PGM-TYP                       PIC X(8)  VALUE "ZEIT  ".

      * PERSONENSTAMM (CFP9022)
       01  PERSON-REC                    TYPE PERSON-TYPE.

      * DATEN DES GERADE VERARBEITETEN AZUBIS
       01  AZU-USER                      PIC X(10).
       01  AZU-SCHULE                    LIKE CFIN01 OF PCONFIG-P.
       01  AZU-KLASSE                    LIKE CFIN02 OF PCONFIG-P.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * AZUBI, SPACES = ALLE AZUBIS
       01  X-AZUSER                      PIC X(10).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-AZUSER.
                    GO TO ENDE
           END-IF.

           OPEN     INPUT PCONFIG-DP.
           OPEN     I-O   PZEITABW-DP.

           PERFORM  COPY-GET-TIME.
           PERFORM  SCAN-AZUBIS.

           CLOSE    PCONFIG-DP
                    PZEITABW-DP.

           DISPLAY  "XXP0071: " ANZ-VORBELEGT
           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE AZUBIS AUS DEM PERSONENSTAMM DURCHLAUFEN
      *--------------------------------------------------------------
       SCAN-AZUBIS SECTION.
       SCN-AZU-00.

           INITIALIZE PERSON-REC.
           MOVE     X-AZUSER TO PN-USER  OF PERSON-REC.

      * NUR EIN AZUBI: DIREKT LESEN, SONST ALLE PERSONEN DURCHLAUFEN
           IF       X-AZUSER NOT = SPACES
                    MOVE "L" TO PN-MODUS OF PERSON-REC
           ELSE
                    MOVE "N" TO PN-MODUS OF PERSON-REC
           END-IF.

       SCN-AZU-20.
           CALL     "CFP9022" USING PERSON-REC
           END-CALL.
           IF       PN-RET OF PERSON-REC NOT = SPACES
                    GO TO SCN-AZU-90
           END-IF.

           IF       PN-AZUBI OF PERSON-REC = "J"
                    MOVE PN-USER   OF PERSON-REC TO AZU-USER
                    MOVE PN-SCHULE OF PERSON-REC TO AZU-SCHULE
                    MOVE PN-KLASSE OF PERSON-REC TO AZU-KLASSE
                    MOVE PN-BERUF  OF PERSON-REC TO AZU-BERUF
                    MOVE PN-AJAHR  OF PERSON-REC TO AZU-JAHR
                    PERFORM SCAN-SCHULTAGE
           END-IF.

           IF       X-AZUSER NOT = SPACES
                    GO TO SCN-AZU-90
           END-IF.

           GO TO    SCN-AZU-20.

       SCN-AZU-90.
       SCAN-SCHULTAGE SECTION.
       SCN-SCH-00.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "V100"  TO CFID   OF PCONFIG-P.
           MOVE     SPACES  TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES  TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES  TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES  TO CFKEY4 OF PCONFIG-P.
           START    PCONFIG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCN-SCH-90
           END-IF.

       SCN-SCH-20.
           READ     PCONFIG-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCN-SCH-90
           END-IF.
           IF       CFID OF PCONFIG-P NOT = "V100"
                    GO TO SCN-SCH-90
           END-IF.

      * KOPFSATZ NICHT
           IF       CFKEY OF PCONFIG-P = SPACES
                    GO TO SCN-SCH-20
           END-IF.

      * BERUFSSCHULE/KLASSE/BERUF/JAHR MUESSEN PASSEN
           IF       AZU-SCHULE NOT = SPACES
            AND     CFIN01 OF PCONFIG-P NOT = AZU-SCHULE
                    GO TO SCN-SCH-20
           END-IF.
           IF       AZU-KLASSE NOT = SPACES
            AND     CFIN02 OF PCONFIG-P NOT = AZU-KLASSE
                    GO TO SCN-SCH-20
           END-IF.
           IF       AZU-BERUF  NOT = SPACES
            AND     CFIN03 OF PCONFIG-P NOT = AZU-BERUF
                    GO TO SCN-SCH-20
           END-IF.
           IF       AZU-JAHR   NOT = ZEROES
            AND     CFNM04 OF PCONFIG-P NOT = AZU-JAHR
                    GO TO SCN-SCH-20
           END-IF.

      * DATUM DES SCHULTAGES AUS CFKEY
           MOVE     CFKEY OF PCONFIG-P(1:8) TO SCHULTAG-ALPHA.
           IF       SCHULTAG-ALPHA NOT NUMERIC
                    GO TO SCN-SCH-20
           END-IF.
