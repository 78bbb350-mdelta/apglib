      *                  PRODUKTION VERSCHOBEN (PRSTAT = "R").        *
      *                  ALLE OBJEKTBEWEGUNGEN LAUFEN UEBER           *
      *                  MOVOBJ/DLTPGM PER CLP0057.                   *
      *                  WAEHREND EINER SPERRZEIT (PCMPFRZ) WIRD      *
      *                  NUR MIT NOTFREIGABE (PCMPFRO) UEBERNOMMEN,   *
      *                  SONST X-RETCODE = "2".                       *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    SPERRZEITEN: UEBERNAHME NUR MIT NOTFREIGABE  *
      *                  AUS PCMPFRO, SONST X-RETCODE = "2"           *
      *                                                               *
      *****************************************************************
      *
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCMPFRZ: FZLFDN (SPERRZEITEN)
      *-------------------------------------------------------------
           SELECT PCMPFRZ-DP
                  ASSIGN       TO  DATABASE-PCMPFRZ
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCMPFRO: FOLFDN (NOTFREIGABEN IN SPERRZEITEN)
      *-------------------------------------------------------------
           SELECT PCMPFRO-DP
                  ASSIGN       TO  DATABASE-PCMPFRO
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
      *--- PCMPFRZ: FZLFDN
       FD  PCMPFRZ-DP
           LABEL RECORDS ARE STANDARD.
       01  PCMPFRZ-P.
           COPY DDS-ALL-FORMATS OF PCMPFRZ.
      /
      *--- PCMPFRO: FOLFDN
       FD  PCMPFRO-DP
           LABEL RECORDS ARE STANDARD.
       01  PCMPFRO-P.
           COPY DDS-ALL-FORMATS OF PCMPFRO.
      /
       WORKING-STORAGE SECTION.

      * GESUCHTE UEBERNAHME FUER DEN ROLLBACK
       01  PRM-GEFUNDEN                  PIC 9(1).
       01  PRM-LFDN-WRK                  PIC 9(9).

      * AKTIVE SPERRZEIT UND ZUGEHOERIGE NOTFREIGABE
       01  FRZ-GEFUNDEN                  PIC 9(1).
       01  FRZ-LFDN-WRK                  PIC 9(9).
       01  FRO-GEFUNDEN                  PIC 9(1).
       01  FRO-LFDN-WRK                  PIC 9(9).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
           MOVE     "1" TO X-RETCODE.

           OPEN     I-O   PCMPHIS-DP
                          PCMPPRM-DP
                          PCMPFRO-DP.
           OPEN     INPUT PCONFIG-DP
                          PCMPFRZ-DP.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
       ENDE.
           CLOSE    PCMPHIS-DP
                    PCMPPRM-DP
                    PCONFIG-DP
                    PCMPFRZ-DP
                    PCMPFRO-DP.

           PERFORM  COPY-PGM-EXIT.

                    GO TO UEB-000-90
           END-IF.

      * IN EINER SPERRZEIT NUR MIT NOTFREIGABE UEBERNEHMEN
           PERFORM  PRUEFE-SPERRZEIT.
           IF       FRZ-GEFUNDEN NOT = ZEROES
                    PERFORM SUCHE-NOTFREIGABE
                    IF   FRO-GEFUNDEN = ZEROES
                         PERFORM LOGGE-SPERRE
                         MOVE "2" TO X-RETCODE
                         GO TO UEB-000-90
                    END-IF
           END-IF.

      * GIBT ES DAS NEUE OBJEKT IN DER BUILDBIBLIOTHEK?
           INITIALIZE CHKOBJ-REC.
           MOVE     CMOLIB OF PCMPHIS-P TO LIB     OF CHKOBJ-REC.
           PERFORM  SCHREIBE-PROMOTION.
           PERFORM  LOGGE-PROMOTION.

      * GENUTZTE NOTFREIGABE MIT DER UEBERNAHME VERKNUEPFEN
           IF       FRO-GEFUNDEN NOT = ZEROES
                    PERFORM VERBRAUCHE-NOTFREIGABE
           END-IF.

           INITIALIZE X-RETCODE.

       UEB-000-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AKTIVE SPERRZEIT FUER HEUTE UND DIE PRODUKTIONSBIBLIOTHEK
      *--------------------------------------------------------------
       PRUEFE-SPERRZEIT SECTION.
       PRU-SPZ-00.

           INITIALIZE FRZ-GEFUNDEN, FRZ-LFDN-WRK.
           PERFORM  COPY-GET-TIME.

           INITIALIZE PCMPFRZF OF PCMPFRZ-P.
           MOVE     ZEROES TO FZLFDN OF PCMPFRZ-P.
           START    PCMPFRZ-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-SPZ-90
           END-IF.

       PRU-SPZ-20.
           READ     PCMPFRZ-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRU-SPZ-90
           END-IF.

           IF       FZVON OF PCMPFRZ-P > DATE-8
            OR      FZBIS OF PCMPFRZ-P < DATE-8
                    GO TO PRU-SPZ-20
           END-IF.

      * GILT DIE SPERRE FUER ALLE ODER FUER DIESE BIBLIOTHEK?
           IF       FZLIB OF PCMPFRZ-P NOT = "*ALL"
            AND     FZLIB OF PCMPFRZ-P NOT = SPACES
            AND     FZLIB OF PCMPFRZ-P NOT = PROD-LIB
                    GO TO PRU-SPZ-20
           END-IF.

           MOVE     1                   TO FRZ-GEFUNDEN.
           MOVE     FZLFDN OF PCMPFRZ-P TO FRZ-LFDN-WRK.

       PRU-SPZ-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * OFFENE NOTFREIGABE FUER DIESEN COMPILE UND DIESE SPERRZEIT
      *--------------------------------------------------------------
       SUCHE-NOTFREIGABE SECTION.
       SUC-NFG-00.

           INITIALIZE FRO-GEFUNDEN, FRO-LFDN-WRK.

           INITIALIZE PCMPFROF OF PCMPFRO-P.
           MOVE     ZEROES TO FOLFDN OF PCMPFRO-P.
           START    PCMPFRO-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUC-NFG-90
           END-IF.

       SUC-NFG-20.
           READ     PCMPFRO-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUC-NFG-90
           END-IF.

           IF       FOCMLF OF PCMPFRO-P NOT = X-CMLFDN
            OR      FOFZLF OF PCMPFRO-P NOT = FRZ-LFDN-WRK
            OR      FOSTAT OF PCMPFRO-P NOT = "F"
                    GO TO SUC-NFG-20
           END-IF.

           MOVE     1                   TO FRO-GEFUNDEN.
           MOVE     FOLFDN OF PCMPFRO-P TO FRO-LFDN-WRK.

       SUC-NFG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NOTFREIGABE ALS GENUTZT KENNZEICHNEN (FOSTAT = "V")
      *--------------------------------------------------------------
       VERBRAUCHE-NOTFREIGABE SECTION.
       VER-NFG-00.

           INITIALIZE PCMPFROF OF PCMPFRO-P.
           MOVE     FRO-LFDN-WRK TO FOLFDN OF PCMPFRO-P.
           READ     PCMPFRO-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-NFG-90
           END-IF.

           MOVE     "V"                 TO FOSTAT OF PCMPFRO-P.
           MOVE     PRLFDN OF PCMPPRM-P TO FOPRLF OF PCMPFRO-P.
           MOVE     T-USER              TO FOMSER OF PCMPFRO-P.
           MOVE     DATE-8              TO FOMDTA OF PCMPFRO-P.
           MOVE     TIME-6              TO FOMTIA OF PCMPFRO-P.
           REWRITE  PCMPFRO-P.

       VER-NFG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VERWEIGERTE UEBERNAHME WEGEN SPERRZEIT PROTOKOLLIEREN
      *--------------------------------------------------------------
       LOGGE-SPERRE SECTION.
       LOG-SPE-00.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PCMPFRZ"  TO STFILE OF LOG-CPY.
           MOVE     "WARN"     TO STKEY  OF LOG-CPY.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "UEBERNAHME VON "                    DELIMITED BY
                                                         SIZE
                    CMOPGM OF PCMPHIS-P                  DELIMITED BY
                                                         SPACES
                    " GESPERRT: "                        DELIMITED BY
                                                         SIZE
                    FZGRND OF PCMPFRZ-P                  DELIMITED BY
                                                         SIZE
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       LOG-SPE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AELTERE SICHERUNG DES OBJEKTS LOESCHEN
      *--------------------------------------------------------------
       LOESCHE-SICHERUNG SECTION.
