      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    GELOESCHTE SAETZE ALS LOESCHGRENZE DER       *
      *                  HASHKETTE AN CFP9018 MELDEN                  *
      *                                                               *
      *****************************************************************
      *

      * GRUPPENWECHSEL JE BETROFFENEM
       01  VIEW-AKT                      PIC X(10).

      * HOECHSTE GELOESCHTE KETTENNUMMER (LOESCHGRENZE FUER CFP9018)
       01  HASHKET-REC                   TYPE HASHKET-TYPE.
       01  LOESCH-NR                     PIC 9(9) VALUE ZEROES.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
           CLOSE    PREADLOG-DL
                    XXDRUCK-DAT.

      * PLANMAESSIG GELOESCHTE GLIEDER DER HASHKETTE MELDEN, DAMIT
      * DIE PRUEFUNG (XXP2044) SIE NICHT ALS FEHLEND BEANSTANDET
           IF       LOESCH-NR > ZEROES
                    INITIALIZE HASHKET-REC
                    MOVE "L"        TO KET-MODUS OF HASHKET-REC
                    MOVE "PREADLOG" TO KET-DATEI OF HASHKET-REC
                    MOVE LOESCH-NR  TO KET-NR    OF HASHKET-REC
                    CALL "CFP9018" USING HASHKET-REC
                    END-CALL
           END-IF.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

                                    TAGE-DIFF-WRK
           END-CALL.
           IF       TAGE-DIFF-WRK > AUFBEW-TAGE
                    IF   RLHNR OF PREADLOG-L > LOESCH-NR
                         MOVE RLHNR OF PREADLOG-L TO LOESCH-NR
                    END-IF
                    DELETE PREADLOG-DL
                    GO TO DRU-RAU-20
           END-IF.
