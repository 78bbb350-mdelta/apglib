      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    SUMMENBILDUNG JE ZEILE UEBER CFP9018, DAMIT  *
      *                  DIE HASHKETTE DIESELBE LOGIK NUTZT           *
      *                                                               *
      *****************************************************************
      *
       01  DELOVR-REC                    TYPE DELOVR-TYPE.
       01  DLTF-REC                      TYPE DLTF-TYPE.

      * SUMMENBILDUNG (CFP9018)
       01  HASHKET-REC                   TYPE HASHKET-TYPE.
       01  SUMME-WRK                     PIC 9(13).
      /
      *-------------------------------------------------------------
           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE ZEILEN LESEN UND DIE ZEICHENWERTE AUFSUMMIEREN; DIE
      * SUMME JE ZEILE BILDET CFP9018 AUSGEHEND VON DER BISHERIGEN
      *--------------------------------------------------------------
       SUMMIERE-ZEILEN SECTION.
       SUM-ZEI-00.
                    GO TO SUM-ZEI-90
           END-IF.

           INITIALIZE HASHKET-REC.
           MOVE     "P"       TO KET-MODUS OF HASHKET-REC.
           MOVE     SUMME-WRK TO KET-VOR   OF HASHKET-REC.
           MOVE     PTMPCHK-P TO KET-DATEN OF HASHKET-REC.
           CALL     "CFP9018" USING HASHKET-REC
           END-CALL.
           MOVE     KET-HASH OF HASHKET-REC TO SUMME-WRK.

           GO TO    SUM-ZEI-20.

       SUM-ZEI-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-PGM-INIT/COPY-PGM-EXIT: STANDARDROUTINEN START UND ENDE
      *---------------------------------------------------------------
