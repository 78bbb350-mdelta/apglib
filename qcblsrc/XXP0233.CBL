      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    LAGERBUCHUNG MIT MHD/CHARGE (XXP0222):       *
      *                  MEHRBESTAND WIRD CHARGE OHNE MHD             *
      *                                                               *
      *****************************************************************
      *
       01  BWART-WRK                     PIC X(1).
       01  ARTIKEL-WRK                   PIC X(20).
       01  MENGE-WRK                     PIC 9(5).
       01  MHD-WRK                       PIC 9(8).
       01  BELFDN-WRK                    PIC 9(9).
       01  CHLFDN-WRK                    PIC 9(9).

      * DIFFERENZ DER AKTUELLEN ZEILE
       01  DIFF-MENGE                    PIC S9(7).
                         MOVE "V"        TO BWART-WRK
                         COMPUTE MENGE-WRK = ZEROES - DIFF-MENGE
                    END-IF
                    MOVE ZEROES TO MHD-WRK
                    MOVE ZEROES TO BELFDN-WRK
                    MOVE ZEROES TO CHLFDN-WRK
                    CALL "XXP0222" USING BWART-WRK
                                         ARTIKEL-WRK
                                         MENGE-WRK
                                         MHD-WRK
                                         BELFDN-WRK
                                         CHLFDN-WRK
                    END-CALL
           END-IF.

