      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    LAGERBUCHUNG MIT MHD/CHARGE (XXP0222),       *
      *                  VERBRAUCH BAUT DIE CHARGEN NACH FEFO AB      *
      *                                                               *
      *****************************************************************
      *
       01  BWG-ART                       PIC X(1).
       01  BWG-ARTIKEL                   PIC X(20).
       01  BWG-MENGE                     PIC 9(5).
       01  BWG-MHD                       PIC 9(8).
       01  BWG-BELFDN                    PIC 9(9).
       01  BWG-CHLFDN                    PIC 9(9).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
           MOVE     "V"              TO BWG-ART.
           MOVE     LBART  OF FORMAT1 TO BWG-ARTIKEL.
           MOVE     VBMENG OF FORMAT1 TO BWG-MENGE.
           MOVE     ZEROES           TO BWG-MHD.
           MOVE     ZEROES           TO BWG-BELFDN.
           MOVE     ZEROES           TO BWG-CHLFDN.
           CALL     "XXP0222" USING BWG-ART
                                    BWG-ARTIKEL
                                    BWG-MENGE
                                    BWG-MHD
                                    BWG-BELFDN
                                    BWG-CHLFDN
           END-CALL.

       ERF-VBR-90.
