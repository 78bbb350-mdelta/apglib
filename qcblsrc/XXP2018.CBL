      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    ABGERECHNETE MONATE (PCONFIG E110/ABRECH/    *
      *                  JJJJMM, GESETZT VON XXP0255) SIND FUER       *
      *                  AENDERUNGEN GESPERRT.                        *
      *                                                               *
      *****************************************************************
      *

      * AKTUELLE WAHL DES USERS FUER DEN TAG
       01  WAHL-LFDN                     PIC 9(9).

      * MONAT DES GEWAEHLTEN TAGES (SPERRE NACH DER ABRECHNUNG)
       01  SPERR-PERIODE                 PIC 9(6).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
                    GO TO WAE-GER-90
           END-IF.

      * MONAT SCHON UEBER DEN LOHN ABGERECHNET: WAHL GESPERRT
           MOVE     TAG-WRK(1:6) TO SPERR-PERIODE.
           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "E110"        TO CFID   OF PCONFIG-P.
           MOVE     "ABRECH"      TO CFKEY  OF PCONFIG-P.
           MOVE     SPERR-PERIODE TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES        TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES        TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE AN TO IN99 OF INXX
                    GO TO WAE-GER-90
           END-IF.

           INITIALIZE PFOODVORF OF PFOODVOR-P.
           MOVE     T-USER  TO FVUSER  OF PFOODVOR-P.
           MOVE     TAG-WRK TO FVDATUM OF PFOODVOR-P.
