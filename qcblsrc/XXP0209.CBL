      * FUNKTION      :  BESTELLUNG ANLEGEN/�NDERN                    *
      *                                                               *
      * �NDERUNGEN:                                                   *
      * 15.10.2026 MD    MHD JE WARENEINGANG (BEMHD): WIRD GEPRUEFT   *
      *                  (IN97) UND IN PKDBEIN GESPEICHERT, XXP0210   *
      *                  LEGT DARAUS DIE CHARGEN (PKDCHG) AN.         *
      * 02.09.2026 MD    BUDGETPRUEFUNG (XXP0240/PKDBUDG): VOR DEM    *
      *                  BUCHEN WIRD DAS RESTBUDGET DER KATEGORIE     *
      *                  (KBTYP) IM LAUFENDEN QUARTAL GEPRUEFT.       *
        05 IN42                          PIC 1.
        05 IN43                          PIC 1.
        05 IN44                          PIC 1.
        05 IN97                          PIC 1.
        05 IN98                          PIC 1.
        05 IN99                          PIC 1.

                    GO TO ANZ-DAT-20
           END-IF.

      * MHD IST OPTIONAL, WENN ANGEGEBEN MUSS ES GUELTIG UND DARF
      * NICHT SCHON ABGELAUFEN SEIN
           IF       BEMHD OF FORMAT1 NOT = ZEROES
                    MOVE BEMHD OF FORMAT1 TO DATE-DB
                    PERFORM COPY-CHECK-DATE
                    IF   DATUM-RETCODE NOT = SPACES
                     AND DATUM-RETCODE NOT = "3"
                         MOVE AN TO IN97 OF INXX
                         GO TO ANZ-DAT-20
                    END-IF
                    IF   BEMHD OF FORMAT1 < DATE-8
                         MOVE AN TO IN97 OF INXX
                         GO TO ANZ-DAT-20
                    END-IF
           END-IF.

      * RESTBUDGET DER KATEGORIE IM LAUFENDEN QUARTAL PRUEFEN
           PERFORM  PRUEFE-BUDGET.
           IF       BUD-RET = "E"

      * LIEFERMENGE �BERNEHMEN
           MOVE     KBLMEN OF FORMAT1      TO BELMEN OF PKDBEIN-P.
           MOVE     BEMHD  OF FORMAT1      TO BEMHD  OF PKDBEIN-P.

      * DATEN AUS DER PKDBST1 �BERNEHMEN
           MOVE     KBTYP  OF PKDBST1-P    TO BETYP  OF PKDBEIN-P.
