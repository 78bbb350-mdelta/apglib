      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    JEDER JOURNALSATZ WIRD UEBER CFP9018 IN DIE  *
      *                  HASHKETTE (OJHNR/OJHVOR/OJHASH) EINGEHAENGT  *
      *                                                               *
      *****************************************************************
      *
       01  CPYTOSTMF-REC                 TYPE CPYTOSTMF-TYPE.
       01  DLTF-REC                      TYPE DLTF-TYPE.

      * HASHKETTE (CFP9018)
       01  HASHKET-REC                   TYPE HASHKET-TYPE.

      * QUELLE DER ZUSTELLUNG: "S" = SPOOL, "F" = AUSGABEDATEI
       01  QUELLE-ART                    PIC X(1).


           OPEN     I-O POUTJRN-DP.

      * GLIED DER HASHKETTE RESERVIEREN; DER KETTENKOPF BLEIBT BIS
      * NACH DEM SCHREIBEN GESPERRT, DAMIT LAUFENDE NUMMER UND
      * KETTENFOLGE UEBEREINSTIMMEN
           INITIALIZE HASHKET-REC.
           MOVE     "N"       TO KET-MODUS OF HASHKET-REC.
           MOVE     "POUTJRN" TO KET-DATEI OF HASHKET-REC.
           CALL     "CFP9018" USING HASHKET-REC
           END-CALL.

           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "POUTJRN" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
           MOVE     T-USER    TO OJAUSR OF POUTJRN-P.
           MOVE     DATE-8    TO OJDTA  OF POUTJRN-P.
           MOVE     TIME-6    TO OJTIA  OF POUTJRN-P.

      * SATZ IN DIE KETTE EINHAENGEN: NUMMER, SUMME DES VORGAENGERS
      * UND DIE EIGENE SUMME UEBER DEN SATZ
           IF       KET-RET OF HASHKET-REC = SPACES
                    MOVE KET-NR  OF HASHKET-REC TO OJHNR  OF POUTJRN-P
                    MOVE KET-VOR OF HASHKET-REC TO OJHVOR OF POUTJRN-P
                    MOVE ZEROES                 TO OJHASH OF POUTJRN-P
                    MOVE "P"       TO KET-MODUS OF HASHKET-REC
                    MOVE POUTJRN-P TO KET-DATEN OF HASHKET-REC
                    CALL "CFP9018" USING HASHKET-REC
                    END-CALL
                    MOVE KET-HASH OF HASHKET-REC TO OJHASH OF POUTJRN-P
           END-IF.

           WRITE    POUTJRN-P.

      * KETTENKOPF FORTSCHREIBEN BZW. OHNE SATZ WIEDER FREIGEBEN
           IF       KET-RET OF HASHKET-REC = SPACES
                    IF   FILE-STATUS = ZEROES
                         MOVE "S" TO KET-MODUS OF HASHKET-REC
                    ELSE
                         MOVE "A" TO KET-MODUS OF HASHKET-REC
                    END-IF
                    CALL "CFP9018" USING HASHKET-REC
                    END-CALL
           END-IF.

           CLOSE    POUTJRN-DP.

       SCH-JRN-90.
