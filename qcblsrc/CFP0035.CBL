      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    JEDER HISTORIENSATZ WIRD UEBER CFP9018 IN DIE*
      *                  HASHKETTE (MHHNR/MHHVOR/MHHASH) EINGEHAENGT  *
      *                                                               *
      *****************************************************************
      *

       01  PGM-WRK                       PIC X(10) VALUE "CFP0035".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".

      * HASHKETTE (CFP9018)
       01  HASHKET-REC                   TYPE HASHKET-TYPE.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * AKTUELLES DATUM/UHRZEIT FÜR DEN ZEITSTEMPEL ERMITTELN
           PERFORM  COPY-GET-TIME.

      * GLIED DER HASHKETTE RESERVIEREN; DER KETTENKOPF BLEIBT BIS
      * NACH DEM SCHREIBEN GESPERRT, DAMIT LAUFENDE NUMMER UND
      * KETTENFOLGE UEBEREINSTIMMEN
           INITIALIZE HASHKET-REC.
           MOVE     "N"        TO KET-MODUS OF HASHKET-REC.
           MOVE     "PCFGMNUH" TO KET-DATEI OF HASHKET-REC.
           CALL     "CFP9018" USING HASHKET-REC
           END-CALL.

      * NEUE LAUFENDE NUMMER FÜR DEN HISTORIENSATZ ERMITTELN
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PCFGMNUH" TO LFDN-ID.
           MOVE     TIME-6     TO MHTIME OF PCFGMNUH-P.
           MOVE     X-MNH-BEF  TO MHBEF  OF PCFGMNUH-P.
           MOVE     X-MNH-AFT  TO MHAFT  OF PCFGMNUH-P.

      * SATZ IN DIE KETTE EINHAENGEN: NUMMER, SUMME DES VORGAENGERS
      * UND DIE EIGENE SUMME UEBER DEN SATZ
           IF       KET-RET OF HASHKET-REC = SPACES
                    MOVE KET-NR  OF HASHKET-REC TO MHHNR  OF PCFGMNUH-P
                    MOVE KET-VOR OF HASHKET-REC TO MHHVOR OF PCFGMNUH-P
                    MOVE ZEROES                 TO MHHASH OF PCFGMNUH-P
                    MOVE "P"        TO KET-MODUS OF HASHKET-REC
                    MOVE PCFGMNUH-P TO KET-DATEN OF HASHKET-REC
                    CALL "CFP9018" USING HASHKET-REC
                    END-CALL
                    MOVE KET-HASH OF HASHKET-REC TO MHHASH OF PCFGMNUH-P
           END-IF.

           WRITE    PCFGMNUH-P.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "9" TO RET-CODE
           END-IF.

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

           CLOSE    PCFGMNUH-DP.

       ENDE.
