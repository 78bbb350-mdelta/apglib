      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 02.09.2026 MD    CACHE-INVALIDIERUNG IM CFP8002 NACH JEDER    *
      *                  AENDERUNG.                                   *
      * 15.10.2026 MD    JEDER JOURNALSATZ WIRD UEBER CFP9018 IN DIE  *
      *                  HASHKETTE (JRHNR/JRHVOR/JRHASH) EINGEHAENGT  *
      *                                                               *
      *****************************************************************
      *
      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY  OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CFP0039".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".

      * HASHKETTE (CFP9018)
       01  HASHKET-REC                   TYPE HASHKET-TYPE.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * AKTUELLES DATUM/UHRZEIT FUER DEN ZEITSTEMPEL ERMITTELN
           PERFORM  COPY-GET-TIME.

      * GLIED DER HASHKETTE RESERVIEREN; DER KETTENKOPF BLEIBT BIS
      * NACH DEM SCHREIBEN GESPERRT, DAMIT LAUFENDE NUMMER UND
      * KETTENFOLGE UEBEREINSTIMMEN
           INITIALIZE HASHKET-REC.
           MOVE     "N"       TO KET-MODUS OF HASHKET-REC.
           MOVE     "PCFGJRN" TO KET-DATEI OF HASHKET-REC.
           CALL     "CFP9018" USING HASHKET-REC
           END-CALL.

      * NEUE LAUFENDE NUMMER FUER DEN JOURNALSATZ ERMITTELN
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PCFGJRN" TO LFDN-ID.
           MOVE     TIME-6     TO JRTIME OF PCFGJRN-P.
           MOVE     X-JRN-BEF  TO JRBEF  OF PCFGJRN-P.
           MOVE     X-JRN-AFT  TO JRAFT  OF PCFGJRN-P.

      * SATZ IN DIE KETTE EINHAENGEN: NUMMER, SUMME DES VORGAENGERS
      * UND DIE EIGENE SUMME UEBER DEN SATZ
           IF       KET-RET OF HASHKET-REC = SPACES
                    MOVE KET-NR  OF HASHKET-REC TO JRHNR  OF PCFGJRN-P
                    MOVE KET-VOR OF HASHKET-REC TO JRHVOR OF PCFGJRN-P
                    MOVE ZEROES                 TO JRHASH OF PCFGJRN-P
                    MOVE "P"       TO KET-MODUS OF HASHKET-REC
                    MOVE PCFGJRN-P TO KET-DATEN OF HASHKET-REC
                    CALL "CFP9018" USING HASHKET-REC
                    END-CALL
                    MOVE KET-HASH OF HASHKET-REC TO JRHASH OF PCFGJRN-P
           END-IF.

           WRITE    PCFGJRN-P.
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

           CLOSE    PCFGJRN-DP.

      * LESECACHE DES CFP8002 LEEREN
