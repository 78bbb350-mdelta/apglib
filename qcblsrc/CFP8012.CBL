      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    JEDER NEUE SATZ WIRD UEBER CFP9018 IN DIE    *
      *                  HASHKETTE (RLHNR/RLHVOR/RLHASH) EINGEHAENGT; *
      *                  RLANZ UND RLTIA ZAEHLEN NICHT ZUR SUMME, DA  *
      *                  SIE BEI WEITEREN ZUGRIFFEN FORTGESCHRIEBEN   *
      *                  WERDEN                                       *
      *                                                               *
      *****************************************************************
      *
      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CFP8012".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".

      * HASHKETTE (CFP9018)
       01  HASHKET-REC                   TYPE HASHKET-TYPE.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
                    MOVE TIME-6 TO RLTIA OF PREADLOG-P
                    REWRITE PREADLOG-P
           ELSE
                    PERFORM SCHREIBE-NEUEN-SATZ
           END-IF.

           CLOSE    PREADLOG-DP.
       ENDE.
           GOBACK.
      /
      *--------------------------------------------------------------
      * ERSTER ZUGRIFF DES TAGES: NEUEN SATZ IN DIE HASHKETTE
      * EINHAENGEN UND SCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-NEUEN-SATZ SECTION.
       SCH-NEU-00.

      * GLIED RESERVIEREN, DER KETTENKOPF BLEIBT BIS NACH DEM
      * SCHREIBEN GESPERRT
           INITIALIZE HASHKET-REC.
           MOVE     "N"        TO KET-MODUS OF HASHKET-REC.
           MOVE     "PREADLOG" TO KET-DATEI OF HASHKET-REC.
           CALL     "CFP9018" USING HASHKET-REC
           END-CALL.

           INITIALIZE PREADLOGF OF PREADLOG-P.
           MOVE     T-USER   TO RLUSER OF PREADLOG-P.
           MOVE     X-VIEWED TO RLVIEW OF PREADLOG-P.
           MOVE     X-PGM    TO RLPGM  OF PREADLOG-P.
           MOVE     DATE-8   TO RLDTA  OF PREADLOG-P.

      * SUMME OHNE ZAEHLER UND UHRZEIT, DIE SICH SPAETER AENDERN
           IF       KET-RET OF HASHKET-REC = SPACES
                    MOVE KET-NR  OF HASHKET-REC TO RLHNR  OF PREADLOG-P
                    MOVE KET-VOR OF HASHKET-REC TO RLHVOR OF PREADLOG-P
                    MOVE ZEROES                 TO RLHASH OF PREADLOG-P
                    MOVE ZEROES                 TO RLANZ  OF PREADLOG-P
                    MOVE ZEROES                 TO RLTIA  OF PREADLOG-P
                    MOVE "P"        TO KET-MODUS OF HASHKET-REC
                    MOVE PREADLOG-P TO KET-DATEN OF HASHKET-REC
                    CALL "CFP9018" USING HASHKET-REC
                    END-CALL
                    MOVE KET-HASH OF HASHKET-REC TO RLHASH OF PREADLOG-P
           END-IF.

           MOVE     1        TO RLANZ  OF PREADLOG-P.
           MOVE     TIME-6   TO RLTIA  OF PREADLOG-P.
           WRITE    PREADLOG-P.

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

       SCH-NEU-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------
