       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CFP9020.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * FELDINHALT AUS EINEM SATZPUFFER LESBAR AUFBEREITEN            *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  BEREITET DIE BYTES EINES FELDES (FWT-ROH)    *
      *                  NACH DATENTYP, LAENGE UND DEZIMALSTELLEN     *
      *                  AUS PCFGFFD ALS TEXT AUF (FWT-TEXT):         *
      *                  "P" GEPACKT, "S" ZONED UND "B" BINAER        *
      *                  WERDEN ALS ZAHL MIT KOMMA UND VORZEICHEN     *
      *                  AUSGEGEBEN, ALLE ANDEREN TYPEN (A, L, T,     *
      *                  Z, ...) ALS ZEICHEN. UNGUELTIGE NUMERISCHE   *
      *                  INHALTE FUEHREN NICHT ZUM ABBRUCH, SIE       *
      *                  WERDEN ALS "*UNGUELTIG" GEMELDET.            *
      *                  VERWENDET VOM AENDERUNGSTRIGGER CFP9019      *
      *                  (SCHLUESSELTEXT) UND DER ANZEIGE XXP2049.    *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      *                                                               *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER.         IBM-AS400.
         OBJECT-COMPUTER.         IBM-AS400.
        SPECIAL-NAMES. , DECIMAL-POINT IS COMMA.
      /
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      /
       DATA DIVISION.
       FILE SECTION.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CFP9020".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".

      * GEPACKT: RECHTSBUENDIG IN 16 BYTES, VORNE X"00" = NULLEN
       01  PACK-BUF                      PIC X(16).
       01  PACK-NUM REDEFINES PACK-BUF   PIC S9(31) PACKED-DECIMAL.

      * ZONED: RECHTSBUENDIG IN 31 STELLEN, VORNE "0"
       01  ZONE-BUF                      PIC X(31).
       01  ZONE-NUM REDEFINES ZONE-BUF   PIC S9(31).

      * BINAER MIT 2, 4 ODER 8 BYTES
       01  BIN2-BUF                      PIC X(2).
       01  BIN2-NUM REDEFINES BIN2-BUF   PIC S9(4)  BINARY.
       01  BIN4-BUF                      PIC X(4).
       01  BIN4-NUM REDEFINES BIN4-BUF   PIC S9(9)  BINARY.
       01  BIN8-BUF                      PIC X(8).
       01  BIN8-NUM REDEFINES BIN8-BUF   PIC S9(18) BINARY.

      * WERT OHNE UND MIT DEZIMALSTELLEN
       01  GANZ-WRK                      PIC S9(31).
       01  DEZ-WRK                       PIC S9(22)V9(9).
       01  GANZ-EDIT                     PIC -(30)9.
       01  DEZ-EDIT                      PIC -(21)9,9(9).
       01  EDIT-X                        PIC X(32).
       01  ANZ-LEER                      PIC 9(2).
       01  TEXT-LEN                      PIC 9(2).
       01  BYTE-LEN                      PIC 9(5).
       01  ZIEL-POS                      PIC 9(2).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-FELDWRT                     TYPE FELDWRT-TYPE.
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-FELDWRT.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

           MOVE     "CFP9020" TO PGM-WRK.
           MOVE     SPACES    TO FWT-TEXT OF X-FELDWRT.

           MOVE     FWT-LAENGE OF X-FELDWRT TO BYTE-LEN.
           IF       BYTE-LEN = ZEROES
                    GO TO ENDE
           END-IF.
           IF       BYTE-LEN > 256
                    MOVE 256 TO BYTE-LEN
           END-IF.

           EVALUATE FWT-TYP OF X-FELDWRT
                    WHEN "P"
                         PERFORM WERT-GEPACKT
                    WHEN "S"
                         PERFORM WERT-ZONED
                    WHEN "B"
                         PERFORM WERT-BINAER
                    WHEN OTHER
                         MOVE FWT-ROH OF X-FELDWRT(1:BYTE-LEN)
                           TO FWT-TEXT OF X-FELDWRT
           END-EVALUATE.

       ENDE.
           GOBACK.
      /
      *--------------------------------------------------------------
      * GEPACKTES FELD (BIS 16 BYTES = 31 STELLEN)
      *--------------------------------------------------------------
       WERT-GEPACKT SECTION.
       WER-GEP-00.

           IF       BYTE-LEN > 16
                    MOVE "*UNGUELTIG" TO FWT-TEXT OF X-FELDWRT
                    GO TO WER-GEP-90
           END-IF.

           MOVE     LOW-VALUES TO PACK-BUF.
           COMPUTE  ZIEL-POS = 17 - BYTE-LEN.
           MOVE     FWT-ROH OF X-FELDWRT(1:BYTE-LEN)
                 TO PACK-BUF(ZIEL-POS:BYTE-LEN).
           IF       PACK-NUM NOT NUMERIC
                    MOVE "*UNGUELTIG" TO FWT-TEXT OF X-FELDWRT
                    GO TO WER-GEP-90
           END-IF.

           MOVE     PACK-NUM TO GANZ-WRK.
           PERFORM  AUFBEREITEN-ZAHL.

       WER-GEP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZONED-FELD (BIS 31 STELLEN)
      *--------------------------------------------------------------
       WERT-ZONED SECTION.
       WER-ZON-00.

           IF       BYTE-LEN > 31
                    MOVE "*UNGUELTIG" TO FWT-TEXT OF X-FELDWRT
                    GO TO WER-ZON-90
           END-IF.

           MOVE     ALL "0" TO ZONE-BUF.
           COMPUTE  ZIEL-POS = 32 - BYTE-LEN.
           MOVE     FWT-ROH OF X-FELDWRT(1:BYTE-LEN)
                 TO ZONE-BUF(ZIEL-POS:BYTE-LEN).
           IF       ZONE-NUM NOT NUMERIC
                    MOVE "*UNGUELTIG" TO FWT-TEXT OF X-FELDWRT
                    GO TO WER-ZON-90
           END-IF.

           MOVE     ZONE-NUM TO GANZ-WRK.
           PERFORM  AUFBEREITEN-ZAHL.

       WER-ZON-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BINAERFELD MIT 2, 4 ODER 8 BYTES
      *--------------------------------------------------------------
       WERT-BINAER SECTION.
       WER-BIN-00.

           EVALUATE BYTE-LEN
                    WHEN 2
                         MOVE FWT-ROH OF X-FELDWRT(1:2) TO BIN2-BUF
                         MOVE BIN2-NUM TO GANZ-WRK
                    WHEN 4
                         MOVE FWT-ROH OF X-FELDWRT(1:4) TO BIN4-BUF
                         MOVE BIN4-NUM TO GANZ-WRK
                    WHEN 8
                         MOVE FWT-ROH OF X-FELDWRT(1:8) TO BIN8-BUF
                         MOVE BIN8-NUM TO GANZ-WRK
                    WHEN OTHER
                         MOVE "*UNGUELTIG" TO FWT-TEXT OF X-FELDWRT
                         GO TO WER-BIN-90
           END-EVALUATE.

           PERFORM  AUFBEREITEN-ZAHL.

       WER-BIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GANZ-WRK MIT FWT-DEZ DEZIMALSTELLEN LINKSBUENDIG AUFBEREITEN
      *--------------------------------------------------------------
       AUFBEREITEN-ZAHL SECTION.
       AUF-ZAH-00.

           MOVE     ZEROES TO ANZ-LEER.

           IF       FWT-DEZ OF X-FELDWRT = ZEROES
            OR      FWT-DEZ OF X-FELDWRT > 9
                    MOVE    GANZ-WRK  TO GANZ-EDIT
                    MOVE    GANZ-EDIT TO EDIT-X
                    INSPECT EDIT-X TALLYING ANZ-LEER FOR LEADING SPACES
                    COMPUTE TEXT-LEN = 31 - ANZ-LEER
                    MOVE    EDIT-X(ANZ-LEER + 1:TEXT-LEN)
                      TO    FWT-TEXT OF X-FELDWRT
                    GO TO AUF-ZAH-90
           END-IF.

      * NUR SO VIELE NACHKOMMASTELLEN WIE DAS FELD HAT
           COMPUTE  DEZ-WRK = GANZ-WRK / 10 ** FWT-DEZ OF X-FELDWRT.
           MOVE     DEZ-WRK  TO DEZ-EDIT.
           MOVE     DEZ-EDIT TO EDIT-X.
           INSPECT  EDIT-X TALLYING ANZ-LEER FOR LEADING SPACES.
           COMPUTE  TEXT-LEN = 32 - ANZ-LEER
                             - (9 - FWT-DEZ OF X-FELDWRT).
           MOVE     EDIT-X(ANZ-LEER + 1:TEXT-LEN)
             TO     FWT-TEXT OF X-FELDWRT.

       AUF-ZAH-90.
           EXIT.
      /
