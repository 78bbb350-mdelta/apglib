       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CFP9018.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * HASHKETTE UEBER DIE PROTOKOLLDATEIEN FUEHREN                  *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  BILDET DIE PRUEFSUMME NACH DER LOGIK VON     *
      *                  XXP2024 (ZEICHENWERTE GEWICHTET MIT DER      *
      *                  POSITION, MODULO 999999999) UEBER KET-DATEN, *
      *                  AUSGEHEND VON DER SUMME DES VORGAENGERS      *
      *                  KET-VOR. DEN KETTENKOPF JE DATEI (LETZTE     *
      *                  NUMMER UND SUMME) FUEHRT PHASHKT.            *
      *                  "N": KOPF SPERREN, NUMMER (KET-NR) UND       *
      *                       SUMME DES VORGAENGERS (KET-VOR) DES     *
      *                       NAECHSTEN GLIEDS LIEFERN.               *
      *                  "P": SUMME UEBER DEN SATZ BERECHNEN (DAS     *
      *                       SUMMENFELD SELBST STEHT AUF NULL).      *
      *                  DER AUFRUFER SCHREIBT SEINEN SATZ UND RUFT   *
      *                  "S": KOPF FORTSCHREIBEN UND FREIGEBEN ODER   *
      *                  "A": KOPF UNVERAENDERT FREIGEBEN.            *
      *                  "L": LOESCHGRENZE SETZEN - GLIEDER BIS       *
      *                       KET-NR DUERFEN PLANMAESSIG FEHLEN.      *
      *                  DURCH DIE SPERRE ZWISCHEN "N" UND "S" IST    *
      *                  DIE KETTENFOLGE GLEICH DER SCHREIBFOLGE.     *
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
      *-------------------------------------------------------------
      * PHASHKT: HKDATEI (KETTENKOEPFE JE PROTOKOLLDATEI)
      *-------------------------------------------------------------
           SELECT PHASHKT-DP
                  ASSIGN       TO  DATABASE-PHASHKT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PHASHKT: HKDATEI
       FD  PHASHKT-DP
           LABEL RECORDS ARE STANDARD.
       01  PHASHKT-P.
           COPY DDS-ALL-FORMATS OF PHASHKT.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CFP9018".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".

      * SUMMENBILDUNG
       01  ZEICHEN-WRK                   PIC X(1).
       01  POS-WRK                       PIC 9(4).
       01  SUMME-WRK                     PIC 9(13).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-HASHKET                     TYPE HASHKET-TYPE.
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-HASHKET.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

           MOVE     "CFP9018" TO PGM-WRK.
           MOVE     SPACES TO KET-RET OF X-HASHKET.

      * NUR BERECHNEN, KEIN ZUGRIFF AUF DEN KETTENKOPF
           IF       KET-MODUS OF X-HASHKET = "P"
                    PERFORM BERECHNE-SUMME
                    GO TO ENDE
           END-IF.

      * DATEI NUR EINMAL OEFFNEN, SIE BLEIBT FUER DEN JOB OFFEN
           IF       FIRST-CALL NOT = "1"
                    MOVE "1" TO FIRST-CALL
                    OPEN I-O PHASHKT-DP
           END-IF.

           EVALUATE KET-MODUS OF X-HASHKET
                    WHEN "N"
                         PERFORM RESERVIERE-GLIED
                    WHEN "S"
                         PERFORM SPEICHERE-GLIED
                    WHEN "A"
                         PERFORM FREIGEBEN-KOPF
                    WHEN "L"
                         PERFORM SETZE-LOESCHGRENZE
           END-EVALUATE.

       ENDE.
           GOBACK.
      /
      *--------------------------------------------------------------
      * KETTENKOPF SPERREN UND DAS NAECHSTE GLIED VERGEBEN
      *--------------------------------------------------------------
       RESERVIERE-GLIED SECTION.
       RES-GLI-00.

           PERFORM  LESE-KOPF.
           IF       KET-RET OF X-HASHKET NOT = SPACES
                    GO TO RES-GLI-90
           END-IF.

           COMPUTE  KET-NR OF X-HASHKET = HKNR OF PHASHKT-P + 1.
           MOVE     HKHASH OF PHASHKT-P TO KET-VOR OF X-HASHKET.

       RES-GLI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GESCHRIEBENES GLIED IM KETTENKOPF FORTSCHREIBEN; DER SATZ
      * IST SEIT "N" GESPERRT, DAS REWRITE GIBT IHN FREI
      *--------------------------------------------------------------
       SPEICHERE-GLIED SECTION.
       SPE-GLI-00.

           IF       HKDATEI OF PHASHKT-P NOT = KET-DATEI OF X-HASHKET
                    MOVE "1" TO KET-RET OF X-HASHKET
                    GO TO SPE-GLI-90
           END-IF.

           PERFORM  COPY-GET-TIME.
           MOVE     KET-NR   OF X-HASHKET TO HKNR   OF PHASHKT-P.
           MOVE     KET-HASH OF X-HASHKET TO HKHASH OF PHASHKT-P.
           MOVE     DATE-8                TO HKDTA  OF PHASHKT-P.
           MOVE     TIME-6                TO HKTIA  OF PHASHKT-P.
           REWRITE  PHASHKT-P.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "1" TO KET-RET OF X-HASHKET
           END-IF.

       SPE-GLI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SATZ WURDE NICHT GESCHRIEBEN: KOPF UNVERAENDERT FREIGEBEN
      *--------------------------------------------------------------
       FREIGEBEN-KOPF SECTION.
       FRE-KOP-00.

           IF       HKDATEI OF PHASHKT-P = KET-DATEI OF X-HASHKET
                    REWRITE PHASHKT-P
           END-IF.

       FRE-KOP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LOESCHGRENZE: BIS ZU DIESER NUMMER WURDE PLANMAESSIG GELOESCHT
      *--------------------------------------------------------------
       SETZE-LOESCHGRENZE SECTION.
       SET-LOE-00.

           PERFORM  LESE-KOPF.
           IF       KET-RET OF X-HASHKET NOT = SPACES
                    GO TO SET-LOE-90
           END-IF.

           IF       KET-NR OF X-HASHKET > HKBASNR OF PHASHKT-P
                    MOVE KET-NR OF X-HASHKET TO HKBASNR OF PHASHKT-P
           END-IF.
           REWRITE  PHASHKT-P.

       SET-LOE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KETTENKOPF MIT SPERRE LESEN, BEIM ERSTEN GLIED ANLEGEN
      *--------------------------------------------------------------
       LESE-KOPF SECTION.
       LES-KOP-00.

           INITIALIZE PHASHKTF OF PHASHKT-P.
           MOVE     KET-DATEI OF X-HASHKET TO HKDATEI OF PHASHKT-P.
           READ     PHASHKT-DP.
           IF       FILE-STATUS = ZEROES
                    GO TO LES-KOP-90
           END-IF.

           INITIALIZE PHASHKTF OF PHASHKT-P.
           MOVE     KET-DATEI OF X-HASHKET TO HKDATEI OF PHASHKT-P.
           MOVE     ZEROES                 TO HKNR    OF PHASHKT-P.
           MOVE     ZEROES                 TO HKHASH  OF PHASHKT-P.
           MOVE     ZEROES                 TO HKBASNR OF PHASHKT-P.
           WRITE    PHASHKT-P.

           INITIALIZE PHASHKTF OF PHASHKT-P.
           MOVE     KET-DATEI OF X-HASHKET TO HKDATEI OF PHASHKT-P.
           READ     PHASHKT-DP.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "1" TO KET-RET OF X-HASHKET
           END-IF.

       LES-KOP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUMME UEBER KET-DATEN AUSGEHEND VON KET-VOR (WIE XXP2024)
      *--------------------------------------------------------------
       BERECHNE-SUMME SECTION.
       BER-SUM-00.

           MOVE     KET-VOR OF X-HASHKET TO SUMME-WRK.
           MOVE     1 TO POS-WRK.

       BER-SUM-20.
           IF       POS-WRK > 2000
                    GO TO BER-SUM-80
           END-IF.

           MOVE     KET-DATEN OF X-HASHKET(POS-WRK:1) TO ZEICHEN-WRK.
           IF       ZEICHEN-WRK NOT = SPACE
                    COMPUTE SUMME-WRK = SUMME-WRK
                          + FUNCTION ORD(ZEICHEN-WRK) * POS-WRK
           END-IF.

           ADD      1 TO POS-WRK.
           GO TO    BER-SUM-20.

       BER-SUM-80.
           COMPUTE  SUMME-WRK = FUNCTION MOD(SUMME-WRK, 999999999).
           MOVE     SUMME-WRK TO KET-HASH OF X-HASHKET.

       BER-SUM-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------

           COPY     GETTIME    OF APG-QCPYSRC.
      /
