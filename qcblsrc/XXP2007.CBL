       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP2007.
      * ERSTELLT AM   :  08.09.2010                                   *
      *                                                               *
      * FUNKTION      :  AUSFάHREN DER API UND ERMITTELN DTAQ-INFOS   *
      *                  LIEFERT FUER DTAQ-NAME/-LIB DIE ANZAHL DER   *
      *                  EINTRAEGE UND DATUM/UHRZEIT DES AELTESTEN    *
      *                  EINTRAGS (QMHRDQM, UMSETZUNG MIT QWCCVTDT).  *
      *                  X-RETCODE = "1": WARTESCHLANGE NICHT         *
      *                  VORHANDEN ODER API-FEHLER.                   *
      *                                                               *
      * ΔNDERUNGEN:                                                   *
      * DATUM      VON   GRUND DER ΔNDERUNG                           *
      * 15.10.2026 MD    AUFRUFSCHNITTSTELLE MIT ANZAHL UND ALTER     *
      *                  DES AELTESTEN EINTRAGS FUER DIE DTAQ-        *
      *                  UEBERWACHUNG (XXP2036/XXP2037).              *
      * 15.10.2026 MD    WARTESCHLANGE VOR QMHQRDQD MIT CHKOBJ        *
      *                  (CLP0004) PRUEFEN, QMHQRDQD HAT KEINEN       *
      *                  FEHLERCODE-PARAMETER.                        *
      *                                                               *
      *****************************************************************
      *
      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY   OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

      * QMHQRDQD API STRUKTUR AUS QSYSINC KOPIEREN
           COPY QMHQRDQD    OF QSYSINC-QCBLLESRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP2007".
       01  PGM-TYP                       PIC X(8)  VALUE "API".

      * PARAMETER FUER CL-PROGRAMME
       01  CHKOBJ-REC                    TYPE CHKOBJ-TYPE.

       01  ERROR-REC.
           05 BYTESPROV                     PIC 9(8) BINARY.
           05 BYTESAVAIL                    PIC 9(8) BINARY.
        05 DTAQ-LIB                       PIC X(10) VALUE "*LIBL".

       01  ANZ-API                        PIC 9(5) COMP-3.

      * VARIABLEN FUER AUFRUF QMHRDQM (ERSTER EINTRAG, RDQM0100)
       01  RDQM-DATEN                     PIC X(512).
       01  RDQM0100 REDEFINES RDQM-DATEN.
        05 RQ-BYTRET                      PIC 9(8) BINARY.
        05 RQ-BYTAVL                      PIC 9(8) BINARY.
        05 RQ-ANZRET                      PIC 9(8) BINARY.
        05 RQ-ANZAVL                      PIC 9(8) BINARY.
        05 RQ-KEYRET                      PIC 9(8) BINARY.
        05 RQ-KEYAVL                      PIC 9(8) BINARY.
        05 RQ-TXTRET                      PIC 9(8) BINARY.
        05 RQ-TXTAVL                      PIC 9(8) BINARY.
        05 RQ-ENTRET                      PIC 9(8) BINARY.
        05 RQ-ENTAVL                      PIC 9(8) BINARY.
        05 RQ-OFFSET                      PIC 9(8) BINARY.
        05 RQ-LIB                         PIC X(10).
       01  RDQM-LEN                       PIC 9(8) BINARY VALUE 512.
       01  RDQM-FORMAT                    PIC X(8)  VALUE "RDQM0100".
       01  RDQS-DATEN.
        05 RS-AUSWAHL                     PIC X(1).
        05 FILLER                         PIC X(3).
        05 RS-ANZAHL                      PIC 9(8) BINARY.
        05 RS-TXTLEN                      PIC 9(8) BINARY.
       01  RDQS-LEN                       PIC 9(8) BINARY VALUE 12.
       01  RDQS-FORMAT                    PIC X(8)  VALUE "RDQS0100".
       01  ENQ-START                      PIC 9(5).

      * VARIABLEN FUER AUFRUF QWCCVTDT (*DTS NACH *YYMD)
       01  DTS-WERT                       PIC X(8).
       01  YYMD-WERT                      PIC X(17).
       01  DTS-FORMAT                     PIC X(10) VALUE "*DTS".
       01  YYMD-FORMAT                    PIC X(10) VALUE "*YYMD".
       01  ANZ-CUR-ALLE                   PIC 9(5) COMP-3.
       01  ANZ-CUR-IA                     PIC 9(5) COMP-3.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-DTAQ-NAME                    PIC X(10).
       01  X-DTAQ-LIB                     PIC X(10).
       01  X-ANZAHL                       PIC 9(9).
       01  X-ENQ-DATUM                    PIC 9(8).
       01  X-ENQ-ZEIT                     PIC 9(6).
       01  X-RETCODE                      PIC X(1).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-DTAQ-NAME
                                X-DTAQ-LIB
                                X-ANZAHL
                                X-ENQ-DATUM
                                X-ENQ-ZEIT
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.
                      ANZ-API,
                      ANZ-CUR-ALLE,
                      ANZ-CUR-IA.
           MOVE     SPACES TO X-RETCODE.
           MOVE     ZEROES TO X-ANZAHL, X-ENQ-DATUM, X-ENQ-ZEIT.

           MOVE     X-DTAQ-NAME TO DTAQ-NAME.
           IF       X-DTAQ-LIB NOT = SPACES
                    MOVE X-DTAQ-LIB TO DTAQ-LIB
           END-IF.

      * QMHQRDQD HAT KEINEN FEHLERCODE, EINE FEHLENDE ODER NICHT
      * BERECHTIGTE WARTESCHLANGE DAHER VORHER MIT CHKOBJ PRUEFEN
           INITIALIZE CHKOBJ-REC.
           MOVE     DTAQ-LIB     TO LIB     OF CHKOBJ-REC.
           MOVE     DTAQ-NAME    TO OBJ     OF CHKOBJ-REC.
           MOVE     "*DTAQ"      TO OBJTYPE OF CHKOBJ-REC.
           CALL     "CLP0004" USING CHKOBJ-REC
           END-CALL.
           IF       OBJ-EXIST OF CHKOBJ-REC = ZEROES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

           CALL     "QMHQRDQD" USING   QMH-QRDQD-RDQD0100
                               CONTENT LENGTH OF QMH-QRDQD-RDQD0100
           END-CALL.

           MOVE     NUMBER-MESSAGES OF QMH-QRDQD-RDQD0100 TO ANZ-API.
           MOVE     NUMBER-MESSAGES OF QMH-QRDQD-RDQD0100 TO X-ANZAHL.

      * ALTER DES AELTESTEN EINTRAGS
           IF       X-ANZAHL > ZEROES
                    PERFORM ERMITTELN-AELTESTEN
           END-IF.

      * AUFRUF PROTOKOLLIEREN
           PERFORM  LOG-API-AUFRUF.
           GOBACK.
      /
      *--------------------------------------------------------------
      * ERSTEN (AELTESTEN) EINTRAG OHNE ENTFERNEN LESEN UND SEINEN
      * EINREIHUNGSZEITPUNKT IN DATUM/UHRZEIT UMSETZEN
      *--------------------------------------------------------------
       ERMITTELN-AELTESTEN SECTION.
       ERM-AEL-00.

           INITIALIZE RDQM-DATEN, RDQS-DATEN.
           MOVE     "F" TO RS-AUSWAHL.
           MOVE     1   TO RS-ANZAHL.
           MOVE     1   TO RS-TXTLEN.
           INITIALIZE ERROR-REC.
           MOVE     16 TO BYTESPROV OF ERROR-REC.
           CALL     "QMHRDQM" USING RDQM-DATEN
                                    RDQM-LEN
                                    RDQM-FORMAT
                                    DTAQ
                                    RDQS-DATEN
                                    RDQS-LEN
                                    RDQS-FORMAT
                                    ERROR-REC
           END-CALL.
           IF       BYTESAVAIL OF ERROR-REC NOT = ZEROES
            OR      RQ-ANZRET = ZEROES
            OR      RQ-OFFSET = ZEROES
            OR      RQ-OFFSET + 12 > RQ-BYTRET
                    GO TO ERM-AEL-90
           END-IF.

      * EINTRAG: OFFSET NAECHSTER EINTRAG (4), ZEITPUNKT *DTS (8)
           COMPUTE  ENQ-START = RQ-OFFSET + 5.
           MOVE     RDQM-DATEN(ENQ-START:8) TO DTS-WERT.

           INITIALIZE ERROR-REC.
           MOVE     16 TO BYTESPROV OF ERROR-REC.
           CALL     "QWCCVTDT" USING DTS-FORMAT
                                     DTS-WERT
                                     YYMD-FORMAT
                                     YYMD-WERT
                                     ERROR-REC
           END-CALL.
           IF       BYTESAVAIL OF ERROR-REC NOT = ZEROES
            OR      YYMD-WERT(1:14) IS NOT NUMERIC
                    GO TO ERM-AEL-90
           END-IF.

           MOVE     YYMD-WERT(1:8) TO X-ENQ-DATUM.
           MOVE     YYMD-WERT(9:6) TO X-ENQ-ZEIT.

       ERM-AEL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DTAQ DATEN AUS API UND PCURDQE ERMITTELN
      *--------------------------------------------------------------
       ERMITTELN-DTAQ-DATEN SECTION.
