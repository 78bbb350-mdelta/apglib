      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    FUNKTIONSTRENNUNG: VOR DEM ANLEGEN EINER     *
      *                  MITGLIEDSCHAFT PRUEFT CFP9017 DIE            *
      *                  KONFLIKTREGELN AUS PCFGSOD. EIN SPERRENDER   *
      *                  KONFLIKT OHNE AUSNAHME WIRD ABGEWIESEN       *
      *                  (IN98), EIN WARNENDER MUSS MIT ERNEUTER      *
      *                  FREIGABE BESTAETIGT WERDEN (IN97); BEIDES    *
      *                  WIRD UEBER CFP0019 GELOGGT.                  *
      *                                                               *
      *****************************************************************
      *
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.
        05 IN97                          PIC 1.
        05 IN98                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  CFD9013DE
      * STANDARDFELDER FUER PROGRAMMTEXTE
           COPY WRKTXT     OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM OF APG-QCPYSRC.

      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CFP9013".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".

       01  AUSWAHL                       PIC X(2).
       01  ROLLE-VORHANDEN               PIC 9(1).

      * PRUEFUNG DER FUNKTIONSTRENNUNG (CFP9017)
       01  SODCHK-REC                    TYPE SODCHK-TYPE.
       01  SOD-IX                        PIC 9(3).
      * BEREITS BESTAETIGTE WARNUNG (USER UND ROLLE)
       01  SOD-BESTAETIGT                PIC X(20).
       01  SOD-EINGABE                   PIC X(20).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       ERF-MGL-00.

           INITIALIZE FORMAT1.
           INITIALIZE SOD-BESTAETIGT.
           MOVE     AUS TO INXX.

       ERF-MGL-10.
                    GO TO ERF-MGL-10
           END-IF.

      * VERLETZT DIE ZUWEISUNG DIE FUNKTIONSTRENNUNG?
           PERFORM  PRUEFEN-FUNKTIONSTRENNUNG.
           IF       SOD-ERGEBNIS OF SODCHK-REC = "S"
                    MOVE AN TO IN98 OF INXX
                    GO TO ERF-MGL-10
           END-IF.
           IF       SOD-ERGEBNIS OF SODCHK-REC = "W"
            AND     SOD-EINGABE NOT = SOD-BESTAETIGT
                    MOVE SOD-EINGABE TO SOD-BESTAETIGT
                    MOVE AN TO IN97 OF INXX
                    GO TO ERF-MGL-10
           END-IF.

      * GIBT ES DIE ROLLE SCHON?
           PERFORM  PRUEFEN-ROLLE.
           IF       ROLLE-VORHANDEN = ZEROES

           PERFORM  ANLEGEN-MITGLIEDSCHAFT.

      * BESTAETIGTE WARNUNG PROTOKOLLIEREN
           IF       SOD-ERGEBNIS OF SODCHK-REC = "W"
                    PERFORM SCHREIBE-SOD-LOG
           END-IF.

       ERF-MGL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KONFLIKTREGELN FUER USER UND NEUE ROLLE PRUEFEN (CFP9017).
      * DER TEXT DER ERSTEN VERLETZTEN REGEL WIRD ANGEZEIGT
      *--------------------------------------------------------------
       PRUEFEN-FUNKTIONSTRENNUNG SECTION.
       PRF-SOD-00.

           INITIALIZE SODCHK-REC.
           MOVE     WRUSER OF FORMAT1 TO SOD-USER  OF SODCHK-REC.
           MOVE     WRROLE OF FORMAT1 TO SOD-ROLLE OF SODCHK-REC.
           CALL     "CFP9017" USING SODCHK-REC
           END-CALL.

           MOVE     SPACES TO SODTXT OF FORMAT1.
           MOVE     SPACES TO SOD-EINGABE.
           STRING   WRUSER OF FORMAT1 WRROLE OF FORMAT1
                    DELIMITED BY SIZE
               INTO SOD-EINGABE
           END-STRING.
           IF       SOD-ERGEBNIS OF SODCHK-REC = SPACES
                    GO TO PRF-SOD-90
           END-IF.

      * ERSTE REGEL OHNE AUSNAHME MIT DEM ERGEBNIS ANZEIGEN
           MOVE     ZEROES TO SOD-IX.
       PRF-SOD-20.
           ADD      1 TO SOD-IX.
           IF       SOD-IX > SOD-ANZ OF SODCHK-REC
                    GO TO PRF-SOD-80
           END-IF.
           IF       SOD-AUSN OF SODCHK-REC(SOD-IX) = "1"
                    GO TO PRF-SOD-20
           END-IF.
           IF       SOD-ERGEBNIS OF SODCHK-REC = "S"
            AND     SOD-MODUS OF SODCHK-REC(SOD-IX) NOT = "S"
                    GO TO PRF-SOD-20
           END-IF.
           MOVE     SOD-TEXT OF SODCHK-REC(SOD-IX) TO SODTXT OF FORMAT1.

       PRF-SOD-80.
      * ABGEWIESENE ZUWEISUNG PROTOKOLLIEREN
           IF       SOD-ERGEBNIS OF SODCHK-REC = "S"
                    PERFORM SCHREIBE-SOD-LOG
           END-IF.

       PRF-SOD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KONFLIKT BEI DER ROLLENZUWEISUNG PROTOKOLLIEREN
      *--------------------------------------------------------------
       SCHREIBE-SOD-LOG SECTION.
       SCH-SOD-00.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     ":ACCESS"  TO STFILE OF LOG-CPY.
           MOVE     "WARN"     TO STKEY  OF LOG-CPY.
           INITIALIZE STSTS OF LOG-CPY.
           IF       SOD-ERGEBNIS OF SODCHK-REC = "S"
                    STRING "ROLLE "               DELIMITED BY SIZE
                           WRROLE OF FORMAT1      DELIMITED BY SPACES
                           " FUER "               DELIMITED BY SIZE
                           WRUSER OF FORMAT1      DELIMITED BY SPACES
                           " ABGEWIESEN: "        DELIMITED BY SIZE
                           SODTXT OF FORMAT1      DELIMITED BY SIZE
                      INTO STSTS OF LOG-CPY
                    END-STRING
           ELSE
                    STRING "ROLLE "               DELIMITED BY SIZE
                           WRROLE OF FORMAT1      DELIMITED BY SPACES
                           " FUER "               DELIMITED BY SIZE
                           WRUSER OF FORMAT1      DELIMITED BY SPACES
                           " TROTZ WARNUNG: "     DELIMITED BY SIZE
                           SODTXT OF FORMAT1      DELIMITED BY SIZE
                      INTO STSTS OF LOG-CPY
                    END-STRING
           END-IF.
           PERFORM  COPY-WRITE-LOG-CPY.

       SCH-SOD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PRUEFEN OB DIE ROLLE IN PCFGROL VORHANDEN IST
      *--------------------------------------------------------------
       PRUEFEN-ROLLE SECTION.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-WRITE-LOG-CPY: SCHREIBEN EINES LOG-SATZES
      *---------------------------------------------------------------

           COPY     LOGCPY     OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------

