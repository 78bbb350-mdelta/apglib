       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CFP9021.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * NAECHSTEN TERMIN EINES PLANEINTRAGS ERMITTELN                 *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LIEFERT ZU EINER RHYTHMUSREGEL (JOBTERM-     *
      *                  TYPE) DEN ERSTEN TERMIN NACH JT-REFDAT/      *
      *                  JT-REFZEIT. GRUNDLAGE IST DER KALENDER       *
      *                  PCFGDAT (WOCHENTAG DTWOTA, 6/7 =             *
      *                  WOCHENENDE) UND DIE FEIERTAGE AUS PCONFIG    *
      *                  H200 (CFP9009, RETCODE "3"). ARBEITSTAG      *
      *                  IST JEDER TAG VON MONTAG BIS FREITAG, DER    *
      *                  KEIN FEIERTAG IST. DER KALENDER WIRD AB DEM  *
      *                  ERSTEN DES VORMONATS FUER 450 TAGE IN EINE   *
      *                  TABELLE GELADEN UND BLEIBT BIS ZUM NAECHSTEN *
      *                  ABWEICHENDEN BEZUGSTAG STEHEN.               *
      *                  VERWENDET VOM PLANUNGSSERVER XXP2050 UND     *
      *                  DER PFLEGE XXP2051.                          *
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
      * PCFGDAT: DTLFDN (KALENDER MIT WOCHENTAG)
      *-------------------------------------------------------------
           SELECT PCFGDAT-DP
                  ASSIGN       TO  DATABASE-PCFGDAT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PCFGDAT: DTLFDN
       FD  PCFGDAT-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGDAT-P.
           COPY DDS-ALL-FORMATS OF PCFGDAT.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CFP9021".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".

      * GELADENER KALENDERAUSSCHNITT
       01  KAL-REFDAT                    PIC 9(8) VALUE ZEROES.
       01  KAL-ANZ                       PIC 9(4) VALUE ZEROES.
       01  KAL-TAB.
        05 KAL-EINTRAG                   OCCURS 450 TIMES.
         10 KAL-DATUM                    PIC 9(8).
         10 KAL-DATUM-R REDEFINES KAL-DATUM.
          15 KAL-JJJJ                    PIC 9(4).
          15 KAL-MM                      PIC 9(2).
          15 KAL-TT                      PIC 9(2).
         10 KAL-WOTA                     PIC 9(1).
      * "1" = ARBEITSTAG
         10 KAL-AT                       PIC X(1).

      * BEGINN DES AUSSCHNITTS (ERSTER DES VORMONATS)
       01  START-DATUM                   PIC 9(8).
       01  START-DATUM-R REDEFINES START-DATUM.
        05 START-JJJJ                    PIC 9(4).
        05 START-MM                      PIC 9(2).
        05 START-TT                      PIC 9(2).

      * LAUFVARIABLEN
       01  NOM-IX                        PIC 9(4).
       01  TREFFER-IX                    PIC 9(4).
       01  SUCH-IX                       PIC 9(4).
       01  ANZ-AT                        PIC 9(2).
       01  SOLL-TAG                      PIC 9(2).
      * "1" = NOM-IX IST DER LETZTE TAG SEINES MONATS
       01  MONATSENDE                    PIC X(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-JOBTERM                     TYPE JOBTERM-TYPE.
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-JOBTERM.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

           MOVE     "CFP9021" TO PGM-WRK.
           MOVE     SPACES    TO JT-RET   OF X-JOBTERM.
           MOVE     ZEROES    TO JT-DATUM OF X-JOBTERM.

      * REGEL PRUEFEN
           PERFORM  PRUEFE-REGEL.
           IF       JT-RET OF X-JOBTERM NOT = SPACES
                    GO TO ENDE
           END-IF.

      * KALENDER BEI NEUEM BEZUGSTAG NEU LADEN
           IF       JT-REFDAT OF X-JOBTERM NOT = KAL-REFDAT
                    PERFORM LADE-KALENDER
           END-IF.

           PERFORM  SUCHE-TERMIN.

       ENDE.
           GOBACK.
      /
      *--------------------------------------------------------------
      * RHYTHMUS, WOCHENTAG, TAG UND UHRZEIT PRUEFEN
      *--------------------------------------------------------------
       PRUEFE-REGEL SECTION.
       PRF-REG-00.

           MOVE     JT-TAG OF X-JOBTERM TO SOLL-TAG.

           EVALUATE JT-FREQ OF X-JOBTERM
                    WHEN "T"
                    WHEN "A"
                    WHEN "L"
                         CONTINUE
                    WHEN "W"
                         IF   JT-WOTA OF X-JOBTERM < 1
                          OR  JT-WOTA OF X-JOBTERM > 7
                              MOVE "1" TO JT-RET OF X-JOBTERM
                         END-IF
                    WHEN "M"
                         IF   SOLL-TAG < 1
                          OR  SOLL-TAG > 31
                              MOVE "1" TO JT-RET OF X-JOBTERM
                         END-IF
                    WHEN "N"
                         IF   SOLL-TAG = ZEROES
                              MOVE 1 TO SOLL-TAG
                         END-IF
                         IF   SOLL-TAG > 23
                              MOVE "1" TO JT-RET OF X-JOBTERM
                         END-IF
                    WHEN OTHER
                         MOVE "1" TO JT-RET OF X-JOBTERM
           END-EVALUATE.

           IF       JT-FTAG OF X-JOBTERM NOT = SPACES
            AND     JT-FTAG OF X-JOBTERM NOT = "S"
            AND     JT-FTAG OF X-JOBTERM NOT = "V"
            AND     JT-FTAG OF X-JOBTERM NOT = "N"
                    MOVE "1" TO JT-RET OF X-JOBTERM
           END-IF.

           IF       JT-ZEIT OF X-JOBTERM(1:2) > "23"
            OR      JT-ZEIT OF X-JOBTERM(3:2) > "59"
            OR      JT-ZEIT OF X-JOBTERM(5:2) > "59"
                    MOVE "1" TO JT-RET OF X-JOBTERM
           END-IF.

           IF       JT-REFDAT OF X-JOBTERM = ZEROES
                    MOVE "1" TO JT-RET OF X-JOBTERM
           END-IF.

       PRF-REG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KALENDER AB DEM ERSTEN DES VORMONATS IN DIE TABELLE LADEN,
      * ARBEITSTAGE MIT WOCHENTAG UND FEIERTAGSPRUEFUNG MARKIEREN
      *--------------------------------------------------------------
       LADE-KALENDER SECTION.
       LAD-KAL-00.

           MOVE     JT-REFDAT OF X-JOBTERM TO KAL-REFDAT.
           MOVE     ZEROES TO KAL-ANZ.

           MOVE     KAL-REFDAT TO START-DATUM.
           MOVE     1          TO START-TT.
           IF       START-MM > 1
                    SUBTRACT 1 FROM START-MM
           ELSE
                    MOVE 12 TO START-MM
                    SUBTRACT 1 FROM START-JJJJ
           END-IF.

           OPEN     INPUT PCFGDAT-DP.

           INITIALIZE PCFGDATF OF PCFGDAT-P.
           MOVE     START-DATUM TO DTLFDN OF PCFGDAT-P.
           START    PCFGDAT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-KAL-80
           END-IF.

       LAD-KAL-20.
           READ     PCFGDAT-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-KAL-80
           END-IF.

           ADD      1 TO KAL-ANZ.
           MOVE     DTLFDN OF PCFGDAT-P TO KAL-DATUM (KAL-ANZ).
           MOVE     DTWOTA OF PCFGDAT-P TO KAL-WOTA  (KAL-ANZ).
           MOVE     SPACES              TO KAL-AT    (KAL-ANZ).

      * WOCHENENDE LT. KALENDER, SONST AUF FEIERTAG PRUEFEN
           IF       DTWOTA OF PCFGDAT-P NOT > 5
                    MOVE DTLFDN OF PCFGDAT-P TO DATE-DB
                    PERFORM COPY-CHECK-DATE
                    IF   DATUM-RETCODE NOT = "3"
                         MOVE "1" TO KAL-AT (KAL-ANZ)
                    END-IF
           END-IF.

           IF       KAL-ANZ < 450
                    GO TO LAD-KAL-20
           END-IF.

       LAD-KAL-80.
           CLOSE    PCFGDAT-DP.

       LAD-KAL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE TAGE DES AUSSCHNITTS ALS MOEGLICHEN NENNTERMIN PRUEFEN,
      * DER ERSTE TATSAECHLICHE TERMIN NACH DEM BEZUG GILT
      *--------------------------------------------------------------
       SUCHE-TERMIN SECTION.
       SUC-TER-00.

           MOVE     1 TO NOM-IX.

       SUC-TER-20.
           IF       NOM-IX > KAL-ANZ
                    MOVE "2" TO JT-RET OF X-JOBTERM
                    GO TO SUC-TER-90
           END-IF.

           PERFORM  PRUEFE-NENNTERMIN.

           IF       TREFFER-IX > ZEROES
                    IF   KAL-DATUM (TREFFER-IX) > JT-REFDAT OF X-JOBTERM
                     OR (KAL-DATUM (TREFFER-IX) = JT-REFDAT OF X-JOBTERM
                     AND JT-ZEIT OF X-JOBTERM > JT-REFZEIT OF X-JOBTERM)
                         MOVE KAL-DATUM (TREFFER-IX)
                           TO JT-DATUM OF X-JOBTERM
                         GO TO SUC-TER-90
                    END-IF
           END-IF.

           ADD      1 TO NOM-IX.
           GO TO    SUC-TER-20.

       SUC-TER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * IST NOM-IX EIN NENNTERMIN DER REGEL? TREFFER-IX ERHAELT DEN
      * TATSAECHLICHEN TAG (NACH VERSCHIEBUNG), SONST NULL
      *--------------------------------------------------------------
       PRUEFE-NENNTERMIN SECTION.
       PRF-NEN-00.

           MOVE     ZEROES TO TREFFER-IX.

      * LETZTER TAG DES MONATS? (NUR WENN DER FOLGETAG GELADEN IST)
           MOVE     SPACES TO MONATSENDE.
           IF       NOM-IX < KAL-ANZ
                    IF   KAL-MM (NOM-IX + 1) NOT = KAL-MM (NOM-IX)
                         MOVE "1" TO MONATSENDE
                    END-IF
           END-IF.

           EVALUATE JT-FREQ OF X-JOBTERM
      *             JEDER KALENDERTAG
                    WHEN "T"
                         MOVE NOM-IX TO TREFFER-IX
      *             JEDER ARBEITSTAG
                    WHEN "A"
                         IF   KAL-AT (NOM-IX) = "1"
                              MOVE NOM-IX TO TREFFER-IX
                         END-IF
      *             WOCHENTAG, GGF. VERSCHOBEN
                    WHEN "W"
                         IF   KAL-WOTA (NOM-IX) = JT-WOTA OF X-JOBTERM
                              PERFORM VERSCHIEBE-TERMIN
                         END-IF
      *             KALENDERTAG; GIBT ES IHN IM MONAT NICHT, DER LETZTE
                    WHEN "M"
                         IF   KAL-TT (NOM-IX) = SOLL-TAG
                          OR (MONATSENDE = "1"
                          AND KAL-TT (NOM-IX) < SOLL-TAG)
                              PERFORM VERSCHIEBE-TERMIN
                         END-IF
      *             N-TER ARBEITSTAG, GEZAEHLT AB DEM ERSTEN
                    WHEN "N"
                         IF   KAL-TT (NOM-IX) = 1
                              PERFORM SUCHE-NTEN-ARBEITSTAG
                         END-IF
      *             LETZTER ARBEITSTAG, GESUCHT AB DEM MONATSENDE
                    WHEN "L"
                         IF   MONATSENDE = "1"
                              PERFORM SUCHE-LETZTEN-ARBEITSTAG
                         END-IF
           END-EVALUATE.

       PRF-NEN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NENNTERMIN NOM-IX AUF EINEN ARBEITSTAG VERSCHIEBEN (JT-FTAG)
      *--------------------------------------------------------------
       VERSCHIEBE-TERMIN SECTION.
       VER-TER-00.

           IF       KAL-AT (NOM-IX) = "1"
            OR      JT-FTAG OF X-JOBTERM = SPACES
                    MOVE NOM-IX TO TREFFER-IX
                    GO TO VER-TER-90
           END-IF.

      * AUSLASSEN
           IF       JT-FTAG OF X-JOBTERM = "S"
                    GO TO VER-TER-90
           END-IF.

           MOVE     NOM-IX TO SUCH-IX.

       VER-TER-20.
           IF       JT-FTAG OF X-JOBTERM = "V"
                    IF   SUCH-IX = 1
                         GO TO VER-TER-90
                    END-IF
                    SUBTRACT 1 FROM SUCH-IX
           ELSE
                    IF   SUCH-IX NOT < KAL-ANZ
                         GO TO VER-TER-90
                    END-IF
                    ADD  1 TO SUCH-IX
           END-IF.
           IF       KAL-AT (SUCH-IX) NOT = "1"
                    GO TO VER-TER-20
           END-IF.

           MOVE     SUCH-IX TO TREFFER-IX.

       VER-TER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AB DEM ERSTEN (NOM-IX) DEN SOLL-TAG-TEN ARBEITSTAG DES
      * MONATS SUCHEN; HAT DER MONAT WENIGER, ENTFAELLT DER TERMIN
      *--------------------------------------------------------------
       SUCHE-NTEN-ARBEITSTAG SECTION.
       SUC-NTE-00.

           MOVE     NOM-IX  TO SUCH-IX.
           MOVE     ZEROES  TO ANZ-AT.

       SUC-NTE-20.
           IF       KAL-AT (SUCH-IX) = "1"
                    ADD 1 TO ANZ-AT
                    IF   ANZ-AT = SOLL-TAG
                         MOVE SUCH-IX TO TREFFER-IX
                         GO TO SUC-NTE-90
                    END-IF
           END-IF.

           IF       SUCH-IX NOT < KAL-ANZ
                    GO TO SUC-NTE-90
           END-IF.
           ADD      1 TO SUCH-IX.
           IF       KAL-MM (SUCH-IX) = KAL-MM (NOM-IX)
                    GO TO SUC-NTE-20
           END-IF.

       SUC-NTE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VOM MONATSENDE (NOM-IX) RUECKWAERTS DEN LETZTEN ARBEITSTAG
      * DESSELBEN MONATS SUCHEN
      *--------------------------------------------------------------
       SUCHE-LETZTEN-ARBEITSTAG SECTION.
       SUC-LET-00.

           MOVE     NOM-IX TO SUCH-IX.

       SUC-LET-20.
           IF       KAL-AT (SUCH-IX) = "1"
                    MOVE SUCH-IX TO TREFFER-IX
                    GO TO SUC-LET-90
           END-IF.

           IF       SUCH-IX = 1
                    GO TO SUC-LET-90
           END-IF.
           SUBTRACT 1 FROM SUCH-IX.
           IF       KAL-MM (SUCH-IX) = KAL-MM (NOM-IX)
                    GO TO SUC-LET-20
           END-IF.

       SUC-LET-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-CHECK-DATE: DATUM PRUEFEN (FEIERTAG = RETCODE "3")
      *---------------------------------------------------------------

           COPY     CHKDATE    OF APG-QCPYSRC.
      /
