       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0089.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * JUGENDARBEITSSCHUTZ: TAGESBUCHUNG MINDERJAEHRIGER AZUBIS      *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  PRUEFT EINE TAGESBUCHUNG EINES AZUBIS        *
      *                  (AZUBI LT. PERSONENSTAMM) GEGEN DAS          *
      *                  JUGENDARBEITSSCHUTZGESETZ, WENN DER AZUBI    *
      *                  AM BUCHUNGSTAG NOCH NICHT 18 IST. DAS        *
      *                  GEBURTSDATUM KOMMT AUS DEM PERSONENSTAMM     *
      *                  (CFP9022, VOM MAT-IMPORT HLP0015 AUS PBIRTH  *
      *                  GEFUELLT). GEPRUEFT WERDEN: KEIN BEGINN VOR  *
      *                  06:00 UND KEIN ENDE NACH 20:00, HOECHSTENS   *
      *                  8 STD. NETTO AM TAG, PAUSEN 30 MIN. AB 4,5   *
      *                  STD. UND 60 MIN. AB 6 STD., HOECHSTENS 40    *
      *                  STD. UND 5 ARBEITSTAGE IN DER WOCHE, KEINE   *
      *                  ARBEIT AM WOCHENENDE UND AN EINEM            *
      *                  BERUFSSCHULTAG. EINE BERUFSSCHULWOCHE AUS    *
      *                  PAZUBDL (BDDEL = ZEROES) ZAEHLT MO-FR JE     *
      *                  TAG ALS VOLLER ARBEITSTAG (8 STD.). DEN      *
      *                  WOCHENTAG LIEFERT PCFGDAT (DTWOTA).          *
      *                  VERSTOESSE GEHEN ALS EIGENE VERSTOSSARTEN    *
      *                  (VSART "J....", VSGRP "JARBSCHG") NACH       *
      *                  PZEITVST, MONATSBERICHT FUER DEN AUSBILDER   *
      *                  IST XXP0090. SCHNITTSTELLE WIE XXP0074:      *
      *                  X-END = ZEROES PRUEFT NUR DEN TAGESSTART,    *
      *                  X-PAUSMIN LIEFERT DIE NACH JARBSCHG          *
      *                  ERFORDERLICHEN PAUSENMINUTEN, X-RET SPACES = *
      *                  OK, "W" = WARNUNG.                           *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    AZUBI UND GEBURTSDATUM UEBER PERSONENSTAMM   *
      *                  (CFP9022) STATT PCONFIG A109 UND H050        *
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
      * PZEITVST: VSUSER, VSDATUM, VSART (REGELVERSTOESSE)
      *-------------------------------------------------------------
           SELECT PZEITVST-DP
                  ASSIGN       TO  DATABASE-PZEITVST
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PZEITTAG: ZTUSER, ZTJAHR, ZTDATUM (TAGESERFASSUNG)
      *-------------------------------------------------------------
           SELECT PZEITTAG-DP
                  ASSIGN       TO  DATABASE-PZEITTAG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAZUBDL: BDJAHR, BDKW, BDUSER (BERUFSSCHULWOCHEN)
      *-------------------------------------------------------------
           SELECT PAZUBDL-DP
                  ASSIGN       TO  DATABASE-PAZUBDL
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCFGDAT: DTLFDN (KALENDER MIT KW UND WOCHENTAG)
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
      *--- PZEITVST: VSUSER, VSDATUM, VSART
       FD  PZEITVST-DP
           LABEL RECORDS ARE STANDARD.
       01  PZEITVST-P.
           COPY DDS-ALL-FORMATS OF PZEITVST.
      /
      *--- PZEITTAG: ZTUSER, ZTJAHR, ZTDATUM
       FD  PZEITTAG-DP
           LABEL RECORDS ARE STANDARD.
       01  PZEITTAG-P.
           COPY DDS-ALL-FORMATS OF PZEITTAG.
      /
      *--- PAZUBDL: BDJAHR, BDKW, BDUSER
       FD  PAZUBDL-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUBDL-P.
           COPY DDS-ALL-FORMATS OF PAZUBDL.
      /
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

       01  PGM-WRK                       PIC X(10) VALUE "XXP0089".
       01  PGM-TYP                       PIC X(8)  VALUE "ZEIT  ".

      * PERSONENSTAMM (CFP9022)
       01  PERSON-REC                    TYPE PERSON-TYPE.

      * GRENZWERTE NACH JARBSCHG (UHRZEITEN HHMMSS, DAUER IN SEK.)
       01  JU-FRUEHESTENS                PIC 9(6)  VALUE 060000.
       01  JU-SPAETESTENS                PIC 9(6)  VALUE 200000.
       01  JU-MAX-TAG-SEC                PIC 9(9)  VALUE 28800.
       01  JU-MAX-WOCHE-SEC              PIC 9(9)  VALUE 144000.
       01  JU-MAX-TAGE                   PIC 9(1)  VALUE 5.
       01  JU-SCHULTAG-SEC               PIC 9(9)  VALUE 28800.
       01  JU-PAUSE1-SEC                 PIC 9(9)  VALUE 16200.
       01  JU-PAUSE1-MIN                 PIC 9(3)  VALUE 30.
       01  JU-PAUSE2-SEC                 PIC 9(9)  VALUE 21600.
       01  JU-PAUSE2-MIN                 PIC 9(3)  VALUE 60.
       01  JU-VOLLJAEHRIG                PIC 9(3)  VALUE 18.

      * AZUBI (1) ODER NICHT (0)
       01  AZUBI-DA                      PIC 9(1).

      * GEBURTSDATUM AUS DEM PERSONENSTAMM UND ALTER AM BUCHUNGSTAG
       01  GEB-DATUM                     PIC 9(8).
       01  ALTER-WRK                     PIC 9(3).

      * JAHR/KW DES BUCHUNGSTAGES UND BERUFSSCHULWOCHE (1) JA
       01  JAHR-WRK                      PIC 9(4).
       01  KW-WRK                        PIC 9(2).
       01  SCHUL-WOCHE                   PIC 9(1).

      * WOCHENTAG (1 = MONTAG ... 7 = SONNTAG)
       01  WOTA-WRK                      PIC 9(1).
       01  WOTA-HEUTE                    PIC 9(1).

      * BRUTTO-/NETTOSEKUNDEN DES TAGES
       01  BRUTTO-SEC                    PIC S9(9).
       01  NETTO-SEC                     PIC S9(9).

      * WOCHENSUMME IN SEKUNDEN UND ANZAHL ARBEITSTAGE DER WOCHE
       01  WOCHE-SEC                     PIC S9(9).
       01  WOCHE-TAGE                    PIC 9(2).

      * PARAMETER FUER DAS CFP8008
       01  AKTION-WRK                    PIC X(20).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-USER                        PIC X(10).
       01  X-DATUM                       PIC 9(8).
       01  X-START                       PIC 9(6).
      * ZEROES = NUR DEN TAGESSTART PRUEFEN
       01  X-END                         PIC 9(6).
      * ERFORDERLICHE PAUSENMINUTEN NACH JARBSCHG
       01  X-PAUSMIN                     PIC 9(3).
      * SPACES = OK, "W" = WARNUNG
       01  X-RET                         PIC X(1).
      * TEXT DES ERSTEN VERSTOSSES FUER DIE ANZEIGE
       01  X-VSTEXT                      PIC X(50).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-USER
                                X-DATUM
                                X-START
                                X-END
                                X-PAUSMIN
                                X-RET
                                X-VSTEXT.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0089" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RET.
           MOVE     SPACES TO X-VSTEXT.
           MOVE     ZEROES TO X-PAUSMIN.

           OPEN     INPUT PZEITTAG-DP
                          PAZUBDL-DP
                          PCFGDAT-DP.
           OPEN     I-O   PZEITVST-DP.

           PERFORM  COPY-GET-TIME.

      * NUR AZUBIS UNTER 18 JAHREN
           PERFORM  ERMITTLE-ALTER.
           IF       AZUBI-DA  = ZEROES
            OR      ALTER-WRK NOT < JU-VOLLJAEHRIG
                    GO TO ENDE
           END-IF.

      * WOCHENTAG UND BERUFSSCHULWOCHE DES BUCHUNGSTAGES
           MOVE     X-DATUM TO DTLFDN OF PCFGDAT-P.
           PERFORM  LESEN-WOCHENTAG.
           MOVE     WOTA-WRK TO WOTA-HEUTE.
           PERFORM  PRUEFE-SCHULWOCHE.

      * KEIN BEGINN VOR 06:00
           IF       X-START < JU-FRUEHESTENS
                    MOVE "JFRUH" TO VSART OF PZEITVST-P
                    MOVE "JARBSCHG: BEGINN VOR 06:00 UHR"
                                 TO VSTEXT OF PZEITVST-P
                    PERFORM SCHREIBEN-VERSTOSS
           END-IF.

      * KEINE ARBEIT AM WOCHENENDE
           IF       WOTA-HEUTE > JU-MAX-TAGE
                    MOVE "JWOEN" TO VSART OF PZEITVST-P
                    MOVE "JARBSCHG: ARBEIT AM WOCHENENDE"
                                 TO VSTEXT OF PZEITVST-P
                    PERFORM SCHREIBEN-VERSTOSS
           END-IF.

      * KEINE ARBEIT AN EINEM BERUFSSCHULTAG (ZAEHLT ALS VOLLER TAG)
           IF       SCHUL-WOCHE = 1
            AND     WOTA-HEUTE NOT > JU-MAX-TAGE
                    MOVE "JSCHU" TO VSART OF PZEITVST-P
                    MOVE "JARBSCHG: ARBEIT AN EINEM BERUFSSCHULTAG"
                                 TO VSTEXT OF PZEITVST-P
                    PERFORM SCHREIBEN-VERSTOSS
           END-IF.

      * NUR TAGESSTART GEPRUEFT?
           IF       X-END = ZEROES
                    PERFORM SUMMIERE-WOCHE
                    PERFORM PRUEFE-WOCHENTAGE
                    GO TO ENDE
           END-IF.

      * KEIN ENDE NACH 20:00
           IF       X-END > JU-SPAETESTENS
                    MOVE "JSPAT" TO VSART OF PZEITVST-P
                    MOVE "JARBSCHG: ENDE NACH 20:00 UHR"
                                 TO VSTEXT OF PZEITVST-P
                    PERFORM SCHREIBEN-VERSTOSS
           END-IF.

      * BRUTTODAUER START BIS ENDE ERMITTELN
           MOVE     "SEC" TO AKTION-WRK.
           INITIALIZE DIFF-SECS.
           CALL     "CFP8008" USING X-DATUM
                                    X-START
                                    X-DATUM
                                    X-END
                                    AKTION-WRK
                                    DIFF-SECS
           END-CALL.
           MOVE     DIFF-SECS TO BRUTTO-SEC.

      * RUHEPAUSEN: 30 MIN. AB 4,5 STD., 60 MIN. AB 6 STD.
           IF       BRUTTO-SEC > JU-PAUSE2-SEC
                    MOVE JU-PAUSE2-MIN TO X-PAUSMIN
           ELSE
                    IF   BRUTTO-SEC > JU-PAUSE1-SEC
                         MOVE JU-PAUSE1-MIN TO X-PAUSMIN
                    END-IF
           END-IF.
           IF       X-PAUSMIN NOT = ZEROES
                    MOVE "JPAUS" TO VSART OF PZEITVST-P
                    MOVE "JARBSCHG: VERLAENGERTE RUHEPAUSE ERFORDERLICH"
                                 TO VSTEXT OF PZEITVST-P
                    PERFORM SCHREIBEN-VERSTOSS
           END-IF.

      * HOECHSTENS 8 STUNDEN NETTO AM TAG
           COMPUTE  NETTO-SEC = BRUTTO-SEC - X-PAUSMIN * 60.
           IF       NETTO-SEC < ZEROES
                    MOVE ZEROES TO NETTO-SEC
           END-IF.
           IF       NETTO-SEC > JU-MAX-TAG-SEC
                    MOVE "JMAXT" TO VSART OF PZEITVST-P
                    MOVE "JARBSCHG: MEHR ALS 8 STUNDEN AM TAG"
                                 TO VSTEXT OF PZEITVST-P
                    PERFORM SCHREIBEN-VERSTOSS
           END-IF.

      * WOCHE: 40 STUNDEN UND 5 ARBEITSTAGE
           PERFORM  SUMMIERE-WOCHE.
           ADD      NETTO-SEC TO WOCHE-SEC.
           IF       WOCHE-SEC > JU-MAX-WOCHE-SEC
                    MOVE "JWOCH" TO VSART OF PZEITVST-P
                    MOVE "JARBSCHG: MEHR ALS 40 STUNDEN IN DER WOCHE"
                                 TO VSTEXT OF PZEITVST-P
                    PERFORM SCHREIBEN-VERSTOSS
           END-IF.
           PERFORM  PRUEFE-WOCHENTAGE.

       ENDE.
           CLOSE    PZEITVST-DP
                    PZEITTAG-DP
                    PAZUBDL-DP
                    PCFGDAT-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * AZUBI UND ALTER AM BUCHUNGSTAG AUS DEM PERSONENSTAMM
      *--------------------------------------------------------------
       ERMITTLE-ALTER SECTION.
       ERM-ALT-00.

           MOVE     ZEROES TO AZUBI-DA.
      * OHNE GEBURTSDATUM GILT DER USER ALS VOLLJAEHRIG
           MOVE     JU-VOLLJAEHRIG TO ALTER-WRK.

           INITIALIZE PERSON-REC.
           MOVE     "L"       TO PN-MODUS OF PERSON-REC.
           MOVE     X-USER    TO PN-USER  OF PERSON-REC.
           CALL     "CFP9022" USING PERSON-REC
           END-CALL.
           IF       PN-RET   OF PERSON-REC NOT = SPACES
            OR      PN-AZUBI OF PERSON-REC NOT = "J"
                    GO TO ERM-ALT-90
           END-IF.
           MOVE     1 TO AZUBI-DA.

           MOVE     PN-GEBDAT OF PERSON-REC TO GEB-DATUM.
           IF       GEB-DATUM = ZEROES
            OR      GEB-DATUM > X-DATUM
                    GO TO ERM-ALT-90
           END-IF.

      * VOLLE LEBENSJAHRE: DIFFERENZ JJJJMMTT GANZZAHLIG / 10000
           COMPUTE  ALTER-WRK = (X-DATUM - GEB-DATUM) / 10000.

       ERM-ALT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BERUFSSCHULWOCHE AUS PAZUBDL PRUEFEN (JAHR/KW DES DATUMS)
      *--------------------------------------------------------------
       PRUEFE-SCHULWOCHE SECTION.
       PRF-SWO-00.

           MOVE     ZEROES       TO SCHUL-WOCHE.
           MOVE     X-DATUM(1:4) TO JAHR-WRK.
           INITIALIZE KW-WRK.
           CALL     "CFP8007" USING X-DATUM
                                    KW-WRK
           END-CALL.

           INITIALIZE PAZUBDLF OF PAZUBDL-P.
           MOVE     JAHR-WRK TO BDJAHR OF PAZUBDL-P.
           MOVE     KW-WRK   TO BDKW   OF PAZUBDL-P.
           MOVE     X-USER   TO BDUSER OF PAZUBDL-P.
           READ     PAZUBDL-DP WITH NO LOCK.
           IF       FILE-STATUS         = ZEROES
            AND     BDDEL OF PAZUBDL-P  = ZEROES
                    MOVE 1 TO SCHUL-WOCHE
           END-IF.

       PRF-SWO-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * WOCHENTAG ZU DTLFDN AUS PCFGDAT LESEN
      *--------------------------------------------------------------
       LESEN-WOCHENTAG SECTION.
       LES-WOT-00.

           MOVE     ZEROES TO WOTA-WRK.
           READ     PCFGDAT-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE DTWOTA OF PCFGDAT-P TO WOTA-WRK
           END-IF.

       LES-WOT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BISHERIGE ARBEITSZEIT UND ARBEITSTAGE DER KW SUMMIEREN.
      * DER BUCHUNGSTAG SELBST ZAEHLT ALS TAG MIT, SEINE ZEIT
      * ADDIERT DER AUFRUFER. IN EINER BERUFSSCHULWOCHE ZAEHLT
      * JEDER TAG MO-FR ALS VOLLER ARBEITSTAG.
      *--------------------------------------------------------------
       SUMMIERE-WOCHE SECTION.
       SUM-WOC-00.

           MOVE     ZEROES TO WOCHE-SEC.
           MOVE     ZEROES TO WOCHE-TAGE.

           IF       SCHUL-WOCHE = 1
                    COMPUTE WOCHE-SEC  = JU-MAX-TAGE * JU-SCHULTAG-SEC
                    MOVE    JU-MAX-TAGE TO WOCHE-TAGE
                    IF      WOTA-HEUTE > JU-MAX-TAGE
                            ADD 1 TO WOCHE-TAGE
                    END-IF
           ELSE
                    ADD     1 TO WOCHE-TAGE
           END-IF.

           INITIALIZE PZEITTAGF OF PZEITTAG-P.
           MOVE     X-USER   TO ZTUSER  OF PZEITTAG-P.
           MOVE     JAHR-WRK TO ZTJAHR  OF PZEITTAG-P.
           MOVE     ZEROES   TO ZTDATUM OF PZEITTAG-P.
           START    PZEITTAG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUM-WOC-90
           END-IF.

       SUM-WOC-20.
           READ     PZEITTAG-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      ZTUSER OF PZEITTAG-P NOT = X-USER
            OR      ZTJAHR OF PZEITTAG-P NOT = JAHR-WRK
                    GO TO SUM-WOC-90
           END-IF.

      * NUR ANDERE TAGE DERSELBEN KW
           IF       ZTKW    OF PZEITTAG-P NOT = KW-WRK
            OR      ZTDATUM OF PZEITTAG-P     = X-DATUM
                    GO TO SUM-WOC-20
           END-IF.

           ADD      ZTSEC OF PZEITTAG-P TO WOCHE-SEC.

      * SCHULTAGE SIND OBEN SCHON ALS ARBEITSTAG GEZAEHLT
           MOVE     ZTDATUM OF PZEITTAG-P TO DTLFDN OF PCFGDAT-P.
           PERFORM  LESEN-WOCHENTAG.
           IF       SCHUL-WOCHE = 1
            AND     WOTA-WRK NOT > JU-MAX-TAGE
                    GO TO SUM-WOC-20
           END-IF.
           ADD      1 TO WOCHE-TAGE.

           GO TO    SUM-WOC-20.

       SUM-WOC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FUENF-TAGE-WOCHE PRUEFEN
      *--------------------------------------------------------------
       PRUEFE-WOCHENTAGE SECTION.
       PRF-WTG-00.

           IF       WOCHE-TAGE > JU-MAX-TAGE
                    MOVE "JTAGE" TO VSART OF PZEITVST-P
                    MOVE "JARBSCHG: MEHR ALS 5 ARBEITSTAGE IN DER WOCHE"
                                 TO VSTEXT OF PZEITVST-P
                    PERFORM SCHREIBEN-VERSTOSS
           END-IF.

       PRF-WTG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINEN VERSTOSS NACH PZEITVST SCHREIBEN UND X-RET SETZEN
      * (VSART/VSTEXT SIND VOM AUFRUFER BEREITS GEFUELLT)
      *--------------------------------------------------------------
       SCHREIBEN-VERSTOSS SECTION.
       SCH-VST-00.

      * ERSTEN VERSTOSSTEXT FUER DIE ANZEIGE ZURUECKGEBEN
           IF       X-VSTEXT = SPACES
                    MOVE VSTEXT OF PZEITVST-P TO X-VSTEXT
           END-IF.

           MOVE     "W"        TO X-RET.
           MOVE     "W"        TO VSSEV   OF PZEITVST-P.

           MOVE     X-USER     TO VSUSER  OF PZEITVST-P.
           MOVE     X-DATUM    TO VSDATUM OF PZEITVST-P.
           MOVE     "JARBSCHG" TO VSGRP   OF PZEITVST-P.

           MOVE     T-USER     TO VSAUSR  OF PZEITVST-P.
           MOVE     T-TERM     TO VSABS   OF PZEITVST-P.
           MOVE     PGM-WRK    TO VSAPGM  OF PZEITVST-P.
           MOVE     DATE-8     TO VSADTA  OF PZEITVST-P.
           MOVE     TIME-6     TO VSATIA  OF PZEITVST-P.

      * GLEICHER VERSTOSS DESSELBEN TAGES WIRD UEBERSCHRIEBEN
           WRITE    PZEITVST-P.
           IF       FILE-STATUS NOT = ZEROES
                    REWRITE PZEITVST-P
           END-IF.

       SCH-VST-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------

           COPY     GETTIME    OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-PGM-INIT/COPY-PGM-EXIT: STANDARDROUTINEN START UND ENDE
      *---------------------------------------------------------------

           COPY     PGMWRK     OF APG-QCPYSRC.
      /
