       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              AZP0335.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * IHK-PRUEFUNGEN DER AZUBIS: ANMELDUNG, FRISTEN UND ERGEBNIS    *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  PFLEGE DER PRUEFUNGEN IN PAZUPRF, JE AZUBI   *
      *                  UND PRUEFUNGSART ("ZP" ZWISCHENPRUEFUNG,     *
      *                  "AP1"/"AP2" ABSCHLUSSPRUEFUNG TEIL 1/2):     *
      *                  ANMELDEFRIST UND ANMELDEDATUM,               *
      *                  PRUEFUNGSTERMINE, BEI "AP2" FRIST UND        *
      *                  STATUS DES PROJEKTANTRAGS ("D" ENTWURF,      *
      *                  "E" EINGEREICHT, "G" VON DER IHK             *
      *                  GENEHMIGT, "U" UEBERARBEITEN) SOWIE FRIST    *
      *                  UND ABGABE DER PROJEKTDOKUMENTATION,         *
      *                  ZULETZT ERGEBNIS ("B"/"N"), NOTE UND         *
      *                  PUNKTE. ALLE TERMINE MUESSEN VOR DEM         *
      *                  AUSBILDUNGSENDE (PERSONENSTAMM, CFP9022)     *
      *                  LIEGEN. WIRD EINE FRIST GEAENDERT, BEGINNT   *
      *                  DIE ERINNERUNG (AZP0336) FUER SIE NEU.       *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    AZUBI UND AUSBILDUNGSENDE UEBER DEN          *
      *                  PERSONENSTAMM (CFP9022) STATT PCONFIG A109   *
      *                  UND A121                                     *
      *                                                               *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER.         IBM-AS400.
         OBJECT-COMPUTER.         IBM-AS400.
        SPECIAL-NAMES. , DECIMAL-POINT IS COMMA,
                         ATTRIBUTE-DATA IS BS-ATRIBUTE,
                         I-O-FEEDBACK   IS FILE-IO-FEEDBACK.
      /
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.

      *-------------------------------------------------------------
      *-   BILDSCHIRM-DATEI
      *-------------------------------------------------------------
           SELECT WS-DISPLAY
                  ASSIGN       TO  WORKSTATION-AZD0335DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PAZUPRF: PFUSER, PFART (IHK-PRUEFUNGEN)
      *-------------------------------------------------------------
           SELECT PAZUPRF-DP
                  ASSIGN       TO  DATABASE-PAZUPRF
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *----DISPLAY
       FD  WS-DISPLAY
           LABEL RECORDS ARE OMITTED.
       01  WS-REC.
           COPY DDS-ALL-FORMATS OF AZD0335DE.
      /
      *--- PAZUPRF: PFUSER, PFART
       FD  PAZUPRF-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUPRF-P.
           COPY DDS-ALL-FORMATS OF PAZUPRF.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.
        05 IN99                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  AZD0335DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  AZD0335DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  AZD0335DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  AZD0335DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  AZD0335DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  AZD0335DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT4X.
           COPY  DDS-FMT04-O OF  AZD0335DE
           REPLACING FMT04-O BY FORMAT4
                     FMT04-O-INDIC BY FORMAT4-O-INDIC.

       01  FORMAT4Y.
           COPY  DDS-FMT04-I OF  AZD0335DE
           REPLACING FMT04-I BY FORMAT4-I
                     FMT04-I-INDIC BY FORMAT4-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * STANDARDFELDER FUER PROGRAMMTEXTE
           COPY WRKTXT     OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "AZP0335".
       01  PGM-TYP                       PIC X(8)  VALUE "AZUBI ".

      * PERSONENSTAMM (CFP9022)
       01  PERSON-REC                    TYPE PERSON-TYPE.

       01  AUSWAHL                       PIC X(2).

      * "A" = ANLEGEN (F6), "C" = AENDERN (OPTION 2)
       01  PFLEGE-MODUS                  PIC X(1).

      * AUSBILDUNGSENDE DER PERSON (ZEROES = NICHT GEPFLEGT)
       01  AZU-ENDE                      PIC 9(8).

      * IST DER USER EIN AZUBI (PERSONENSTAMM)?
       01  AZU-OK                        PIC 9(1).

      * ZU PRUEFENDES DATUM (ZEROES = NICHT ANGEGEBEN)
       01  PRF-DATUM                     PIC 9(8).
       01  PRF-FEHLER                    PIC 9(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "AZP0335" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "AZD0335DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

      * ALLE DATEIEN OEFFNEN
           OPEN     I-O   PAZUPRF-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

       ANF020.
      * LESE-DATEN: LESEN ALLER PRUEFUNGEN
           PERFORM  LESE-DATEN.

      * ANZEIGEN SUBFILE
           PERFORM  ANZEIGE-SUBFILE.
           IF       F3 = "1"
                    GO TO ENDE
           END-IF.
           IF       F5 = "1"
                    INITIALIZE F5
                    GO TO ANF020
           END-IF.
           IF       F6 = "1"
                    INITIALIZE F6
                    MOVE "A" TO PFLEGE-MODUS
                    PERFORM PFLEGE-EINTRAG
                    IF   F3 = "1"
                         GO TO ENDE
                    END-IF
                    INITIALIZE F12
                    GO TO ANF020
           END-IF.

      * WIEDERHOLEN BIS USER BEENDET ...
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE    PAZUPRF-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * LESEN ALLER PRUEFUNGEN
      *--------------------------------------------------------------
       LESE-DATEN SECTION.
       LES-DAT-00.

           INITIALIZE DATEN, ANZREC-WRK.

           INITIALIZE PAZUPRFF OF PAZUPRF-P.
           MOVE     SPACES TO PFUSER OF PAZUPRF-P.
           MOVE     SPACES TO PFART  OF PAZUPRF-P.
           START    PAZUPRF-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
                    GO TO LES-DAT-90
           END-IF.

       LES-DAT-20.
           READ     PAZUPRF-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    IF   DATEN = ZEROES
                         PERFORM AUSGABE-SFL-CLEAR
                    END-IF
                    GO TO LES-DAT-90
           END-IF.

      * AUSGABE EINER SUBFILE-ZEILE
           PERFORM  AUSGABE-SFL.
           IF       SUBFILE-RECORD-NUMBER < 9999
                    GO TO LES-DAT-20
           END-IF.

       LES-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILE-CLEAR AUSGEBEN
      *--------------------------------------------------------------
       AUSGABE-SFL-CLEAR SECTION.
       AUS-CLR-00.

           MOVE     1 TO  DATEN.
           INITIALIZE FORMAT3.
           MOVE     AUS     TO FORMAT3-O-INDIC.
           MOVE     ZEROES  TO SUBFILE-RECORD-NUMBER.
           MOVE     ZEROES  TO ANZREC OF FORMAT3.
           MOVE     AN      TO IN95 OF INXX.
           MOVE     AUS     TO IN91 OF INXX.
           MOVE     AUS     TO IN96 OF INXX.
           MOVE     CORR INXX  TO FORMAT3-O-INDIC.
           MOVE     "FMT03" TO FMT-WRK.
           MOVE     FORMAT3 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.

       AUS-CLR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AUSGABE DER SFL-ZEILE
      *--------------------------------------------------------------
       AUSGABE-SFL SECTION.
       AUS-SFL-00.

      * SUBFILE-CLEAR
           IF       DATEN = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
           END-IF.

      * SUBFILE-ZEILE FUELLEN UND SCHREIBEN
           INITIALIZE FORMAT2.
           MOVE     CORR PAZUPRFF OF PAZUPRF-P TO FORMAT2.

      * OFFENE ANMELDUNG NACH ABLAUF DER FRIST HERVORHEBEN
           PERFORM  COPY-GET-TIME.
           IF       PFANMD OF PAZUPRF-P = ZEROES
            AND     PFANMF OF PAZUPRF-P NOT = ZEROES
            AND     PFANMF OF PAZUPRF-P < DATE-8
                    MOVE AN TO IN99 OF INXX
           END-IF.

           MOVE     SPACES       TO AUSW OF FORMAT2.
           MOVE     CORR INXX    TO FORMAT2-O-INDIC.
           ADD      1            TO ANZREC-WRK.
           ADD      1            TO SUBFILE-RECORD-NUMBER.
           MOVE     "FMT02"      TO FMT-WRK.
           MOVE     FORMAT2      TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           MOVE     AUS TO INXX.

       AUS-SFL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ANZEIGEN DES SUBFILES
      *--------------------------------------------------------------
       ANZEIGE-SUBFILE SECTION.
       ANZ-SFL-00.

           INITIALIZE FORMAT3.
           MOVE     AUS    TO INXX.

       ANZ-SFL-20.
      * AUSGABE FUSSZEILE
           MOVE     SPACES  TO WSREC-WRK.
           MOVE     "FMT04" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-WRITE.

      * SFL-UEBERSCHRIFTEN FUELLEN
           PERFORM  SFL-HEADER.

      * ANZEIGE SUBFILE
           EVALUATE SFL-ZEILE
                    WHEN 1
                         MOVE SUBFILE-RECORD-NUMBER TO SFL-ZEILE
                         MOVE 1 TO SUBFILE-RECORD-NUMBER
                    WHEN OTHER
                         IF   SFL-ZEILE <= ANZREC-WRK
                              MOVE SFL-ZEILE  TO SUBFILE-RECORD-NUMBER
                         ELSE
                              MOVE ANZREC-WRK TO SUBFILE-RECORD-NUMBER
                         END-IF
           END-EVALUATE.

           MOVE     ANZREC-WRK            TO ANZREC  OF FORMAT3.
           MOVE     SUBFILE-RECORD-NUMBER TO SFRECNR OF FORMAT3.
           MOVE     AUS    TO IN95  IN  INXX.
           IF       ANZREC-WRK = ZEROES
                    MOVE AUS TO IN91 IN INXX
           ELSE
                    MOVE AN  TO IN91 IN INXX
           END-IF.
           MOVE     AN     TO IN96  IN  INXX.
           MOVE     CORR INXX TO FORMAT3-O-INDIC.
           MOVE     "FMT03" TO FMT-WRK.
           MOVE     FORMAT3 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK      TO FORMAT3-I.
           MOVE     CORR FORMAT3-I TO FORMAT3.
           MOVE     AUS  TO INXX.

      * F3 ENDE
           IF       IN03 IN FORMAT3-I-INDIC = AN
                    MOVE "1" TO F3
                    GO TO ANZ-SFL-90
           END-IF.

      * F5 AKTUALISIEREN
           IF       IN05 IN FORMAT3-I-INDIC = AN
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * F6 NEUE PRUEFUNG ANLEGEN
           IF       IN06 IN FORMAT3-I-INDIC = AN
                    MOVE "1" TO F6
                    GO TO ANZ-SFL-90
           END-IF.

       ANZ-SFL-50.
      * LESEN VON SUBFILE NEXT MODIFIED RECORD
           MOVE     "FMT02" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-SFLREAD.
           IF       BS-STAT NOT = ZEROES
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

           MOVE     WSREC-WRK      TO FORMAT2-I.
           MOVE     CORR FORMAT2-I TO FORMAT2.

           IF       AUSW OF FORMAT2 = SPACES
                    GO TO ANZ-SFL-50
           END-IF.

      * RECORD-NUMMER SICHERN, DAMIT BEI FEHLERMELDUNG DER CURSOR
      * AN DER RICHTIGEN POSITION STEHT
           MOVE     SUBFILE-RECORD-NUMBER TO SFL-ZEILE.

      * BERECHTIGUNG FUER DIESE FUNKTION UEBERPRUEFEN
           IF       AUSW OF FORMAT2 NOT = SPACES
                    MOVE  SPACES          TO RET-CODE
                    MOVE  AUSW OF FORMAT2 TO AUSWAHL
                    CALL "CFP9002" USING T-USER
                                         AUSWAHL
                                         PGM-WRK
                                         RET-CODE
                    END-CALL
                    IF   RET-CODE NOT = SPACES
                         MOVE     SPACES TO AUSW OF FORMAT2
                         MOVE     "FMT02" TO FMT-WRK
                         MOVE     FORMAT2 TO WSREC-WRK
                         PERFORM  COPY-DISPLAY-SFLREWRITE
                         GO TO ANZ-SFL-50
                    END-IF
           END-IF.

           EVALUATE AUSW OF FORMAT2
      * PRUEFUNG AENDERN
                    WHEN "2"
                         MOVE "C" TO PFLEGE-MODUS
                         PERFORM PFLEGE-EINTRAG
                         IF   F3 = "1"
                              GO TO ANZ-SFL-90
                         END-IF
                         INITIALIZE F12
      * PRUEFUNG ENTFERNEN
                    WHEN "4"
                         PERFORM ENTFERNEN-EINTRAG
           END-EVALUATE.

           MOVE     SPACES TO AUSW OF FORMAT2.
           MOVE     SUBFILE-RECORD-NUMBER TO SFL-ZEILE.
           MOVE     "FMT02" TO FMT-WRK.
           MOVE     FORMAT2 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLREWRITE.

           GO TO    ANZ-SFL-50.

       ANZ-SFL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PRUEFUNG ANLEGEN ODER AENDERN (FMT01)
      *--------------------------------------------------------------
       PFLEGE-EINTRAG SECTION.
       PFL-EIN-00.

           INITIALIZE FORMAT1.
           MOVE     AUS TO INXX.

      * BEIM AENDERN DIE BESTEHENDE PRUEFUNG VORBELEGEN
           IF       PFLEGE-MODUS = "C"
                    INITIALIZE PAZUPRFF OF PAZUPRF-P
                    MOVE PFUSER OF FORMAT2 TO PFUSER OF PAZUPRF-P
                    MOVE PFART  OF FORMAT2 TO PFART  OF PAZUPRF-P
                    READ PAZUPRF-DP WITH NO LOCK
                    IF   FILE-STATUS NOT = ZEROES
                         GO TO PFL-EIN-90
                    END-IF
                    MOVE CORR PAZUPRFF OF PAZUPRF-P TO FORMAT1
                    PERFORM LESE-AUSBILDUNGSENDE
                    MOVE AZU-ENDE TO AZENDE OF FORMAT1
                    MOVE AN TO IN96 OF INXX
           END-IF.

       PFL-EIN-10.
           MOVE     CORR INXX       TO  FORMAT1-O-INDIC.
           MOVE     "FMT01"         TO  FMT-WRK.
           MOVE     FORMAT1         TO  WSREC-WRK.
           PERFORM  COPY-DISPLAY-WRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK TO FORMAT1-I.
           MOVE     CORR FORMAT1-I TO FORMAT1.
           MOVE     AUS  TO INXX.
           IF       PFLEGE-MODUS = "C"
                    MOVE AN TO IN96 OF INXX
           END-IF.

           IF       IN03 OF FORMAT1-I-INDIC = AN
                    MOVE "1" TO F3
                    GO TO PFL-EIN-90
           END-IF.
           IF       IN12 OF FORMAT1-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO PFL-EIN-90
           END-IF.

      * NICHTS EINGEGEBEN, ENTSPRICHT ABBRUCH
           IF       PFUSER OF FORMAT1 = SPACES
                    MOVE "1" TO F12
                    GO TO PFL-EIN-90
           END-IF.

      * NEUE PRUEFUNG: NUR FUER AZUBIS, JEDE ART EINMAL
           IF       PFLEGE-MODUS = "A"
                    PERFORM PRUEFE-AZUBI
                    IF   AZU-OK = ZEROES
                         MOVE AN TO IN99 OF INXX
                         GO TO PFL-EIN-10
                    END-IF
                    IF   PFART OF FORMAT1 NOT = "ZP"
                     AND PFART OF FORMAT1 NOT = "AP1"
                     AND PFART OF FORMAT1 NOT = "AP2"
                         MOVE AN TO IN99 OF INXX
                         GO TO PFL-EIN-10
                    END-IF
                    INITIALIZE PAZUPRFF OF PAZUPRF-P
                    MOVE PFUSER OF FORMAT1 TO PFUSER OF PAZUPRF-P
                    MOVE PFART  OF FORMAT1 TO PFART  OF PAZUPRF-P
                    READ PAZUPRF-DP WITH NO LOCK
                    IF   FILE-STATUS = ZEROES
                         MOVE AN TO IN99 OF INXX
                         GO TO PFL-EIN-10
                    END-IF
           END-IF.

      * AUSBILDUNGSENDE ANZEIGEN, ALLE TERMINE LIEGEN DAVOR
           PERFORM  LESE-AUSBILDUNGSENDE.
           MOVE     AZU-ENDE TO AZENDE OF FORMAT1.

           MOVE     ZEROES TO PRF-FEHLER.
           MOVE     PFANMF OF FORMAT1 TO PRF-DATUM.
           PERFORM  PRUEFE-TERMIN.
           MOVE     PFANMD OF FORMAT1 TO PRF-DATUM.
           PERFORM  PRUEFE-TERMIN.
           MOVE     PFDAT1 OF FORMAT1 TO PRF-DATUM.
           PERFORM  PRUEFE-TERMIN.
           MOVE     PFDAT2 OF FORMAT1 TO PRF-DATUM.
           PERFORM  PRUEFE-TERMIN.
           MOVE     PFPAFR OF FORMAT1 TO PRF-DATUM.
           PERFORM  PRUEFE-TERMIN.
           MOVE     PFDOKF OF FORMAT1 TO PRF-DATUM.
           PERFORM  PRUEFE-TERMIN.
           MOVE     PFDOKD OF FORMAT1 TO PRF-DATUM.
           PERFORM  PRUEFE-TERMIN.
           IF       PRF-FEHLER NOT = ZEROES
                    MOVE AN TO IN99 OF INXX
                    GO TO PFL-EIN-10
           END-IF.

      * DIE ANMELDEFRIST ENDET VOR DER PRUEFUNG, DER ZWEITE TERMIN
      * (PRAKTISCH/MUENDLICH) LIEGT NICHT VOR DEM ERSTEN
           IF       PFANMF OF FORMAT1 NOT = ZEROES
            AND     PFDAT1 OF FORMAT1 NOT = ZEROES
            AND     PFANMF OF FORMAT1 NOT < PFDAT1 OF FORMAT1
                    MOVE AN TO IN99 OF INXX
                    GO TO PFL-EIN-10
           END-IF.
           IF       PFDAT2 OF FORMAT1 NOT = ZEROES
            AND     PFDAT2 OF FORMAT1 < PFDAT1 OF FORMAT1
                    MOVE AN TO IN99 OF INXX
                    GO TO PFL-EIN-10
           END-IF.

      * PROJEKTANTRAG UND DOKUMENTATION GIBT ES NUR IN TEIL 2
           IF       PFART OF FORMAT1 NOT = "AP2"
            AND   ( PFPAFR OF FORMAT1 NOT = ZEROES
              OR    PFPAST OF FORMAT1 NOT = SPACES
              OR    PFDOKF OF FORMAT1 NOT = ZEROES
              OR    PFDOKD OF FORMAT1 NOT = ZEROES )
                    MOVE AN TO IN99 OF INXX
                    GO TO PFL-EIN-10
           END-IF.
           IF       PFPAST OF FORMAT1 NOT = SPACES
            AND     PFPAST OF FORMAT1 NOT = "D"
            AND     PFPAST OF FORMAT1 NOT = "E"
            AND     PFPAST OF FORMAT1 NOT = "G"
            AND     PFPAST OF FORMAT1 NOT = "U"
                    MOVE AN TO IN99 OF INXX
                    GO TO PFL-EIN-10
           END-IF.

      * ERGEBNIS: BESTANDEN/NICHT BESTANDEN, NOTE 1,0 BIS 6,0,
      * PUNKTE 0 BIS 100
           IF       PFERG OF FORMAT1 NOT = SPACES
            AND     PFERG OF FORMAT1 NOT = "B"
            AND     PFERG OF FORMAT1 NOT = "N"
                    MOVE AN TO IN99 OF INXX
                    GO TO PFL-EIN-10
           END-IF.
           IF       PFNOTE OF FORMAT1 NOT = ZEROES
            AND   ( PFNOTE OF FORMAT1 < 1
              OR    PFNOTE OF FORMAT1 > 6 )
                    MOVE AN TO IN99 OF INXX
                    GO TO PFL-EIN-10
           END-IF.
           IF       PFPKT OF FORMAT1 > 100
                    MOVE AN TO IN99 OF INXX
                    GO TO PFL-EIN-10
           END-IF.

           PERFORM  SCHREIBE-PRUEFUNG.

       PFL-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PRUEFUNG SCHREIBEN; BEI GEAENDERTER FRIST BEGINNT IHRE
      * ERINNERUNG NEU
      *--------------------------------------------------------------
       SCHREIBE-PRUEFUNG SECTION.
       SCH-PRF-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PAZUPRFF OF PAZUPRF-P.
           MOVE     PFUSER OF FORMAT1 TO PFUSER OF PAZUPRF-P.
           MOVE     PFART  OF FORMAT1 TO PFART  OF PAZUPRF-P.
           READ     PAZUPRF-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-PRF-50
           END-IF.

           IF       PFANMF OF FORMAT1 NOT = PFANMF OF PAZUPRF-P
                    MOVE ZEROES TO PFEANM OF PAZUPRF-P
           END-IF.
           IF       PFPAFR OF FORMAT1 NOT = PFPAFR OF PAZUPRF-P
                    MOVE ZEROES TO PFEPAF OF PAZUPRF-P
           END-IF.
           IF       PFDOKF OF FORMAT1 NOT = PFDOKF OF PAZUPRF-P
                    MOVE ZEROES TO PFEDOK OF PAZUPRF-P
           END-IF.
           PERFORM  UEBERNEHME-FELDER.
           MOVE     T-USER            TO PFMSER OF PAZUPRF-P.
           MOVE     T-TERM            TO PFMBS  OF PAZUPRF-P.
           MOVE     PGM-WRK           TO PFMPGM OF PAZUPRF-P.
           MOVE     DATE-8            TO PFMDTA OF PAZUPRF-P.
           MOVE     TIME-6            TO PFMTIA OF PAZUPRF-P.
           REWRITE  PAZUPRF-P.
           GO TO    SCH-PRF-90.

       SCH-PRF-50.
           INITIALIZE PAZUPRFF OF PAZUPRF-P.
           MOVE     PFUSER OF FORMAT1 TO PFUSER OF PAZUPRF-P.
           MOVE     PFART  OF FORMAT1 TO PFART  OF PAZUPRF-P.
           PERFORM  UEBERNEHME-FELDER.
           MOVE     ZEROES            TO PFEANM OF PAZUPRF-P.
           MOVE     ZEROES            TO PFEPAF OF PAZUPRF-P.
           MOVE     ZEROES            TO PFEDOK OF PAZUPRF-P.
           MOVE     T-USER            TO PFAUSR OF PAZUPRF-P.
           MOVE     T-TERM            TO PFABS  OF PAZUPRF-P.
           MOVE     PGM-WRK           TO PFAPGM OF PAZUPRF-P.
           MOVE     DATE-8            TO PFADTA OF PAZUPRF-P.
           MOVE     TIME-6            TO PFATIA OF PAZUPRF-P.
           WRITE    PAZUPRF-P.

       SCH-PRF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINGABEFELDER AUS DEM FMT01 IN DEN SATZ STELLEN
      *--------------------------------------------------------------
       UEBERNEHME-FELDER SECTION.
       UEB-FEL-00.

           MOVE     PFANMF OF FORMAT1 TO PFANMF OF PAZUPRF-P.
           MOVE     PFANMD OF FORMAT1 TO PFANMD OF PAZUPRF-P.
           MOVE     PFDAT1 OF FORMAT1 TO PFDAT1 OF PAZUPRF-P.
           MOVE     PFDAT2 OF FORMAT1 TO PFDAT2 OF PAZUPRF-P.
           MOVE     PFPAFR OF FORMAT1 TO PFPAFR OF PAZUPRF-P.
           MOVE     PFPAST OF FORMAT1 TO PFPAST OF PAZUPRF-P.
           MOVE     PFDOKF OF FORMAT1 TO PFDOKF OF PAZUPRF-P.
           MOVE     PFDOKD OF FORMAT1 TO PFDOKD OF PAZUPRF-P.
           MOVE     PFERG  OF FORMAT1 TO PFERG  OF PAZUPRF-P.
           MOVE     PFNOTE OF FORMAT1 TO PFNOTE OF PAZUPRF-P.
           MOVE     PFPKT  OF FORMAT1 TO PFPKT  OF PAZUPRF-P.

       UEB-FEL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PRF-DATUM (WENN ANGEGEBEN) MUSS GUELTIG SEIN UND VOR DEM
      * AUSBILDUNGSENDE LIEGEN; FEIERTAGE SIND ALS FRIST ERLAUBT
      *--------------------------------------------------------------
       PRUEFE-TERMIN SECTION.
       PRF-TER-00.

           IF       PRF-DATUM = ZEROES
                    GO TO PRF-TER-90
           END-IF.

           MOVE     PRF-DATUM TO DATE-DB.
           PERFORM  COPY-CHECK-DATE.
           IF       DATUM-RETCODE NOT = SPACES
            AND     DATUM-RETCODE NOT = "3"
                    MOVE 1 TO PRF-FEHLER
                    GO TO PRF-TER-90
           END-IF.

           IF       AZU-ENDE NOT = ZEROES
            AND     PRF-DATUM > AZU-ENDE
                    MOVE 1 TO PRF-FEHLER
           END-IF.

       PRF-TER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * IST PFUSER EIN AZUBI (PERSONENSTAMM)?
      *--------------------------------------------------------------
       PRUEFE-AZUBI SECTION.
       PRF-AZU-00.

           MOVE     ZEROES TO AZU-OK.

           INITIALIZE PERSON-REC.
           MOVE     "L"               TO PN-MODUS OF PERSON-REC.
           MOVE     PFUSER OF FORMAT1 TO PN-USER  OF PERSON-REC.
           CALL     "CFP9022" USING PERSON-REC
           END-CALL.
           IF       PN-RET   OF PERSON-REC = SPACES
            AND     PN-AZUBI OF PERSON-REC = "J"
                    MOVE 1 TO AZU-OK
           END-IF.

       PRF-AZU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AUSBILDUNGSENDE DES PFUSER AUS DEM PERSONENSTAMM LESEN
      *--------------------------------------------------------------
       LESE-AUSBILDUNGSENDE SECTION.
       LES-AEN-00.

           MOVE     ZEROES TO AZU-ENDE.

           INITIALIZE PERSON-REC.
           MOVE     "L"               TO PN-MODUS OF PERSON-REC.
           MOVE     PFUSER OF FORMAT1 TO PN-USER  OF PERSON-REC.
           CALL     "CFP9022" USING PERSON-REC
           END-CALL.
           IF       PN-RET OF PERSON-REC = SPACES
                    MOVE PN-AENDE OF PERSON-REC TO AZU-ENDE
           END-IF.

       LES-AEN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PRUEFUNG ENTFERNEN
      *--------------------------------------------------------------
       ENTFERNEN-EINTRAG SECTION.
       ENT-EIN-00.

           INITIALIZE PAZUPRFF OF PAZUPRF-P.
           MOVE     PFUSER OF FORMAT2 TO PFUSER OF PAZUPRF-P.
           MOVE     PFART  OF FORMAT2 TO PFART  OF PAZUPRF-P.
           READ     PAZUPRF-DP.
           IF       FILE-STATUS = ZEROES
                    DELETE PAZUPRF-DP
           END-IF.

       ENT-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILEUEBERSCHRIFTEN FUELLEN
      *--------------------------------------------------------------
       SFL-HEADER SECTION.
       SFL-HEA-00.

      * UEBERSCHRIFT
           MOVE     "AZP0335"         TO MAINUEB OF FORMAT3.
           MOVE     "AZP0335*3"       TO SUBUEB  OF FORMAT3.

       SFL-HEA-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-CHECK-DATE: PRUEFEN EINES DATUMS
      *---------------------------------------------------------------

           COPY     CHKDATE    OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------

           COPY     GETTIME    OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-PGM-TXT: PROGRAMMTEXTE LESEN
      *---------------------------------------------------------------

           COPY     PGMTXT     OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-PERMISSION: BERECHTIGUNGSPRUEFUNG
      *---------------------------------------------------------------

           COPY     PERMISSION OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-PGM-INIT/COPY-PGM-EXIT: STANDARDROUTINEN START UND ENDE
      *---------------------------------------------------------------

           COPY     PGMWRK     OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-DSP-*: ALLE DISPLAYROUTINEN
      *---------------------------------------------------------------

           COPY     DSPWORKING OF APG-QCPYSRC.
      /
