       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              HMP0016.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * ABGEKUENDIGTE PROGRAMME PFLEGEN (PPGMDEP)                     *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT ALLE ABGEKUENDIGTEN PROGRAMME AUS       *
      *                  PPGMDEP MIT NACHFOLGER, ABSCHALTDATUM,       *
      *                  AUFRUFEN SEIT DER ABKUENDIGUNG UND LETZTEM   *
      *                  AUFRUF. F6 KUENDIGT EIN PROGRAMM AUS         *
      *                  PPGMLIB AB (NACHFOLGER UND ABSCHALTDATUM     *
      *                  SIND PFLICHT), OPTION "2" AENDERT NACH-      *
      *                  FOLGER, DATUM UND GRUND, OPTION "4" NIMMT    *
      *                  DIE ABKUENDIGUNG ZURUECK (MIT DEN            *
      *                  HINWEISEN AUS PPGMDPN). DIE AUFRUFE ZAEHLT   *
      *                  DER SERVERJOB XXP2012, DEN WOCHENBERICHT     *
      *                  DRUCKT HMP0017, GELOESCHT WIRD ERST UEBER    *
      *                  HMP0008 NACH DER NUTZUNGSFREIEN FRIST.       *
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
                  ASSIGN       TO  WORKSTATION-HMD0016DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PPGMDEP: DPPGM (ABGEKUENDIGTE PROGRAMME)
      *-------------------------------------------------------------
           SELECT PPGMDEP-DP
                  ASSIGN       TO  DATABASE-PPGMDEP
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PPGMDPN: DNPGM, DNTYP, DNWER (HINWEISE ZUR ABKUENDIGUNG)
      *-------------------------------------------------------------
           SELECT PPGMDPN-DP
                  ASSIGN       TO  DATABASE-PPGMDPN
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PPGMLIB: PLLIB, PLFILE (PROGRAMME)
      *-------------------------------------------------------------
           SELECT PPGMLIB-DP
                  ASSIGN       TO  DATABASE-PPGMLIB
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
           COPY DDS-ALL-FORMATS OF HMD0016DE.
      /
      *--- PPGMDEP: DPPGM
       FD  PPGMDEP-DP
           LABEL RECORDS ARE STANDARD.
       01  PPGMDEP-P.
           COPY DDS-ALL-FORMATS OF PPGMDEP.
      /
      *--- PPGMDPN: DNPGM, DNTYP, DNWER
       FD  PPGMDPN-DP
           LABEL RECORDS ARE STANDARD.
       01  PPGMDPN-P.
           COPY DDS-ALL-FORMATS OF PPGMDPN.
      /
      *--- PPGMLIB: PLLIB, PLFILE
       FD  PPGMLIB-DP
           LABEL RECORDS ARE STANDARD.
       01  PPGMLIB-P.
           COPY DDS-ALL-FORMATS OF PPGMLIB.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.
        05 IN99                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  HMD0016DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  HMD0016DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  HMD0016DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  HMD0016DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  HMD0016DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  HMD0016DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT4X.
           COPY  DDS-FMT04-O OF  HMD0016DE
           REPLACING FMT04-O BY FORMAT4
                     FMT04-O-INDIC BY FORMAT4-O-INDIC.

       01  FORMAT4Y.
           COPY  DDS-FMT04-I OF  HMD0016DE
           REPLACING FMT04-I BY FORMAT4-I
                     FMT04-I-INDIC BY FORMAT4-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * STANDARDFELDER FUER PROGRAMMTEXTE
           COPY WRKTXT     OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "HMP0016".
       01  PGM-TYP                       PIC X(8)  VALUE "HERMES".

       01  AUSWAHL                       PIC X(2).

      * BEARBEITETER EINTRAG (AEND-KZ ZEROES = NEU ERFASSEN)
       01  AEND-KZ                       PIC 9(1).
       01  AEND-PGM                      LIKE DPPGM  OF PPGMDEP-P.

      * PRUEFUNG DER EINGABE
       01  EINGABE-OK                    PIC 9(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "HMP0016" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "HMD0016DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

      * ALLE DATEIEN OEFFNEN
           OPEN     I-O   PPGMDEP-DP
                          PPGMDPN-DP.
           OPEN     INPUT PPGMLIB-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

       ANF020.
      * LESE-DATEN: ALLE EINTRAEGE
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
                    MOVE ZEROES TO AEND-KZ
                    PERFORM ERFASSEN-EINTRAG
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

           CLOSE                 PPGMDEP-DP
                                 PPGMDPN-DP
                                 PPGMLIB-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE EINTRAEGE LESEN
      *--------------------------------------------------------------
       LESE-DATEN SECTION.
       LES-DAT-00.

           INITIALIZE DATEN, ANZREC-WRK.

           INITIALIZE PPGMDEPF OF PPGMDEP-P.
           MOVE     SPACES TO DPPGM  OF PPGMDEP-P.
           START    PPGMDEP-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
                    GO TO LES-DAT-90
           END-IF.

       LES-DAT-20.
           READ     PPGMDEP-DP NEXT RECORD.
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
           MOVE     CORR PPGMDEPF OF PPGMDEP-P TO FORMAT2.

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

      * F6 NEUEN EINTRAG ERFASSEN
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

      * NACHFOLGER, ABSCHALTDATUM UND GRUND AENDERN
           IF       AUSW OF FORMAT2 = "2"
                    MOVE 1                 TO AEND-KZ
                    MOVE DPPGM  OF FORMAT2 TO AEND-PGM
                    PERFORM ERFASSEN-EINTRAG
                    IF   F3 = "1"
                         GO TO ANZ-SFL-90
                    END-IF
                    INITIALIZE F12
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * ABKUENDIGUNG ZURUECKNEHMEN
           IF       AUSW OF FORMAT2 = "4"
                    PERFORM ENTFERNEN-EINTRAG
           END-IF.

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
      * ABKUENDIGUNG ZURUECKNEHMEN: EINTRAG AUS PPGMDEP UND DIE
      * HINWEISE AUS PPGMDPN LOESCHEN, DAMIT EINE SPAETERE NEUE
      * ABKUENDIGUNG WIEDER JEDEN AUFRUFER UND USER INFORMIERT
      *--------------------------------------------------------------
       ENTFERNEN-EINTRAG SECTION.
       ENT-EIN-00.

           INITIALIZE PPGMDEPF OF PPGMDEP-P.
           MOVE     DPPGM  OF FORMAT2 TO DPPGM  OF PPGMDEP-P.
           READ     PPGMDEP-DP.
           IF       FILE-STATUS = ZEROES
                    DELETE PPGMDEP-DP
           END-IF.

           INITIALIZE PPGMDPNF OF PPGMDPN-P.
           MOVE     DPPGM  OF FORMAT2 TO DNPGM  OF PPGMDPN-P.
           MOVE     SPACES            TO DNTYP  OF PPGMDPN-P.
           MOVE     SPACES            TO DNWER  OF PPGMDPN-P.
           START    PPGMDPN-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ENT-EIN-90
           END-IF.

       ENT-EIN-20.
           READ     PPGMDPN-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      DNPGM OF PPGMDPN-P NOT = DPPGM OF FORMAT2
                    GO TO ENT-EIN-90
           END-IF.

           DELETE   PPGMDPN-DP.

           GO TO    ENT-EIN-20.

       ENT-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINTRAG ERFASSEN ODER AENDERN (FMT01)
      *--------------------------------------------------------------
       ERFASSEN-EINTRAG SECTION.
       ERF-EIN-00.

           INITIALIZE FORMAT1.
           MOVE     AUS TO INXX.

      * BEIM AENDERN DIE BISHERIGEN WERTE VORBELEGEN
           IF       AEND-KZ NOT = ZEROES
                    INITIALIZE PPGMDEPF OF PPGMDEP-P
                    MOVE AEND-PGM  TO DPPGM  OF PPGMDEP-P
                    READ PPGMDEP-DP WITH NO LOCK
                    IF   FILE-STATUS NOT = ZEROES
                         GO TO ERF-EIN-90
                    END-IF
                    MOVE CORR PPGMDEPF OF PPGMDEP-P TO FORMAT1
           END-IF.

       ERF-EIN-10.
           MOVE     CORR INXX       TO  FORMAT1-O-INDIC.
           MOVE     "FMT01"         TO  FMT-WRK.
           MOVE     FORMAT1         TO  WSREC-WRK.
           PERFORM  COPY-DISPLAY-WRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK TO FORMAT1-I.
           MOVE     CORR FORMAT1-I TO FORMAT1.
           MOVE     AUS  TO INXX.

           IF       IN03 OF FORMAT1-I-INDIC = AN
                    MOVE "1" TO F3
                    GO TO ERF-EIN-90
           END-IF.
           IF       IN12 OF FORMAT1-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ERF-EIN-90
           END-IF.

      * NICHTS EINGEGEBEN, ENTSPRICHT ABBRUCH
           IF       DPPGM  OF FORMAT1 = SPACES
            AND     DPNACH OF FORMAT1 = SPACES
                    MOVE "1" TO F12
                    GO TO ERF-EIN-90
           END-IF.

           PERFORM  PRUEFE-EINGABE.
           IF       EINGABE-OK = ZEROES
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
           END-IF.

           PERFORM  ANLEGEN-EINTRAG.
           IF       EINGABE-OK = ZEROES
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
           END-IF.

       ERF-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINGABE PRUEFEN: DAS PROGRAMM UND SEIN NACHFOLGER MUESSEN
      * IN PPGMLIB STEHEN, DAS ABSCHALTDATUM MUSS GUELTIG SEIN
      *--------------------------------------------------------------
       PRUEFE-EINGABE SECTION.
       PRF-EIN-00.

           INITIALIZE EINGABE-OK.

      * BEIM AENDERN BLEIBT DER SCHLUESSEL STEHEN
           IF       AEND-KZ NOT = ZEROES
            AND     DPPGM OF FORMAT1 NOT = AEND-PGM
                    GO TO PRF-EIN-90
           END-IF.

      * DAS ABZUKUENDIGENDE PROGRAMM
           INITIALIZE PPGMLIBF OF PPGMLIB-P.
           MOVE     DPLIB  OF FORMAT1 TO PLLIB  OF PPGMLIB-P.
           MOVE     DPPGM  OF FORMAT1 TO PLFILE OF PPGMLIB-P.
           READ     PPGMLIB-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-EIN-90
           END-IF.

      * DER NACHFOLGER IST PFLICHT UND STEHT IN DERSELBEN
      * BIBLIOTHEK
           IF       DPNACH OF FORMAT1 = SPACES
            OR      DPNACH OF FORMAT1 = DPPGM OF FORMAT1
                    GO TO PRF-EIN-90
           END-IF.
           INITIALIZE PPGMLIBF OF PPGMLIB-P.
           MOVE     DPLIB  OF FORMAT1 TO PLLIB  OF PPGMLIB-P.
           MOVE     DPNACH OF FORMAT1 TO PLFILE OF PPGMLIB-P.
           READ     PPGMLIB-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-EIN-90
           END-IF.

      * ABSCHALTDATUM IST PFLICHT, BEI NEUER ABKUENDIGUNG NICHT IN
      * DER VERGANGENHEIT
           MOVE     DPSUNS OF FORMAT1 TO DATE-DB.
           PERFORM  COPY-CHECK-DATE.
           IF       DATUM-RETCODE NOT = SPACES
            AND     DATUM-RETCODE NOT = "3"
                    GO TO PRF-EIN-90
           END-IF.
           PERFORM  COPY-GET-TIME.
           IF       AEND-KZ = ZEROES
            AND     DPSUNS OF FORMAT1 < DATE-8
                    GO TO PRF-EIN-90
           END-IF.

           MOVE     1 TO EINGABE-OK.

       PRF-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINTRAG IN PPGMDEP ANLEGEN BZW. AENDERN
      *--------------------------------------------------------------
       ANLEGEN-EINTRAG SECTION.
       ANL-EIN-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PPGMDEPF OF PPGMDEP-P.
           MOVE     DPPGM  OF FORMAT1 TO DPPGM  OF PPGMDEP-P.
           READ     PPGMDEP-DP.

           IF       AEND-KZ NOT = ZEROES
                    IF   FILE-STATUS = ZEROES
                         MOVE DPLIB  OF FORMAT1 TO DPLIB  OF PPGMDEP-P
                         MOVE DPNACH OF FORMAT1 TO DPNACH OF PPGMDEP-P
                         MOVE DPSUNS OF FORMAT1 TO DPSUNS OF PPGMDEP-P
                         MOVE DPGRND OF FORMAT1 TO DPGRND OF PPGMDEP-P
                         MOVE T-USER            TO DPMSER OF PPGMDEP-P
                         MOVE DATE-8            TO DPMDTA OF PPGMDEP-P
                         MOVE TIME-6            TO DPMTIA OF PPGMDEP-P
                         REWRITE PPGMDEP-P
                    END-IF
                    GO TO ANL-EIN-90
           END-IF.

      * JEDES PROGRAMM WIRD NUR EINMAL ABGEKUENDIGT
           IF       FILE-STATUS = ZEROES
                    INITIALIZE EINGABE-OK
                    GO TO ANL-EIN-90
           END-IF.

      * DIE ZAEHLUNG BEGINNT MIT DER ABKUENDIGUNG
           INITIALIZE PPGMDEPF OF PPGMDEP-P.
           MOVE     DPPGM  OF FORMAT1 TO DPPGM  OF PPGMDEP-P.
           MOVE     DPLIB  OF FORMAT1 TO DPLIB  OF PPGMDEP-P.
           MOVE     DPNACH OF FORMAT1 TO DPNACH OF PPGMDEP-P.
           MOVE     DPSUNS OF FORMAT1 TO DPSUNS OF PPGMDEP-P.
           MOVE     DPGRND OF FORMAT1 TO DPGRND OF PPGMDEP-P.
           MOVE     ZEROES            TO DPANZ  OF PPGMDEP-P.
           MOVE     ZEROES            TO DPLDTA OF PPGMDEP-P.
           MOVE     ZEROES            TO DPLTIA OF PPGMDEP-P.
           MOVE     T-USER            TO DPAUSR OF PPGMDEP-P.
           MOVE     DATE-8            TO DPADTA OF PPGMDEP-P.
           MOVE     TIME-6            TO DPATIA OF PPGMDEP-P.
           WRITE    PPGMDEP-P.

       ANL-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILEUEBERSCHRIFTEN FUELLEN
      *--------------------------------------------------------------
       SFL-HEADER SECTION.
       SFL-HEA-00.

      * UEBERSCHRIFT
           MOVE     "HMP0016"         TO MAINUEB OF FORMAT3.
           MOVE     "HMP0016*3"       TO SUBUEB  OF FORMAT3.

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
