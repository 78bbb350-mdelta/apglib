       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              AZP0330.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * VORSTELLUNGSGESPRAECHE EINES BEWERBERS (PBEWTRM)              *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT DIE GESPRAECHSTERMINE DES BEWERBERS    *
      *                  X-BWNR (DATUM, UHRZEIT, ZWEI GESPRAECHS-     *
      *                  PARTNER, BEMERKUNG) AN. F6 ERFASST EINEN     *
      *                  TERMIN (FMT01), OPTION "4" ENTFERNT IHN.     *
      *                  DAS DATUM MUSS EIN ARBEITSTAG SEIN, DIE      *
      *                  GESPRAECHSPARTNER MUESSEN AKTIVE             *
      *                  MITARBEITER (PPERSON) SEIN. AUFRUF UEBER     *
      *                  OPTION "5" DER BEWERBERVERWALTUNG AZP0329.   *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    AKTIVE MITARBEITER UEBER DEN PERSONENSTAMM   *
      *                  (CFP9022) STATT PCONFIG H050                 *
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
                  ASSIGN       TO  WORKSTATION-AZD0330DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PBEWTRM: BTNR, BTDAT, BTZEIT (VORSTELLUNGSGESPRAECHE)
      *-------------------------------------------------------------
           SELECT PBEWTRM-DP
                  ASSIGN       TO  DATABASE-PBEWTRM
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PBEWERB: BWNR (BEWERBER)
      *-------------------------------------------------------------
           SELECT PBEWERB-DP
                  ASSIGN       TO  DATABASE-PBEWERB
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
           COPY DDS-ALL-FORMATS OF AZD0330DE.
      /
      *--- PBEWTRM: BTNR, BTDAT, BTZEIT
       FD  PBEWTRM-DP
           LABEL RECORDS ARE STANDARD.
       01  PBEWTRM-P.
           COPY DDS-ALL-FORMATS OF PBEWTRM.
      /
      *--- PBEWERB: BWNR
       FD  PBEWERB-DP
           LABEL RECORDS ARE STANDARD.
       01  PBEWERB-P.
           COPY DDS-ALL-FORMATS OF PBEWERB.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.
        05 IN99                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  AZD0330DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  AZD0330DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  AZD0330DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  AZD0330DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  AZD0330DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  AZD0330DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT4X.
           COPY  DDS-FMT04-O OF  AZD0330DE
           REPLACING FMT04-O BY FORMAT4
                     FMT04-O-INDIC BY FORMAT4-O-INDIC.

       01  FORMAT4Y.
           COPY  DDS-FMT04-I OF  AZD0330DE
           REPLACING FMT04-I BY FORMAT4-I
                     FMT04-I-INDIC BY FORMAT4-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * STANDARDFELDER FUER PROGRAMMTEXTE
           COPY WRKTXT     OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "AZP0330".
       01  PGM-TYP                       PIC X(8)  VALUE "AZUBI ".

      * PERSONENSTAMM (CFP9022)
       01  PERSON-REC                    TYPE PERSON-TYPE.

       01  AUSWAHL                       PIC X(2).

      * ERGEBNIS DER PRUEFUNG EINES USERS (1 = AKTIV)
       01  USR-PRF                       PIC X(10).
       01  USR-AKTIV                     PIC 9(1).

      * UHRZEIT DES GESPRAECHS (HHMM)
       01  ZEIT-RED.
        05 ZEIT-HH                       PIC 9(2).
        05 ZEIT-MM                       PIC 9(2).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-BWNR                        LIKE BWNR OF PBEWERB-P.
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING        X-BWNR.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "AZP0330" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "AZD0330DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

      * ALLE DATEIEN OEFFNEN
           OPEN     I-O   PBEWTRM-DP.
           OPEN     INPUT PBEWERB-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

      * DEN BEWERBER MUSS ES GEBEN
           INITIALIZE PBEWERBF OF PBEWERB-P.
           MOVE     X-BWNR TO BWNR OF PBEWERB-P.
           READ     PBEWERB-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ENDE
           END-IF.

       ANF020.
      * LESE-DATEN: LESEN ALLER TERMINE DES BEWERBERS
           PERFORM  LESE-DATEN.

      * ANZEIGEN SUBFILE
           PERFORM  ANZEIGE-SUBFILE.
           IF       F3 = "1"
            OR      F12 = "1"
                    GO TO ENDE
           END-IF.
           IF       F5 = "1"
                    INITIALIZE F5
                    GO TO ANF020
           END-IF.
           IF       F6 = "1"
                    INITIALIZE F6
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

           CLOSE    PBEWTRM-DP
                    PBEWERB-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * LESEN ALLER TERMINE DES BEWERBERS
      *--------------------------------------------------------------
       LESE-DATEN SECTION.
       LES-DAT-00.

           INITIALIZE DATEN, ANZREC-WRK.

           INITIALIZE PBEWTRMF OF PBEWTRM-P.
           MOVE     X-BWNR TO BTNR   OF PBEWTRM-P.
           MOVE     ZEROES TO BTDAT  OF PBEWTRM-P.
           MOVE     ZEROES TO BTZEIT OF PBEWTRM-P.
           START    PBEWTRM-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
                    GO TO LES-DAT-90
           END-IF.

       LES-DAT-20.
           READ     PBEWTRM-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      BTNR OF PBEWTRM-P NOT = X-BWNR
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
           MOVE     CORR PBEWTRMF OF PBEWTRM-P TO FORMAT2.

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

      * F12 ZURUECK ZUR BEWERBERVERWALTUNG
           IF       IN12 IN FORMAT3-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ANZ-SFL-90
           END-IF.

      * F5 AKTUALISIEREN
           IF       IN05 IN FORMAT3-I-INDIC = AN
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * F6 NEUEN TERMIN ERFASSEN
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

      * TERMIN ENTFERNEN
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
      * TERMIN ENTFERNEN
      *--------------------------------------------------------------
       ENTFERNEN-EINTRAG SECTION.
       ENT-EIN-00.

           INITIALIZE PBEWTRMF OF PBEWTRM-P.
           MOVE     X-BWNR            TO BTNR   OF PBEWTRM-P.
           MOVE     BTDAT  OF FORMAT2 TO BTDAT  OF PBEWTRM-P.
           MOVE     BTZEIT OF FORMAT2 TO BTZEIT OF PBEWTRM-P.
           READ     PBEWTRM-DP.
           IF       FILE-STATUS = ZEROES
                    DELETE PBEWTRM-DP
           END-IF.

       ENT-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NEUEN TERMIN ERFASSEN (FMT01)
      *--------------------------------------------------------------
       ERFASSEN-EINTRAG SECTION.
       ERF-EIN-00.

           INITIALIZE FORMAT1.
           MOVE     AUS TO INXX.

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
           IF       BTDAT  OF FORMAT1 = ZEROES
            AND     BTUSR1 OF FORMAT1 = SPACES
                    MOVE "1" TO F12
                    GO TO ERF-EIN-90
           END-IF.

      * DAS GESPRAECH FINDET AN EINEM ARBEITSTAG STATT
           MOVE     BTDAT OF FORMAT1 TO DATE-DB.
           PERFORM  COPY-CHECK-DATE.
           IF       DATUM-RETCODE NOT = SPACES
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
           END-IF.

      * UHRZEIT HHMM
           MOVE     BTZEIT OF FORMAT1 TO ZEIT-RED.
           IF       ZEIT-HH > 23
            OR      ZEIT-MM > 59
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
           END-IF.

      * ERSTER GESPRAECHSPARTNER IST PFLICHT, BEIDE MUESSEN
      * AKTIVE MITARBEITER SEIN
           MOVE     BTUSR1 OF FORMAT1 TO USR-PRF.
           PERFORM  PRUEFE-USER.
           IF       USR-AKTIV = ZEROES
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
           END-IF.
           IF       BTUSR2 OF FORMAT1 NOT = SPACES
                    MOVE BTUSR2 OF FORMAT1 TO USR-PRF
                    PERFORM PRUEFE-USER
                    IF   USR-AKTIV = ZEROES
                         MOVE AN TO IN99 OF INXX
                         GO TO ERF-EIN-10
                    END-IF
           END-IF.

           PERFORM  ANLEGEN-EINTRAG.

       ERF-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * IST USR-PRF EIN AKTIVER MITARBEITER (PERSONENSTAMM)?
      *--------------------------------------------------------------
       PRUEFE-USER SECTION.
       PRF-USR-00.

           MOVE     ZEROES TO USR-AKTIV.
           IF       USR-PRF = SPACES
                    GO TO PRF-USR-90
           END-IF.

           INITIALIZE PERSON-REC.
           MOVE     "L"       TO PN-MODUS OF PERSON-REC.
           MOVE     USR-PRF   TO PN-USER  OF PERSON-REC.
           CALL     "CFP9022" USING PERSON-REC
           END-CALL.
           IF       PN-RET   OF PERSON-REC     = SPACES
            AND     PN-AKTIV OF PERSON-REC NOT = ZEROES
                    MOVE 1 TO USR-AKTIV
           END-IF.

       PRF-USR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TERMIN IN PBEWTRM ANLEGEN BZW. NEU BEFUELLEN
      *--------------------------------------------------------------
       ANLEGEN-EINTRAG SECTION.
       ANL-EIN-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PBEWTRMF OF PBEWTRM-P.
           MOVE     X-BWNR            TO BTNR   OF PBEWTRM-P.
           MOVE     BTDAT  OF FORMAT1 TO BTDAT  OF PBEWTRM-P.
           MOVE     BTZEIT OF FORMAT1 TO BTZEIT OF PBEWTRM-P.
           READ     PBEWTRM-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE BTUSR1 OF FORMAT1 TO BTUSR1 OF PBEWTRM-P
                    MOVE BTUSR2 OF FORMAT1 TO BTUSR2 OF PBEWTRM-P
                    MOVE BTBEM  OF FORMAT1 TO BTBEM  OF PBEWTRM-P
                    MOVE T-USER            TO BTMSER OF PBEWTRM-P
                    MOVE T-TERM            TO BTMBS  OF PBEWTRM-P
                    MOVE PGM-WRK           TO BTMPGM OF PBEWTRM-P
                    MOVE DATE-8            TO BTMDTA OF PBEWTRM-P
                    MOVE TIME-6            TO BTMTIA OF PBEWTRM-P
                    REWRITE PBEWTRM-P
           ELSE
                    INITIALIZE PBEWTRMF OF PBEWTRM-P
                    MOVE X-BWNR            TO BTNR   OF PBEWTRM-P
                    MOVE BTDAT  OF FORMAT1 TO BTDAT  OF PBEWTRM-P
                    MOVE BTZEIT OF FORMAT1 TO BTZEIT OF PBEWTRM-P
                    MOVE BTUSR1 OF FORMAT1 TO BTUSR1 OF PBEWTRM-P
                    MOVE BTUSR2 OF FORMAT1 TO BTUSR2 OF PBEWTRM-P
                    MOVE BTBEM  OF FORMAT1 TO BTBEM  OF PBEWTRM-P
                    MOVE T-USER            TO BTAUSR OF PBEWTRM-P
                    MOVE T-TERM            TO BTABS  OF PBEWTRM-P
                    MOVE PGM-WRK           TO BTAPGM OF PBEWTRM-P
                    MOVE DATE-8            TO BTADTA OF PBEWTRM-P
                    MOVE TIME-6            TO BTATIA OF PBEWTRM-P
                    WRITE PBEWTRM-P
           END-IF.

       ANL-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILEUEBERSCHRIFTEN FUELLEN
      *--------------------------------------------------------------
       SFL-HEADER SECTION.
       SFL-HEA-00.

      * UEBERSCHRIFT
           MOVE     "AZP0330"         TO MAINUEB OF FORMAT3.
           MOVE     "AZP0330*3"       TO SUBUEB  OF FORMAT3.

      * BEWERBER IM KOPF
           MOVE     BWNR   OF PBEWERB-P TO BWNR   OF FORMAT3.
           MOVE     BWNAME OF PBEWERB-P TO BWNAME OF FORMAT3.
           MOVE     BWVORN OF PBEWERB-P TO BWVORN OF FORMAT3.

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
