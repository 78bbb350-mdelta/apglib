       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP2063.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * PFLEGE DES PERSONENSTAMMS (PPERSON)                           *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT ALLE PERSONEN AUS PPERSON (USER, NAME, *
      *                  AKTIV, AUSZUBILDENDER, PERSONENGRUPPE UND    *
      *                  TAGESSOLL); INAKTIVE PERSONEN WERDEN         *
      *                  HERVORGEHOBEN. MIT F6 WIRD EINE PERSON       *
      *                  ERFASST, MIT OPTION "2" GEAENDERT (FMT01).   *
      *                  IM FMT01 STEHEN DIE TEAMS (PTEAMM) UND DER   *
      *                  SALDO DES KUECHENKONTOS (PKDKTO) NUR ZUR     *
      *                  ANZEIGE, SIE WERDEN IN XXP0085 UND XXP0226   *
      *                  GEPFLEGT. OPTION "4" ENTFERNT EINE PERSON,   *
      *                  SOFERN SIE INAKTIV IST, OPTION "5" ZEIGT DIE *
      *                  AENDERUNGSHISTORIE DER PERSON (XXP2049).     *
      *                  DER NAME WIRD AUS NACHNAME UND VORNAME       *
      *                  GEBILDET; OHNE ANGABE GELTEN 480 MINUTEN     *
      *                  TAGESSOLL UND DIE PERSONENGRUPPE "STD".      *
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
                  ASSIGN       TO  WORKSTATION-XXD2063DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PPERSON: PEUSER (PERSONENSTAMM)
      *-------------------------------------------------------------
           SELECT PPERSON-DP
                  ASSIGN       TO  DATABASE-PPERSON
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PTEAMM: TMTEAM, TMUSER (TEAMSTAMM)
      *-------------------------------------------------------------
           SELECT PTEAMM-DP
                  ASSIGN       TO  DATABASE-PTEAMM
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDKTO: KTUSER (MITGLIEDSKONTEN)
      *-------------------------------------------------------------
           SELECT PKDKTO-DP
                  ASSIGN       TO  DATABASE-PKDKTO
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PZEITRGL: RGGRP (ZEITREGELN JE PERSONENGRUPPE)
      *-------------------------------------------------------------
           SELECT PZEITRGL-DP
                  ASSIGN       TO  DATABASE-PZEITRGL
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
           COPY DDS-ALL-FORMATS OF XXD2063DE.
      /
      *--- PPERSON: PEUSER
       FD  PPERSON-DP
           LABEL RECORDS ARE STANDARD.
       01  PPERSON-P.
           COPY DDS-ALL-FORMATS OF PPERSON.
      /
      *--- PTEAMM: TMTEAM, TMUSER
       FD  PTEAMM-DP
           LABEL RECORDS ARE STANDARD.
       01  PTEAMM-P.
           COPY DDS-ALL-FORMATS OF PTEAMM.
      /
      *--- PKDKTO: KTUSER
       FD  PKDKTO-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDKTO-P.
           COPY DDS-ALL-FORMATS OF PKDKTO.
      /
      *--- PZEITRGL: RGGRP
       FD  PZEITRGL-DP
           LABEL RECORDS ARE STANDARD.
       01  PZEITRGL-P.
           COPY DDS-ALL-FORMATS OF PZEITRGL.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.
        05 IN99                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  XXD2063DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  XXD2063DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD2063DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  XXD2063DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  XXD2063DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  XXD2063DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT4X.
           COPY  DDS-FMT04-O OF  XXD2063DE
           REPLACING FMT04-O BY FORMAT4
                     FMT04-O-INDIC BY FORMAT4-O-INDIC.

       01  FORMAT4Y.
           COPY  DDS-FMT04-I OF  XXD2063DE
           REPLACING FMT04-I BY FORMAT4-I
                     FMT04-I-INDIC BY FORMAT4-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * STANDARDFELDER FUER PROGRAMMTEXTE
           COPY WRKTXT     OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP2063".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".

       01  AUSWAHL                       PIC X(2).

      * ZU PRUEFENDES DATUM
       01  PRF-DATUM                     PIC 9(8).

      * ZU AENDERNDE PERSON (SPACES = NEUE PERSON ERFASSEN)
       01  ERF-USER                      PIC X(10).

      * TEAMS DER PERSON ZUR ANZEIGE
       01  TEAM-LISTE                    PIC X(60).
       01  TEAM-POS                      PIC 9(3).

      * HISTORIE DER PERSON (XXP2049)
       01  HIST-DATEI                    PIC X(10) VALUE "PPERSON".
       01  HIST-KEY                      PIC X(60).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP2063" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD2063DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

      * ALLE DATEIEN OEFFNEN
           OPEN     I-O   PPERSON-DP.
           OPEN     INPUT PTEAMM-DP
                          PKDKTO-DP
                          PZEITRGL-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

       ANF020.
      * LESE-DATEN: LESEN ALLER PERSONEN
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
                    MOVE SPACES TO ERF-USER
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

           CLOSE                 PPERSON-DP
                                 PTEAMM-DP
                                 PKDKTO-DP
                                 PZEITRGL-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * LESEN ALLER PERSONEN
      *--------------------------------------------------------------
       LESE-DATEN SECTION.
       LES-DAT-00.

           INITIALIZE DATEN, ANZREC-WRK.

           INITIALIZE PPERSONF OF PPERSON-P.
           MOVE     SPACES TO PEUSER OF PPERSON-P.
           START    PPERSON-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
                    GO TO LES-DAT-90
           END-IF.

       LES-DAT-20.
           READ     PPERSON-DP NEXT RECORD WITH NO LOCK.
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

      * SUBFILE-ZEILE FUELLEN UND SCHREIBEN, INAKTIVE HERVORHEBEN
           INITIALIZE FORMAT2.
           MOVE     CORR PPERSONF OF PPERSON-P TO FORMAT2.
           IF       PEAKTV OF PPERSON-P = ZEROES
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

      * F6 NEUE PERSON ERFASSEN
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

      * PERSON AENDERN
           IF       AUSW OF FORMAT2 = "2"
                    MOVE PEUSER OF FORMAT2 TO ERF-USER
                    PERFORM ERFASSEN-EINTRAG
                    IF   F3 = "1"
                         GO TO ANZ-SFL-90
                    END-IF
                    INITIALIZE F12
           END-IF.

      * PERSON ENTFERNEN
           IF       AUSW OF FORMAT2 = "4"
                    PERFORM ENTFERNEN-EINTRAG
           END-IF.

      * AENDERUNGSHISTORIE DER PERSON
           IF       AUSW OF FORMAT2 = "5"
                    MOVE PEUSER OF FORMAT2 TO HIST-KEY
                    CALL "XXP2049" USING HIST-DATEI
                                         HIST-KEY
                    END-CALL
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
      * PERSON AUS PPERSON ENTFERNEN, WENN SIE INAKTIV IST
      *--------------------------------------------------------------
       ENTFERNEN-EINTRAG SECTION.
       ENT-EIN-00.

           INITIALIZE PPERSONF OF PPERSON-P.
           MOVE     PEUSER OF FORMAT2 TO PEUSER OF PPERSON-P.
           READ     PPERSON-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ENT-EIN-90
           END-IF.

           IF       PEAKTV OF PPERSON-P = ZEROES
                    DELETE PPERSON-DP
           ELSE
                    UNLOCK PPERSON-DP
           END-IF.

       ENT-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PERSON ERFASSEN BZW. AENDERN (FMT01)
      *--------------------------------------------------------------
       ERFASSEN-EINTRAG SECTION.
       ERF-EIN-00.

           INITIALIZE FORMAT1.
           MOVE     AUS    TO INXX.

      * NEUE PERSON: VORBELEGUNG, SONST DEN BESTEHENDEN SATZ ZEIGEN
           IF       ERF-USER = SPACES
                    MOVE 1      TO PEAKTV OF FORMAT1
                    MOVE 480    TO PESOLL OF FORMAT1
                    MOVE "STD"  TO PEGRUP OF FORMAT1
                    MOVE DATE-8 TO PEEINT OF FORMAT1
           ELSE
                    INITIALIZE PPERSONF OF PPERSON-P
                    MOVE ERF-USER TO PEUSER OF PPERSON-P
                    READ PPERSON-DP WITH NO LOCK
                    IF   FILE-STATUS = ZEROES
                         MOVE CORR PPERSONF OF PPERSON-P TO FORMAT1
                    ELSE
                         MOVE ERF-USER TO PEUSER OF FORMAT1
                    END-IF
           END-IF.

       ERF-EIN-10.
      * TEAMS UND KUECHENKONTO NUR ZUR ANZEIGE
           PERFORM  ERMITTELN-ZUSATZ.

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
           IF       PEUSER OF FORMAT1 = SPACES
                    MOVE "1" TO F12
                    GO TO ERF-EIN-90
           END-IF.

      * NACHNAME IST PFLICHT
           IF       PENNAM OF FORMAT1 = SPACES
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
           END-IF.

      * AKTIV-KENNZEICHEN 0 ODER 1
           IF       PEAKTV OF FORMAT1 > 1
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
           END-IF.

      * GEBURTSTAG UND EINTRITT SIND OPTIONAL, ABER WENN, DANN
      * GUELTIG (EIN FEIERTAG, RETCODE "3", IST EIN GUELTIGES DATUM)
           IF       PEGEBD OF FORMAT1 NOT = ZEROES
                    MOVE PEGEBD OF FORMAT1 TO PRF-DATUM
                    MOVE PRF-DATUM TO DATE-DB
                    PERFORM COPY-CHECK-DATE
                    IF   DATUM-RETCODE NOT = SPACES
                     AND DATUM-RETCODE NOT = "3"
                         MOVE AN TO IN99 OF INXX
                         GO TO ERF-EIN-10
                    END-IF
           END-IF.
           IF       PEEINT OF FORMAT1 NOT = ZEROES
                    MOVE PEEINT OF FORMAT1 TO PRF-DATUM
                    MOVE PRF-DATUM TO DATE-DB
                    PERFORM COPY-CHECK-DATE
                    IF   DATUM-RETCODE NOT = SPACES
                     AND DATUM-RETCODE NOT = "3"
                         MOVE AN TO IN99 OF INXX
                         GO TO ERF-EIN-10
                    END-IF
           END-IF.

      * TAGESSOLL IN MINUTEN, OHNE ANGABE 480, HOECHSTENS 720
           IF       PESOLL OF FORMAT1 = ZEROES
                    MOVE 480 TO PESOLL OF FORMAT1
           END-IF.
           IF       PESOLL OF FORMAT1 > 720
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
           END-IF.

      * PERSONENGRUPPE: "STD" ODER EIN REGELSATZ AUS PZEITRGL
           IF       PEGRUP OF FORMAT1 = SPACES
                    MOVE "STD" TO PEGRUP OF FORMAT1
           END-IF.
           IF       PEGRUP OF FORMAT1 NOT = "STD"
                    INITIALIZE PZEITRGLF OF PZEITRGL-P
                    MOVE PEGRUP OF FORMAT1 TO RGGRP OF PZEITRGL-P
                    READ PZEITRGL-DP WITH NO LOCK
                    IF   FILE-STATUS NOT = ZEROES
                         MOVE AN TO IN99 OF INXX
                         GO TO ERF-EIN-10
                    END-IF
           END-IF.

      * AUSZUBILDENDER "J" ODER LEER
           IF       PEAZUB OF FORMAT1 NOT = "J"
            AND     PEAZUB OF FORMAT1 NOT = SPACES
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
           END-IF.

      * BEIM AUSZUBILDENDEN IST DER AUSBILDUNGSBEGINN PFLICHT, DAS
      * AUSBILDUNGSENDE MUSS DANACH LIEGEN
           IF       PEAZUB OF FORMAT1 = "J"
                    MOVE PEAZBG OF FORMAT1 TO PRF-DATUM
                    MOVE PRF-DATUM TO DATE-DB
                    PERFORM COPY-CHECK-DATE
                    IF   DATUM-RETCODE NOT = SPACES
                     AND DATUM-RETCODE NOT = "3"
                         MOVE AN TO IN99 OF INXX
                         GO TO ERF-EIN-10
                    END-IF
           END-IF.
           IF       PEAEND OF FORMAT1 NOT = ZEROES
                    MOVE PEAEND OF FORMAT1 TO PRF-DATUM
                    MOVE PRF-DATUM TO DATE-DB
                    PERFORM COPY-CHECK-DATE
                    IF   DATUM-RETCODE NOT = SPACES
                     AND DATUM-RETCODE NOT = "3"
                         MOVE AN TO IN99 OF INXX
                         GO TO ERF-EIN-10
                    END-IF
                    IF   PEAEND OF FORMAT1 NOT > PEAZBG OF FORMAT1
                         MOVE AN TO IN99 OF INXX
                         GO TO ERF-EIN-10
                    END-IF
           END-IF.

      * ANZEIGENAME "NACHNAME, VORNAME" WIE IM MAT-IMPORT
           MOVE     SPACES TO PENAME OF FORMAT1.
           IF       PEVNAM OF FORMAT1 = SPACES
                    MOVE PENNAM OF FORMAT1 TO PENAME OF FORMAT1
           ELSE
                    STRING PENNAM OF FORMAT1 DELIMITED BY "  "
                           ", "              DELIMITED BY SIZE
                           PEVNAM OF FORMAT1 DELIMITED BY "  "
                      INTO PENAME OF FORMAT1
                    END-STRING
           END-IF.

           PERFORM  ANLEGEN-EINTRAG.

       ERF-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TEAMS (PTEAMM) UND SALDO DES KUECHENKONTOS (PKDKTO) DER
      * PERSON FUER DIE ANZEIGE IM FMT01 ERMITTELN
      *--------------------------------------------------------------
       ERMITTELN-ZUSATZ SECTION.
       ERM-ZUS-00.

           MOVE     SPACES TO TEAM-LISTE.
           MOVE     1      TO TEAM-POS.
           MOVE     ZEROES TO KTSALDO OF FORMAT1.
           IF       PEUSER OF FORMAT1 = SPACES
                    GO TO ERM-ZUS-80
           END-IF.

           INITIALIZE PKDKTOF OF PKDKTO-P.
           MOVE     PEUSER OF FORMAT1 TO KTUSER OF PKDKTO-P.
           READ     PKDKTO-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE KTSALDO OF PKDKTO-P TO KTSALDO OF FORMAT1
           END-IF.

      * PTEAMM IST NACH TEAM SORTIERT, ALSO ALLE SAETZE LESEN
           INITIALIZE PTEAMMF OF PTEAMM-P.
           MOVE     SPACES TO TMTEAM OF PTEAMM-P.
           MOVE     SPACES TO TMUSER OF PTEAMM-P.
           START    PTEAMM-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERM-ZUS-80
           END-IF.

       ERM-ZUS-20.
           READ     PTEAMM-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERM-ZUS-80
           END-IF.
           IF       TMUSER OF PTEAMM-P NOT = PEUSER OF FORMAT1
                    GO TO ERM-ZUS-20
           END-IF.

      * PASST KEIN WEITERES TEAM MEHR IN DIE ZEILE, ENDE
           IF       TEAM-POS > 50
                    GO TO ERM-ZUS-80
           END-IF.
           STRING   TMTEAM OF PTEAMM-P DELIMITED BY SPACE
                    " "                DELIMITED BY SIZE
               INTO TEAM-LISTE
               WITH POINTER TEAM-POS
           END-STRING.

           GO TO    ERM-ZUS-20.

       ERM-ZUS-80.
           MOVE     TEAM-LISTE TO TEAMS OF FORMAT1.

       ERM-ZUS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PERSON IN PPERSON ANLEGEN BZW. AENDERN
      *--------------------------------------------------------------
       ANLEGEN-EINTRAG SECTION.
       ANL-EIN-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PPERSONF OF PPERSON-P.
           MOVE     PEUSER OF FORMAT1 TO PEUSER OF PPERSON-P.
           READ     PPERSON-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE CORR FORMAT1 TO PPERSONF OF PPERSON-P
                    MOVE T-USER       TO PEMSER OF PPERSON-P
                    MOVE T-TERM       TO PEMBS  OF PPERSON-P
                    MOVE PGM-WRK      TO PEMPGM OF PPERSON-P
                    MOVE DATE-8       TO PEMDTA OF PPERSON-P
                    MOVE TIME-6       TO PEMTIA OF PPERSON-P
                    REWRITE PPERSON-P
           ELSE
                    INITIALIZE PPERSONF OF PPERSON-P
                    MOVE CORR FORMAT1 TO PPERSONF OF PPERSON-P
                    MOVE T-USER       TO PEAUSR OF PPERSON-P
                    MOVE T-TERM       TO PEABS  OF PPERSON-P
                    MOVE PGM-WRK      TO PEAPGM OF PPERSON-P
                    MOVE DATE-8       TO PEADTA OF PPERSON-P
                    MOVE TIME-6       TO PEATIA OF PPERSON-P
                    WRITE PPERSON-P
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
           MOVE     "XXP2063"         TO MAINUEB OF FORMAT3.
           MOVE     "XXP2063*3"       TO SUBUEB  OF FORMAT3.

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
