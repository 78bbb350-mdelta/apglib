       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              AZP0326.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * PFLEGE DES ROTATIONSPLANS DER AZUBIS (PAZUROT)                *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT DEN ROTATIONSPLAN ALLER AZUBIS AUS     *
      *                  PAZUROT (AZUBI, VON, BIS, TEAM AUS PTEAMM,   *
      *                  VERANTWORTLICHER AUSBILDER) AN. MIT F6 WIRD  *
      *                  EIN EINSATZ ERFASST (FMT01), OPTION "4"      *
      *                  ENTFERNT EINEN NOCH NICHT BEGONNENEN.        *
      *                  GEPRUEFT WIRD: AZUBI UND AUSBILDER AKTIV     *
      *                  (PPERSON), TEAM IN PTEAMM VORHANDEN, ZEITRAUM*
      *                  GUELTIG UND OHNE UEBERSCHNEIDUNG MIT EINEM   *
      *                  ANDEREN EINSATZ DES AZUBIS, KAPAZITAET DES   *
      *                  TEAMS (PCONFIG ROTKAP/<TEAM> CFIN01, OHNE    *
      *                  EINTRAG 1 AZUBI) AN KEINEM TAG UEBER-        *
      *                  SCHRITTEN. DIE RAHMENPLANABDECKUNG DRUCKT    *
      *                  AZP0327, BENACHRICHTIGUNG UND TEAMWECHSEL    *
      *                  UEBERNIMMT AZP0328.                          *
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
                  ASSIGN       TO  WORKSTATION-AZD0326DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PAZUROT: ROUSER, ROVON (ROTATIONSPLAN)
      *-------------------------------------------------------------
           SELECT PAZUROT-DP
                  ASSIGN       TO  DATABASE-PAZUROT
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
      * PCONFIG: CFID, CFKEY (ROTKAP)
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
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
           COPY DDS-ALL-FORMATS OF AZD0326DE.
      /
      *--- PAZUROT: ROUSER, ROVON
       FD  PAZUROT-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUROT-P.
           COPY DDS-ALL-FORMATS OF PAZUROT.
      /
      *--- PTEAMM: TMTEAM, TMUSER
       FD  PTEAMM-DP
           LABEL RECORDS ARE STANDARD.
       01  PTEAMM-P.
           COPY DDS-ALL-FORMATS OF PTEAMM.
      /
      *--- PCONFIG: CFID, CFKEY
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.
        05 IN99                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  AZD0326DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  AZD0326DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  AZD0326DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  AZD0326DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  AZD0326DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  AZD0326DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT4X.
           COPY  DDS-FMT04-O OF  AZD0326DE
           REPLACING FMT04-O BY FORMAT4
                     FMT04-O-INDIC BY FORMAT4-O-INDIC.

       01  FORMAT4Y.
           COPY  DDS-FMT04-I OF  AZD0326DE
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

       01  PGM-WRK                       PIC X(10) VALUE "AZP0326".
       01  PGM-TYP                       PIC X(8)  VALUE "AZUBI ".

      * PERSONENSTAMM (CFP9022)
       01  PERSON-REC                    TYPE PERSON-TYPE.

       01  AUSWAHL                       PIC X(2).

      * ERGEBNIS DER PRUEFUNG EINES USERS (1 = AKTIV)
       01  USR-PRF                       PIC X(10).
       01  USR-AKTIV                     PIC 9(1).

      * TEAM IN PTEAMM VORHANDEN (1)
       01  TEAM-BEKANNT                  PIC 9(1).

      * UEBERSCHNEIDUNG MIT EINEM ANDEREN EINSATZ DES AZUBIS (1)
       01  UEBERSCHNITTEN                PIC 9(1).

      * KAPAZITAET DES TEAMS UND GLEICHZEITIGE EINSAETZE
       01  KAP-MAX                       PIC 9(3).
       01  KAP-TAB.
        02 KAP-CNT                       PIC 9(3) COMP-3.
        02 KAP-REC OCCURS 0 TO 99 TIMES DEPENDING ON KAP-CNT
                                          INDEXED   BY KIDX.
         04 KAP-VON                      PIC 9(8).
         04 KAP-BIS                      PIC 9(8).
       01  KAP-STICHTAG                  PIC 9(8).
       01  KAP-ANZ                       PIC 9(3).
       01  KAP-UEBER                     PIC 9(1).
       01  KIDX-STICH                    PIC 9(3).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "AZP0326" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "AZD0326DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

      * ALLE DATEIEN OEFFNEN
           OPEN     I-O   PAZUROT-DP.
           OPEN     INPUT PTEAMM-DP
                          PCONFIG-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

       ANF020.
      * LESE-DATEN: LESEN ALLER EINSAETZE
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

           CLOSE    PAZUROT-DP
                    PTEAMM-DP
                    PCONFIG-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * LESEN ALLER EINSAETZE
      *--------------------------------------------------------------
       LESE-DATEN SECTION.
       LES-DAT-00.

           INITIALIZE DATEN, ANZREC-WRK.

           INITIALIZE PAZUROTF OF PAZUROT-P.
           MOVE     SPACES TO ROUSER OF PAZUROT-P.
           MOVE     ZEROES TO ROVON  OF PAZUROT-P.
           START    PAZUROT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
                    GO TO LES-DAT-90
           END-IF.

       LES-DAT-20.
           READ     PAZUROT-DP NEXT RECORD WITH NO LOCK.
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
           MOVE     CORR PAZUROTF OF PAZUROT-P TO FORMAT2.

      * LAUFENDER EINSATZ HERVORHEBEN
           IF       ROWECH OF PAZUROT-P = "J"
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

      * F6 NEUEN EINSATZ ERFASSEN
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

      * EINSATZ ENTFERNEN
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
      * EINSATZ AUS PAZUROT ENTFERNEN (NUR VOR DEM TEAMWECHSEL)
      *--------------------------------------------------------------
       ENTFERNEN-EINTRAG SECTION.
       ENT-EIN-00.

           INITIALIZE PAZUROTF OF PAZUROT-P.
           MOVE     ROUSER OF FORMAT2 TO ROUSER OF PAZUROT-P.
           MOVE     ROVON  OF FORMAT2 TO ROVON  OF PAZUROT-P.
           READ     PAZUROT-DP.
           IF       FILE-STATUS = ZEROES
                    IF   ROWECH OF PAZUROT-P NOT = "J"
                         DELETE PAZUROT-DP
                    ELSE
                         UNLOCK PAZUROT-DP
                    END-IF
           END-IF.

       ENT-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NEUEN EINSATZ ERFASSEN (FMT01)
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
           IF       ROUSER OF FORMAT1 = SPACES
            AND     ROTEAM OF FORMAT1 = SPACES
                    MOVE "1" TO F12
                    GO TO ERF-EIN-90
           END-IF.

      * AZUBI MUSS AKTIVER MITARBEITER SEIN
           MOVE     ROUSER OF FORMAT1 TO USR-PRF.
           PERFORM  PRUEFE-USER.
           IF       USR-AKTIV = ZEROES
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
           END-IF.

      * VERANTWORTLICHER AUSBILDER MUSS AKTIV SEIN
           MOVE     ROAUSB OF FORMAT1 TO USR-PRF.
           PERFORM  PRUEFE-USER.
           IF       USR-AKTIV = ZEROES
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
           END-IF.

      * TEAM MUSS IM TEAMSTAMM STEHEN
           PERFORM  PRUEFE-TEAM.
           IF       TEAM-BEKANNT = ZEROES
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
           END-IF.

      * ZEITRAUM PRUEFEN (FEIERTAGE SIND ALS GRENZE ERLAUBT)
           MOVE     ROVON OF FORMAT1 TO DATE-DB.
           PERFORM  COPY-CHECK-DATE.
           IF       DATUM-RETCODE NOT = SPACES
            AND     DATUM-RETCODE NOT = "3"
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
           END-IF.
           MOVE     ROBIS OF FORMAT1 TO DATE-DB.
           PERFORM  COPY-CHECK-DATE.
           IF       DATUM-RETCODE NOT = SPACES
            AND     DATUM-RETCODE NOT = "3"
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
           END-IF.
           IF       ROBIS OF FORMAT1 < ROVON OF FORMAT1
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
           END-IF.

      * KEINE UEBERSCHNEIDUNG MIT ANDEREN EINSAETZEN DES AZUBIS
           PERFORM  PRUEFE-UEBERSCHNEIDUNG.
           IF       UEBERSCHNITTEN NOT = ZEROES
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
           END-IF.

      * KAPAZITAET DES TEAMS
           PERFORM  PRUEFE-KAPAZITAET.
           IF       KAP-UEBER NOT = ZEROES
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
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
      * GIBT ES DAS TEAM IM TEAMSTAMM (MINDESTENS EIN MITGLIED)?
      *--------------------------------------------------------------
       PRUEFE-TEAM SECTION.
       PRF-TEA-00.

           MOVE     ZEROES TO TEAM-BEKANNT.
           IF       ROTEAM OF FORMAT1 = SPACES
                    GO TO PRF-TEA-90
           END-IF.

           INITIALIZE PTEAMMF OF PTEAMM-P.
           MOVE     ROTEAM OF FORMAT1 TO TMTEAM OF PTEAMM-P.
           MOVE     SPACES            TO TMUSER OF PTEAMM-P.
           START    PTEAMM-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-TEA-90
           END-IF.

           READ     PTEAMM-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     TMTEAM OF PTEAMM-P = ROTEAM OF FORMAT1
                    MOVE 1 TO TEAM-BEKANNT
           END-IF.

       PRF-TEA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * UEBERSCHNEIDET SICH DER ZEITRAUM MIT EINEM ANDEREN EINSATZ
      * DES AZUBIS? DER EINSATZ MIT DEMSELBEN BEGINN WIRD ERSETZT
      *--------------------------------------------------------------
       PRUEFE-UEBERSCHNEIDUNG SECTION.
       PRF-UEB-00.

           MOVE     ZEROES TO UEBERSCHNITTEN.

           INITIALIZE PAZUROTF OF PAZUROT-P.
           MOVE     ROUSER OF FORMAT1 TO ROUSER OF PAZUROT-P.
           MOVE     ZEROES            TO ROVON  OF PAZUROT-P.
           START    PAZUROT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-UEB-90
           END-IF.

       PRF-UEB-20.
           READ     PAZUROT-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      ROUSER OF PAZUROT-P NOT = ROUSER OF FORMAT1
                    GO TO PRF-UEB-90
           END-IF.

           IF       ROVON OF PAZUROT-P = ROVON OF FORMAT1
                    GO TO PRF-UEB-20
           END-IF.

           IF       ROVON OF PAZUROT-P NOT > ROBIS OF FORMAT1
            AND     ROBIS OF PAZUROT-P NOT < ROVON OF FORMAT1
                    MOVE 1 TO UEBERSCHNITTEN
                    GO TO PRF-UEB-90
           END-IF.

           GO TO    PRF-UEB-20.

       PRF-UEB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * WUERDE DAS TEAM AN EINEM TAG DES ZEITRAUMS MEHR AZUBIS
      * AUFNEHMEN, ALS SEINE KAPAZITAET (PCONFIG ROTKAP/<TEAM>
      * CFIN01, OHNE EINTRAG 1) ERLAUBT? DIE BELEGUNG STEIGT NUR
      * AN EINEM EINSATZBEGINN, DESHALB WERDEN NUR DIESE TAGE
      * GEZAEHLT
      *--------------------------------------------------------------
       PRUEFE-KAPAZITAET SECTION.
       PRF-KAP-00.

           MOVE     ZEROES TO KAP-UEBER.
           INITIALIZE KAP-TAB.

           MOVE     1 TO KAP-MAX.
           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "ROTKAP"          TO CFID   OF PCONFIG-P.
           MOVE     ROTEAM OF FORMAT1 TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES            TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES            TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES            TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     CFIN01 OF PCONFIG-P > ZEROES
                    MOVE CFIN01 OF PCONFIG-P TO KAP-MAX
           END-IF.

      * ALLE ANDEREN EINSAETZE DES TEAMS IM ZEITRAUM SAMMELN
           INITIALIZE PAZUROTF OF PAZUROT-P.
           MOVE     SPACES TO ROUSER OF PAZUROT-P.
           MOVE     ZEROES TO ROVON  OF PAZUROT-P.
           START    PAZUROT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-KAP-50
           END-IF.

       PRF-KAP-20.
           READ     PAZUROT-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-KAP-50
           END-IF.

           IF       ROTEAM OF PAZUROT-P NOT = ROTEAM OF FORMAT1
            OR      ROUSER OF PAZUROT-P = ROUSER OF FORMAT1
            OR      ROVON  OF PAZUROT-P > ROBIS OF FORMAT1
            OR      ROBIS  OF PAZUROT-P < ROVON OF FORMAT1
                    GO TO PRF-KAP-20
           END-IF.

           IF       KAP-CNT < 99
                    ADD  1 TO KAP-CNT
                    MOVE ROVON OF PAZUROT-P TO KAP-VON(KAP-CNT)
                    MOVE ROBIS OF PAZUROT-P TO KAP-BIS(KAP-CNT)
           END-IF.

           GO TO    PRF-KAP-20.

       PRF-KAP-50.
      * STICHTAGE: BEGINN DES NEUEN EINSATZES UND JEDER SPAETERE
      * BEGINN EINES ANDEREN EINSATZES IM ZEITRAUM
           MOVE     ROVON OF FORMAT1 TO KAP-STICHTAG.
           MOVE     ZEROES           TO KIDX-STICH.

       PRF-KAP-60.
           PERFORM  ZAEHLE-BELEGUNG.
           IF       KAP-ANZ > KAP-MAX
                    MOVE 1 TO KAP-UEBER
                    GO TO PRF-KAP-90
           END-IF.

       PRF-KAP-70.
           ADD      1 TO KIDX-STICH.
           IF       KIDX-STICH > KAP-CNT
                    GO TO PRF-KAP-90
           END-IF.
           IF       KAP-VON(KIDX-STICH) NOT > ROVON OF FORMAT1
                    GO TO PRF-KAP-70
           END-IF.
           MOVE     KAP-VON(KIDX-STICH) TO KAP-STICHTAG.
           GO TO    PRF-KAP-60.

       PRF-KAP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BELEGUNG DES TEAMS AM KAP-STICHTAG EINSCHLIESSLICH DES
      * NEUEN EINSATZES ZAEHLEN
      *--------------------------------------------------------------
       ZAEHLE-BELEGUNG SECTION.
       ZAE-BEL-00.

           MOVE     1 TO KAP-ANZ.
           SET      KIDX TO 1.

       ZAE-BEL-20.
           IF       KIDX > KAP-CNT
                    GO TO ZAE-BEL-90
           END-IF.

           IF       KAP-VON(KIDX) NOT > KAP-STICHTAG
            AND     KAP-BIS(KIDX) NOT < KAP-STICHTAG
                    ADD 1 TO KAP-ANZ
           END-IF.

           SET      KIDX UP BY 1.
           GO TO    ZAE-BEL-20.

       ZAE-BEL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINSATZ IN PAZUROT ANLEGEN BZW. NEU BEFUELLEN
      *--------------------------------------------------------------
       ANLEGEN-EINTRAG SECTION.
       ANL-EIN-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PAZUROTF OF PAZUROT-P.
           MOVE     ROUSER OF FORMAT1 TO ROUSER OF PAZUROT-P.
           MOVE     ROVON  OF FORMAT1 TO ROVON  OF PAZUROT-P.
           READ     PAZUROT-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE ROTEAM OF FORMAT1 TO ROTEAM OF PAZUROT-P
                    MOVE ROBIS  OF FORMAT1 TO ROBIS  OF PAZUROT-P
                    MOVE ROAUSB OF FORMAT1 TO ROAUSB OF PAZUROT-P
                    MOVE T-USER            TO ROMSER OF PAZUROT-P
                    MOVE T-TERM            TO ROMBS  OF PAZUROT-P
                    MOVE PGM-WRK           TO ROMPGM OF PAZUROT-P
                    MOVE DATE-8            TO ROMDTA OF PAZUROT-P
                    MOVE TIME-6            TO ROMTIA OF PAZUROT-P
                    REWRITE PAZUROT-P
           ELSE
                    INITIALIZE PAZUROTF OF PAZUROT-P
                    MOVE ROUSER OF FORMAT1 TO ROUSER OF PAZUROT-P
                    MOVE ROVON  OF FORMAT1 TO ROVON  OF PAZUROT-P
                    MOVE ROTEAM OF FORMAT1 TO ROTEAM OF PAZUROT-P
                    MOVE ROBIS  OF FORMAT1 TO ROBIS  OF PAZUROT-P
                    MOVE ROAUSB OF FORMAT1 TO ROAUSB OF PAZUROT-P
                    MOVE SPACES            TO ROBENA OF PAZUROT-P
                    MOVE SPACES            TO ROWECH OF PAZUROT-P
                    MOVE T-USER            TO ROAUSR OF PAZUROT-P
                    MOVE T-TERM            TO ROABS  OF PAZUROT-P
                    MOVE PGM-WRK           TO ROAPGM OF PAZUROT-P
                    MOVE DATE-8            TO ROADTA OF PAZUROT-P
                    MOVE TIME-6            TO ROATIA OF PAZUROT-P
                    WRITE PAZUROT-P
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
           MOVE     "AZP0326"         TO MAINUEB OF FORMAT3.
           MOVE     "AZP0326*3"       TO SUBUEB  OF FORMAT3.

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
