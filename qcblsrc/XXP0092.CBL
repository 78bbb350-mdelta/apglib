       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0092.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * DIENSTREISEN ERFASSEN, ABRECHNEN UND GENEHMIGEN (PREISE)      *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT DIE DIENSTREISEN AUS PREISE (USER,     *
      *                  LFD. NR., ZIEL, ZEITRAUM, BETRAG, STATUS     *
      *                  E=ERFASST/B=BEANTRAGT/G=GENEHMIGT/           *
      *                  A=ABGELEHNT).                                *
      *                  MIT F6 WIRD EINE NEUE REISE ERFASST (FMT01:  *
      *                  ZIEL, ZWECK, PROJEKT AUS PPRJMBR, AB- UND    *
      *                  RUECKREISE MIT UHRZEIT, GESTELLTE MAHL-      *
      *                  ZEITEN, KM MIT DEM PRIVATWAGEN). JEDER       *
      *                  REISETAG WIRD ALS ABWESENHEIT "D" IN         *
      *                  PZEITABW ANGELEGT UND UEBER AWREINR MIT DER  *
      *                  REISE VERKNUEPFT. DIE BETRAEGE RECHNET       *
      *                  XXP0093.                                     *
      *                  OPTION "2" ERFASST BELEGE (FMT05, PREISBEL), *
      *                  OPTION "5" REICHT DIE EIGENE REISE ZUR       *
      *                  GENEHMIGUNG EIN UND INFORMIERT DIE TEAM-     *
      *                  LEITER, OPTION "1" GENEHMIGT, OPTION "4"     *
      *                  LEHNT AB - BEIDES NUR DURCH EINEN TEAM-      *
      *                  LEITER (PTEAMM TMLEAD = "J") EINES TEAMS     *
      *                  DES REISENDEN, NIE DURCH DEN REISENDEN       *
      *                  SELBST. OPTION "6" DRUCKT DIE ABRECHNUNG     *
      *                  (XXP0094). GENEHMIGTE REISEN GEHEN MIT DEM   *
      *                  LOHNEXPORT XXP0080 AN DIE LOHNBUCHHALTUNG.   *
      *                  DIE GESTELLTEN MAHLZEITEN WERDEN JE REISETAG *
      *                  IN PREISTAG GEFUEHRT: BEI DER ERFASSUNG AB   *
      *                  DEM ERSTEN TAG VERTEILT, MIT OPTION "7"      *
      *                  (FMT06) TAG FUER TAG KORRIGIERBAR.           *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    MAHLZEITEN JE REISETAG (PREISTAG, OPTION 7)  *
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
                  ASSIGN       TO  WORKSTATION-XXD0092DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PREISE: RSUSER, RSLFDN (DIENSTREISEN)
      *-------------------------------------------------------------
           SELECT PREISE-DP
                  ASSIGN       TO  DATABASE-PREISE
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PREISBEL: BLUSER, BLLFDN, BLPOS (BELEGE ZUR DIENSTREISE)
      *-------------------------------------------------------------
           SELECT PREISBEL-DP
                  ASSIGN       TO  DATABASE-PREISBEL
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PREISTAG: RTUSER, RTLFDN, RTDATUM (MAHLZEITEN JE REISETAG)
      *-------------------------------------------------------------
           SELECT PREISTAG-DP
                  ASSIGN       TO  DATABASE-PREISTAG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PZEITABW: AWUSER, AWDATUM (ABWESENHEITEN)
      *-------------------------------------------------------------
           SELECT PZEITABW-DP
                  ASSIGN       TO  DATABASE-PZEITABW
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PPRJMBR: COPROJ (PROJEKTDATEI)
      *-------------------------------------------------------------
           SELECT PPRJMBR-DP
                  ASSIGN       TO  DATABASE-PPRJMBR
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
      /
       DATA DIVISION.
       FILE SECTION.
      *----DISPLAY
       FD  WS-DISPLAY
           LABEL RECORDS ARE OMITTED.
       01  WS-REC.
           COPY DDS-ALL-FORMATS OF XXD0092DE.
      /
      *--- PREISE: RSUSER, RSLFDN
       FD  PREISE-DP
           LABEL RECORDS ARE STANDARD.
       01  PREISE-P.
           COPY DDS-ALL-FORMATS OF PREISE.
      /
      *--- PREISBEL: BLUSER, BLLFDN, BLPOS
       FD  PREISBEL-DP
           LABEL RECORDS ARE STANDARD.
       01  PREISBEL-P.
           COPY DDS-ALL-FORMATS OF PREISBEL.
      /
      *--- PREISTAG: RTUSER, RTLFDN, RTDATUM
       FD  PREISTAG-DP
           LABEL RECORDS ARE STANDARD.
       01  PREISTAG-P.
           COPY DDS-ALL-FORMATS OF PREISTAG.
      /
      *--- PZEITABW: AWUSER, AWDATUM
       FD  PZEITABW-DP
           LABEL RECORDS ARE STANDARD.
       01  PZEITABW-P.
           COPY DDS-ALL-FORMATS OF PZEITABW.
      /
      *--- PPRJMBR: COPROJ
       FD  PPRJMBR-DP
           LABEL RECORDS ARE STANDARD.
       01  PPRJMBR-P.
           COPY DDS-ALL-FORMATS OF PPRJMBR.
      /
      *--- PTEAMM: TMTEAM, TMUSER
       FD  PTEAMM-DP
           LABEL RECORDS ARE STANDARD.
       01  PTEAMM-P.
           COPY DDS-ALL-FORMATS OF PTEAMM.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.
        05 IN99                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  XXD0092DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  XXD0092DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD0092DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  XXD0092DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  XXD0092DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  XXD0092DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT4X.
           COPY  DDS-FMT04-O OF  XXD0092DE
           REPLACING FMT04-O BY FORMAT4
                     FMT04-O-INDIC BY FORMAT4-O-INDIC.

       01  FORMAT4Y.
           COPY  DDS-FMT04-I OF  XXD0092DE
           REPLACING FMT04-I BY FORMAT4-I
                     FMT04-I-INDIC BY FORMAT4-I-INDIC.

       01  FORMAT5X.
           COPY  DDS-FMT05-O OF  XXD0092DE
           REPLACING FMT05-O BY FORMAT5
                     FMT05-O-INDIC BY FORMAT5-O-INDIC.

       01  FORMAT5Y.
           COPY  DDS-FMT05-I OF  XXD0092DE
           REPLACING FMT05-I BY FORMAT5-I
                     FMT05-I-INDIC BY FORMAT5-I-INDIC.

       01  FORMAT6X.
           COPY  DDS-FMT06-O OF  XXD0092DE
           REPLACING FMT06-O BY FORMAT6
                     FMT06-O-INDIC BY FORMAT6-O-INDIC.

       01  FORMAT6Y.
           COPY  DDS-FMT06-I OF  XXD0092DE
           REPLACING FMT06-I BY FORMAT6-I
                     FMT06-I-INDIC BY FORMAT6-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * STANDARDFELDER FUER PROGRAMMTEXTE
           COPY WRKTXT     OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0092".
       01  PGM-TYP                       PIC X(8)  VALUE "ZEIT  ".

       01  AUSWAHL                       PIC X(2).

      * DATUMSPRUEFUNG
       01  PRF-DATUM                     PIC 9(8).

      * PROJEKTPRUEFUNG (PPRJMBR)
       01  PROJEKT-OK                    PIC 9(1).

      * TEAMLEITERPRUEFUNG (PTEAMM/XXP0086)
       01  TL-REISENDER                  PIC X(10).
       01  TL-TEAM                       PIC X(10).
       01  TL-RC                         PIC X(1).
       01  TL-OK                         PIC 9(1).
      * "P" = T-USER PRUEFEN, "M" = ALLE TEAMLEITER BENACHRICHTIGEN
       01  TL-MODUS                      PIC X(1).

      * PARAMETER FUER DIE BERECHNUNG XXP0093 UND DEN DRUCK XXP0094
       01  REI-USER                      PIC X(10).
       01  REI-LFDN                      PIC 9(5).
       01  REI-RET                       PIC X(1).
       01  REI-OUTQ                      PIC X(10).

      * NAECHSTE LAUFENDE NUMMER JE USER BZW. JE REISE
       01  NEU-LFDN                      PIC 9(5).
       01  NEU-POS                       PIC 9(3).

      * REISETAGE FUER DIE ABWESENHEITEN
       01  TAG-WRK                       PIC 9(8).
       01  TAG-INT                       PIC 9(9).
       01  BIS-WRK                       PIC 9(8).
       01  REISE-TAGE                    PIC 9(5).

      * NOCH AUF DIE REISETAGE ZU VERTEILENDE MAHLZEITEN
       01  REST-FRUEH                    PIC 9(3).
       01  REST-MITT                     PIC 9(3).
       01  REST-ABEND                    PIC 9(3).

      * NACHRICHTENAUFBAU
       01  MSG-USER                      LIKE T-USER.
       01  MSG-TEXT                      PIC X(256).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0092" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD0092DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

      * ALLE DATEIEN OEFFNEN
           OPEN     I-O   PREISE-DP
                          PREISBEL-DP
                          PREISTAG-DP
                          PZEITABW-DP.
           OPEN     INPUT PPRJMBR-DP
                          PTEAMM-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

       ANF020.
      * LESE-DATEN: ALLE DIENSTREISEN
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
                    PERFORM ERFASSEN-REISE
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

           CLOSE                 PREISE-DP
                                 PREISBEL-DP
                                 PREISTAG-DP
                                 PZEITABW-DP
                                 PPRJMBR-DP
                                 PTEAMM-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE DIENSTREISEN LESEN
      *--------------------------------------------------------------
       LESE-DATEN SECTION.
       LES-DAT-00.

           INITIALIZE DATEN, ANZREC-WRK.

           INITIALIZE PREISEF OF PREISE-P.
           MOVE     SPACES TO RSUSER OF PREISE-P.
           MOVE     ZEROES TO RSLFDN OF PREISE-P.
           START    PREISE-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
                    GO TO LES-DAT-90
           END-IF.

       LES-DAT-20.
           READ     PREISE-DP NEXT RECORD WITH NO LOCK.
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
           MOVE     CORR PREISEF OF PREISE-P TO FORMAT2.

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

      * F6 NEUE DIENSTREISE ERFASSEN
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

      * REISE GENEHMIGEN
           IF       AUSW OF FORMAT2 = "1"
                    PERFORM GENEHMIGEN-REISE
           END-IF.

      * BELEGE ERFASSEN
           IF       AUSW OF FORMAT2 = "2"
                    PERFORM ERFASSEN-BELEGE
                    IF   F3 = "1"
                         GO TO ANZ-SFL-90
                    END-IF
                    INITIALIZE F12
           END-IF.

      * REISE ABLEHNEN
           IF       AUSW OF FORMAT2 = "4"
                    PERFORM ABLEHNEN-REISE
           END-IF.

      * REISE ZUR GENEHMIGUNG EINREICHEN
           IF       AUSW OF FORMAT2 = "5"
                    PERFORM EINREICHEN-REISE
           END-IF.

      * ABRECHNUNG DRUCKEN
           IF       AUSW OF FORMAT2 = "6"
                    MOVE RSUSER OF FORMAT2 TO REI-USER
                    MOVE RSLFDN OF FORMAT2 TO REI-LFDN
                    MOVE SPACES            TO REI-OUTQ
                    CALL "XXP0094" USING REI-USER
                                         REI-LFDN
                                         REI-OUTQ
                    END-CALL
           END-IF.

      * GESTELLTE MAHLZEITEN JE REISETAG ERFASSEN
           IF       AUSW OF FORMAT2 = "7"
                    PERFORM ERFASSEN-MAHLZEITEN
                    IF   F3 = "1"
                         GO TO ANZ-SFL-90
                    END-IF
                    INITIALIZE F12
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
      * EIGENE REISE EINREICHEN: BETRAEGE NEU RECHNEN, STATUS "B"
      * UND DIE TEAMLEITER DES REISENDEN INFORMIEREN
      *--------------------------------------------------------------
       EINREICHEN-REISE SECTION.
       EIN-REI-00.

           INITIALIZE PREISEF OF PREISE-P.
           MOVE     RSUSER OF FORMAT2 TO RSUSER OF PREISE-P.
           MOVE     RSLFDN OF FORMAT2 TO RSLFDN OF PREISE-P.
           READ     PREISE-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      RSSTAT OF PREISE-P NOT = "E"
            OR      RSUSER OF PREISE-P NOT = T-USER
                    GO TO EIN-REI-90
           END-IF.

      * ENDGUELTIGE BETRAEGE RECHNEN
           PERFORM  BERECHNE-REISE.

           READ     PREISE-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO EIN-REI-90
           END-IF.

           PERFORM  COPY-GET-TIME.
           MOVE     "B"     TO RSSTAT OF PREISE-P.
           MOVE     T-USER  TO RSMSER OF PREISE-P.
           MOVE     T-TERM  TO RSMBS  OF PREISE-P.
           MOVE     PGM-WRK TO RSMPGM OF PREISE-P.
           MOVE     DATE-8  TO RSMDTA OF PREISE-P.
           MOVE     TIME-6  TO RSMTIA OF PREISE-P.
           REWRITE  PREISE-P.

           MOVE     "B"                 TO RSSTAT  OF FORMAT2.
           MOVE     RSSUMME OF PREISE-P TO RSSUMME OF FORMAT2.

      * ALLE TEAMLEITER DES REISENDEN BENACHRICHTIGEN
           MOVE     RSUSER OF PREISE-P TO TL-REISENDER.
           MOVE     "M"                TO TL-MODUS.
           PERFORM  PRUEFE-TEAMLEITER.

       EIN-REI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * REISE GENEHMIGEN: NUR EIN TEAMLEITER DES REISENDEN, NIE DER
      * REISENDE SELBST
      *--------------------------------------------------------------
       GENEHMIGEN-REISE SECTION.
       GEN-REI-00.

           INITIALIZE PREISEF OF PREISE-P.
           MOVE     RSUSER OF FORMAT2 TO RSUSER OF PREISE-P.
           MOVE     RSLFDN OF FORMAT2 TO RSLFDN OF PREISE-P.
           READ     PREISE-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      RSSTAT OF PREISE-P NOT = "B"
            OR      RSUSER OF PREISE-P     = T-USER
                    GO TO GEN-REI-90
           END-IF.

           MOVE     RSUSER OF PREISE-P TO TL-REISENDER.
           MOVE     "P"                TO TL-MODUS.
           PERFORM  PRUEFE-TEAMLEITER.
           IF       TL-OK = ZEROES
                    GO TO GEN-REI-90
           END-IF.

           READ     PREISE-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO GEN-REI-90
           END-IF.

           PERFORM  COPY-GET-TIME.
           MOVE     "G"     TO RSSTAT OF PREISE-P.
           MOVE     T-USER  TO RSGUSR OF PREISE-P.
           MOVE     DATE-8  TO RSGDTA OF PREISE-P.
           MOVE     TIME-6  TO RSGTIA OF PREISE-P.
           REWRITE  PREISE-P.

           MOVE     "G" TO RSSTAT OF FORMAT2.

      * DEN REISENDEN INFORMIEREN
           MOVE     RSUSER OF PREISE-P TO MSG-USER.
           INITIALIZE MSG-TEXT.
           STRING   "REISEKOSTEN ZUR REISE "            DELIMITED BY
                                                        SIZE
                    RSLFDN OF PREISE-P                  DELIMITED BY
                                                        SIZE
                    " GENEHMIGT DURCH "                 DELIMITED BY
                                                        SIZE
                    FUNCTION TRIM(T-USER)               DELIMITED BY
                                                        SPACES
             INTO   MSG-TEXT
           END-STRING.
           CALL     "XXP2003" USING MSG-USER
                                    MSG-TEXT
           END-CALL.

       GEN-REI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * REISE ABLEHNEN: NUR EIN TEAMLEITER DES REISENDEN
      *--------------------------------------------------------------
       ABLEHNEN-REISE SECTION.
       ABL-REI-00.

           INITIALIZE PREISEF OF PREISE-P.
           MOVE     RSUSER OF FORMAT2 TO RSUSER OF PREISE-P.
           MOVE     RSLFDN OF FORMAT2 TO RSLFDN OF PREISE-P.
           READ     PREISE-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      RSSTAT OF PREISE-P NOT = "B"
            OR      RSUSER OF PREISE-P     = T-USER
                    GO TO ABL-REI-90
           END-IF.

           MOVE     RSUSER OF PREISE-P TO TL-REISENDER.
           MOVE     "P"                TO TL-MODUS.
           PERFORM  PRUEFE-TEAMLEITER.
           IF       TL-OK = ZEROES
                    GO TO ABL-REI-90
           END-IF.

           READ     PREISE-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ABL-REI-90
           END-IF.

           PERFORM  COPY-GET-TIME.
           MOVE     "A"     TO RSSTAT OF PREISE-P.
           MOVE     T-USER  TO RSGUSR OF PREISE-P.
           MOVE     DATE-8  TO RSGDTA OF PREISE-P.
           MOVE     TIME-6  TO RSGTIA OF PREISE-P.
           REWRITE  PREISE-P.

           MOVE     "A" TO RSSTAT OF FORMAT2.

      * DEN REISENDEN INFORMIEREN
           MOVE     RSUSER OF PREISE-P TO MSG-USER.
           INITIALIZE MSG-TEXT.
           STRING   "REISEKOSTEN ZUR REISE "            DELIMITED BY
                                                        SIZE
                    RSLFDN OF PREISE-P                  DELIMITED BY
                                                        SIZE
                    " ABGELEHNT DURCH "                 DELIMITED BY
                                                        SIZE
                    FUNCTION TRIM(T-USER)               DELIMITED BY
                                                        SPACES
             INTO   MSG-TEXT
           END-STRING.
           CALL     "XXP2003" USING MSG-USER
                                    MSG-TEXT
           END-CALL.

       ABL-REI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TEAMLEITER DES REISENDEN (PTEAMM TMLEAD = "J" IN EINEM TEAM,
      * ZU DEM DER REISENDE LT. XXP0086 GEHOERT).
      * TL-MODUS "P": TL-OK = 1, WENN T-USER SO EIN TEAMLEITER IST.
      * TL-MODUS "M": JEDEN SOLCHEN TEAMLEITER BENACHRICHTIGEN.
      *--------------------------------------------------------------
       PRUEFE-TEAMLEITER SECTION.
       PRF-TLD-00.

           MOVE     ZEROES TO TL-OK.

           INITIALIZE PTEAMMF OF PTEAMM-P.
           MOVE     SPACES TO TMTEAM OF PTEAMM-P.
           MOVE     SPACES TO TMUSER OF PTEAMM-P.
           START    PTEAMM-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-TLD-90
           END-IF.

       PRF-TLD-20.
           READ     PTEAMM-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-TLD-90
           END-IF.

      * NUR TEAMLEITER, BEIM PRUEFEN NUR DER ANGEMELDETE USER
           IF       TMLEAD OF PTEAMM-P NOT = "J"
                    GO TO PRF-TLD-20
           END-IF.
           IF       TL-MODUS = "P"
            AND     TMUSER OF PTEAMM-P NOT = T-USER
                    GO TO PRF-TLD-20
           END-IF.
      * DER REISENDE LEITET SEIN EIGENES TEAM NICHT FUER SICH SELBST
           IF       TMUSER OF PTEAMM-P = TL-REISENDER
                    GO TO PRF-TLD-20
           END-IF.

      * GEHOERT DER REISENDE ZU DIESEM TEAM?
           MOVE     TMTEAM OF PTEAMM-P TO TL-TEAM.
           CALL     "XXP0086" USING TL-TEAM
                                    TL-REISENDER
                                    TL-RC
           END-CALL.
           IF       TL-RC NOT = "J"
                    GO TO PRF-TLD-20
           END-IF.

           IF       TL-MODUS = "P"
                    MOVE 1 TO TL-OK
                    GO TO PRF-TLD-90
           END-IF.

      * TEAMLEITER UEBER DIE EINGEREICHTE REISE INFORMIEREN
           MOVE     TMUSER OF PTEAMM-P TO MSG-USER.
           INITIALIZE MSG-TEXT.
           STRING   "REISEKOSTEN VON "                  DELIMITED BY
                                                        SIZE
                    FUNCTION TRIM(TL-REISENDER)         DELIMITED BY
                                                        SPACES
                    " ZUR GENEHMIGUNG EINGEREICHT (XXP0092)"
                                                        DELIMITED BY
                                                        SIZE
             INTO   MSG-TEXT
           END-STRING.
           CALL     "XXP2003" USING MSG-USER
                                    MSG-TEXT
           END-CALL.

           GO TO    PRF-TLD-20.

       PRF-TLD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BETRAEGE DER REISE DURCH XXP0093 RECHNEN LASSEN
      *--------------------------------------------------------------
       BERECHNE-REISE SECTION.
       BER-REI-00.

           MOVE     RSUSER OF PREISE-P TO REI-USER.
           MOVE     RSLFDN OF PREISE-P TO REI-LFDN.
           MOVE     SPACES             TO REI-RET.
           CALL     "XXP0093" USING REI-USER
                                    REI-LFDN
                                    REI-RET
           END-CALL.

           INITIALIZE PREISEF OF PREISE-P.
           MOVE     REI-USER TO RSUSER OF PREISE-P.
           MOVE     REI-LFDN TO RSLFDN OF PREISE-P.
           READ     PREISE-DP WITH NO LOCK.

       BER-REI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BELEGE ZUR EIGENEN, NOCH NICHT EINGEREICHTEN REISE ERFASSEN
      * (FMT05). JEDER BELEG BEKOMMT DIE NAECHSTE POSITION.
      *--------------------------------------------------------------
       ERFASSEN-BELEGE SECTION.
       ERF-BEL-00.

           INITIALIZE PREISEF OF PREISE-P.
           MOVE     RSUSER OF FORMAT2 TO RSUSER OF PREISE-P.
           MOVE     RSLFDN OF FORMAT2 TO RSLFDN OF PREISE-P.
           READ     PREISE-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      RSSTAT OF PREISE-P NOT = "E"
            OR      RSUSER OF PREISE-P NOT = T-USER
                    GO TO ERF-BEL-90
           END-IF.

           MOVE     AUS TO INXX.

       ERF-BEL-10.
           INITIALIZE FORMAT5.
           MOVE     RSUSER  OF PREISE-P TO RSUSER  OF FORMAT5.
           MOVE     RSLFDN  OF PREISE-P TO RSLFDN  OF FORMAT5.
           MOVE     RSZIEL  OF PREISE-P TO RSZIEL  OF FORMAT5.
           MOVE     RSBELEG OF PREISE-P TO RSBELEG OF FORMAT5.
           MOVE     RSVDAT  OF PREISE-P TO BLDATUM OF FORMAT5.

       ERF-BEL-20.
           MOVE     CORR INXX       TO  FORMAT5-O-INDIC.
           MOVE     "FMT05"         TO  FMT-WRK.
           MOVE     FORMAT5         TO  WSREC-WRK.
           PERFORM  COPY-DISPLAY-WRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK TO FORMAT5-I.
           MOVE     CORR FORMAT5-I TO FORMAT5.
           MOVE     AUS  TO INXX.

           IF       IN03 OF FORMAT5-I-INDIC = AN
                    MOVE "1" TO F3
                    GO TO ERF-BEL-90
           END-IF.
           IF       IN12 OF FORMAT5-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ERF-BEL-90
           END-IF.

      * KEIN BETRAG EINGEGEBEN, ENTSPRICHT ENDE DER ERFASSUNG
           IF       BLBETRAG OF FORMAT5 = ZEROES
                    GO TO ERF-BEL-90
           END-IF.

      * BELEGDATUM MUSS GUELTIG SEIN UND IN DER REISE LIEGEN
           MOVE     BLDATUM OF FORMAT5 TO PRF-DATUM.
           MOVE     PRF-DATUM TO DATE-DB.
           PERFORM  COPY-CHECK-DATE.
           IF       DATUM-RETCODE NOT = SPACES
            OR      BLDATUM OF FORMAT5 < RSVDAT OF PREISE-P
            OR      BLDATUM OF FORMAT5 > RSBDAT OF PREISE-P
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-BEL-20
           END-IF.

      * BELEGART: H=HOTEL, F=FAHRKARTE, P=PARKEN, S=SONSTIGES
           IF       BLART OF FORMAT5 NOT = "H"
            AND     BLART OF FORMAT5 NOT = "F"
            AND     BLART OF FORMAT5 NOT = "P"
            AND     BLART OF FORMAT5 NOT = "S"
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-BEL-20
           END-IF.

           PERFORM  ANLEGEN-BELEG.

      * SUMMEN NEU RECHNEN UND NAECHSTEN BELEG ANBIETEN
           PERFORM  BERECHNE-REISE.
           MOVE     RSBELEG OF PREISE-P TO RSBELEG OF FORMAT2.
           MOVE     RSSUMME OF PREISE-P TO RSSUMME OF FORMAT2.
           GO TO    ERF-BEL-10.

       ERF-BEL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GESTELLTE MAHLZEITEN DER EIGENEN, NOCH NICHT EINGEREICHTEN
      * REISE TAG FUER TAG ERFASSEN (FMT06, JE MAHLZEIT 0 ODER 1).
      * NACH DEM LETZTEN TAG WERDEN DIE BETRAEGE NEU GERECHNET.
      *--------------------------------------------------------------
       ERFASSEN-MAHLZEITEN SECTION.
       ERF-MZT-00.

           INITIALIZE PREISEF OF PREISE-P.
           MOVE     RSUSER OF FORMAT2 TO RSUSER OF PREISE-P.
           MOVE     RSLFDN OF FORMAT2 TO RSLFDN OF PREISE-P.
           READ     PREISE-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      RSSTAT OF PREISE-P NOT = "E"
            OR      RSUSER OF PREISE-P NOT = T-USER
                    GO TO ERF-MZT-90
           END-IF.

      * FEHLENDE TAGE (AELTERE REISEN) ZUERST ANLEGEN
           PERFORM  ANLEGEN-REISETAGE.

           MOVE     AUS TO INXX.
           MOVE     RSVDAT OF PREISE-P TO TAG-WRK.
           MOVE     RSBDAT OF PREISE-P TO BIS-WRK.

       ERF-MZT-10.
      * ALLE TAGE BEARBEITET, BETRAEGE NEU RECHNEN
           IF       TAG-WRK > BIS-WRK
                    PERFORM BERECHNE-REISE
                    MOVE RSSUMME OF PREISE-P TO RSSUMME OF FORMAT2
                    GO TO ERF-MZT-90
           END-IF.

           INITIALIZE PREISTAGF OF PREISTAG-P.
           MOVE     RSUSER OF PREISE-P TO RTUSER  OF PREISTAG-P.
           MOVE     RSLFDN OF PREISE-P TO RTLFDN  OF PREISTAG-P.
           MOVE     TAG-WRK            TO RTDATUM OF PREISTAG-P.
           READ     PREISTAG-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERF-MZT-50
           END-IF.

           INITIALIZE FORMAT6.
           MOVE     RSUSER  OF PREISE-P   TO RSUSER  OF FORMAT6.
           MOVE     RSLFDN  OF PREISE-P   TO RSLFDN  OF FORMAT6.
           MOVE     RSZIEL  OF PREISE-P   TO RSZIEL  OF FORMAT6.
           MOVE     RTDATUM OF PREISTAG-P TO RTDATUM OF FORMAT6.
           MOVE     RTFRUEH OF PREISTAG-P TO RTFRUEH OF FORMAT6.
           MOVE     RTMITT  OF PREISTAG-P TO RTMITT  OF FORMAT6.
           MOVE     RTABEND OF PREISTAG-P TO RTABEND OF FORMAT6.

       ERF-MZT-20.
           MOVE     CORR INXX       TO  FORMAT6-O-INDIC.
           MOVE     "FMT06"         TO  FMT-WRK.
           MOVE     FORMAT6         TO  WSREC-WRK.
           PERFORM  COPY-DISPLAY-WRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK TO FORMAT6-I.
           MOVE     CORR FORMAT6-I TO FORMAT6.
           MOVE     AUS  TO INXX.

           IF       IN03 OF FORMAT6-I-INDIC = AN
                    MOVE "1" TO F3
                    GO TO ERF-MZT-90
           END-IF.
           IF       IN12 OF FORMAT6-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ERF-MZT-90
           END-IF.

      * JE MAHLZEIT NUR 0 (NICHT GESTELLT) ODER 1 (GESTELLT)
           IF       RTFRUEH OF FORMAT6 > 1
            OR      RTMITT  OF FORMAT6 > 1
            OR      RTABEND OF FORMAT6 > 1
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-MZT-20
           END-IF.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PREISTAGF OF PREISTAG-P.
           MOVE     RSUSER OF PREISE-P TO RTUSER  OF PREISTAG-P.
           MOVE     RSLFDN OF PREISE-P TO RTLFDN  OF PREISTAG-P.
           MOVE     TAG-WRK            TO RTDATUM OF PREISTAG-P.
           READ     PREISTAG-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE RTFRUEH OF FORMAT6 TO RTFRUEH OF PREISTAG-P
                    MOVE RTMITT  OF FORMAT6 TO RTMITT  OF PREISTAG-P
                    MOVE RTABEND OF FORMAT6 TO RTABEND OF PREISTAG-P
                    MOVE T-USER             TO RTMSER  OF PREISTAG-P
                    MOVE T-TERM             TO RTMBS   OF PREISTAG-P
                    MOVE PGM-WRK            TO RTMPGM  OF PREISTAG-P
                    MOVE DATE-8             TO RTMDTA  OF PREISTAG-P
                    MOVE TIME-6             TO RTMTIA  OF PREISTAG-P
                    REWRITE PREISTAG-P
           END-IF.

       ERF-MZT-50.
      * NAECHSTER KALENDERTAG
           COMPUTE  TAG-INT = FUNCTION INTEGER-OF-DATE(TAG-WRK) + 1.
           COMPUTE  TAG-WRK = FUNCTION DATE-OF-INTEGER(TAG-INT).
           GO TO    ERF-MZT-10.

       ERF-MZT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BELEG MIT DER NAECHSTEN POSITION IN PREISBEL ANLEGEN
      *--------------------------------------------------------------
       ANLEGEN-BELEG SECTION.
       ANL-BEL-00.

      * HOECHSTE VERGEBENE POSITION DER REISE ERMITTELN
           MOVE     ZEROES TO NEU-POS.
           INITIALIZE PREISBELF OF PREISBEL-P.
           MOVE     RSUSER OF PREISE-P TO BLUSER OF PREISBEL-P.
           MOVE     RSLFDN OF PREISE-P TO BLLFDN OF PREISBEL-P.
           MOVE     ZEROES             TO BLPOS  OF PREISBEL-P.
           START    PREISBEL-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANL-BEL-50
           END-IF.

       ANL-BEL-20.
           READ     PREISBEL-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      BLUSER OF PREISBEL-P NOT = RSUSER OF PREISE-P
            OR      BLLFDN OF PREISBEL-P NOT = RSLFDN OF PREISE-P
                    GO TO ANL-BEL-50
           END-IF.
           MOVE     BLPOS OF PREISBEL-P TO NEU-POS.
           GO TO    ANL-BEL-20.

       ANL-BEL-50.
           ADD      1 TO NEU-POS.
           PERFORM  COPY-GET-TIME.

           INITIALIZE PREISBELF OF PREISBEL-P.
           MOVE     RSUSER   OF PREISE-P TO BLUSER   OF PREISBEL-P.
           MOVE     RSLFDN   OF PREISE-P TO BLLFDN   OF PREISBEL-P.
           MOVE     NEU-POS              TO BLPOS    OF PREISBEL-P.
           MOVE     BLDATUM  OF FORMAT5  TO BLDATUM  OF PREISBEL-P.
           MOVE     BLART    OF FORMAT5  TO BLART    OF PREISBEL-P.
           MOVE     BLTEXT   OF FORMAT5  TO BLTEXT   OF PREISBEL-P.
           MOVE     BLBETRAG OF FORMAT5  TO BLBETRAG OF PREISBEL-P.
           MOVE     T-USER               TO BLAUSR   OF PREISBEL-P.
           MOVE     T-TERM               TO BLABS    OF PREISBEL-P.
           MOVE     PGM-WRK              TO BLAPGM   OF PREISBEL-P.
           MOVE     DATE-8               TO BLADTA   OF PREISBEL-P.
           MOVE     TIME-6               TO BLATIA   OF PREISBEL-P.
           WRITE    PREISBEL-P.

       ANL-BEL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NEUE DIENSTREISE ERFASSEN (FMT01)
      *--------------------------------------------------------------
       ERFASSEN-REISE SECTION.
       ERF-REI-00.

           INITIALIZE FORMAT1.
           MOVE     T-USER TO RSUSER OF FORMAT1.
           MOVE     AUS TO INXX.

       ERF-REI-10.
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
                    GO TO ERF-REI-90
           END-IF.
           IF       IN12 OF FORMAT1-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ERF-REI-90
           END-IF.

      * NICHTS EINGEGEBEN, ENTSPRICHT ABBRUCH
           IF       RSVDAT OF FORMAT1 = ZEROES
                    MOVE "1" TO F12
                    GO TO ERF-REI-90
           END-IF.

      * ZIEL UND ZWECK SIND PFLICHT
           IF       RSZIEL  OF FORMAT1 = SPACES
            OR      RSZWECK OF FORMAT1 = SPACES
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-REI-10
           END-IF.

      * AB- UND RUECKREISEDATUM MUESSEN GUELTIG SEIN
           MOVE     RSVDAT OF FORMAT1 TO PRF-DATUM.
           MOVE     PRF-DATUM TO DATE-DB.
           PERFORM  COPY-CHECK-DATE.
           IF       DATUM-RETCODE NOT = SPACES
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-REI-10
           END-IF.
           MOVE     RSBDAT OF FORMAT1 TO PRF-DATUM.
           MOVE     PRF-DATUM TO DATE-DB.
           PERFORM  COPY-CHECK-DATE.
           IF       DATUM-RETCODE NOT = SPACES
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-REI-10
           END-IF.

      * RUECKREISE NICHT VOR DER ABREISE, UHRZEITEN GUELTIG
           IF       RSBDAT  OF FORMAT1 < RSVDAT OF FORMAT1
            OR      RSVZEIT OF FORMAT1 > 235959
            OR      RSBZEIT OF FORMAT1 > 235959
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-REI-10
           END-IF.
           IF       RSBDAT  OF FORMAT1     = RSVDAT  OF FORMAT1
            AND     RSBZEIT OF FORMAT1 NOT > RSVZEIT OF FORMAT1
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-REI-10
           END-IF.

      * JE MAHLZEITENART HOECHSTENS EINE PRO REISETAG
           MOVE     RSVDAT OF FORMAT1 TO TAG-WRK.
           MOVE     RSBDAT OF FORMAT1 TO BIS-WRK.
           COMPUTE  REISE-TAGE = FUNCTION INTEGER-OF-DATE(BIS-WRK)
                               - FUNCTION INTEGER-OF-DATE(TAG-WRK)
                               + 1.
           IF       RSFRUEH OF FORMAT1 > REISE-TAGE
            OR      RSMITT  OF FORMAT1 > REISE-TAGE
            OR      RSABEND OF FORMAT1 > REISE-TAGE
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-REI-10
           END-IF.

      * PROJEKT MUSS IN PPRJMBR EXISTIEREN
           PERFORM  PRUEFE-PROJEKT.
           IF       PROJEKT-OK = ZEROES
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-REI-10
           END-IF.

           PERFORM  ANLEGEN-REISE.

      * GESTELLTE MAHLZEITEN AUF DIE REISETAGE VERTEILEN
           PERFORM  ANLEGEN-REISETAGE.

      * ERSTE BERECHNUNG DER BETRAEGE
           PERFORM  BERECHNE-REISE.

      * REISETAGE ALS ABWESENHEIT ANLEGEN
           PERFORM  ANLEGEN-ABWESENHEIT.

       ERF-REI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PROJEKT MUSS IN PPRJMBR (COPROJ) EXISTIEREN
      *--------------------------------------------------------------
       PRUEFE-PROJEKT SECTION.
       PRF-PRJ-00.

           INITIALIZE PROJEKT-OK.

           INITIALIZE PPRJMBRF OF PPRJMBR-P.
           MOVE     RSPROJ OF FORMAT1 TO COPROJ OF PPRJMBR-P.
           START    PPRJMBR-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-PRJ-90
           END-IF.

           READ     PPRJMBR-DP NEXT RECORD.
           IF       FILE-STATUS             = ZEROES
            AND     COPROJ OF PPRJMBR-P     = RSPROJ OF FORMAT1
                    MOVE 1 TO PROJEKT-OK
           END-IF.

       PRF-PRJ-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DIENSTREISE MIT DER NAECHSTEN LFD. NUMMER DES USERS ANLEGEN
      *--------------------------------------------------------------
       ANLEGEN-REISE SECTION.
       ANL-REI-00.

      * HOECHSTE VERGEBENE NUMMER DES USERS ERMITTELN
           MOVE     ZEROES TO NEU-LFDN.
           INITIALIZE PREISEF OF PREISE-P.
           MOVE     RSUSER OF FORMAT1 TO RSUSER OF PREISE-P.
           MOVE     ZEROES            TO RSLFDN OF PREISE-P.
           START    PREISE-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANL-REI-50
           END-IF.

       ANL-REI-20.
           READ     PREISE-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      RSUSER OF PREISE-P NOT = RSUSER OF FORMAT1
                    GO TO ANL-REI-50
           END-IF.
           MOVE     RSLFDN OF PREISE-P TO NEU-LFDN.
           GO TO    ANL-REI-20.

       ANL-REI-50.
           ADD      1 TO NEU-LFDN.
           PERFORM  COPY-GET-TIME.

           INITIALIZE PREISEF OF PREISE-P.
           MOVE     RSUSER  OF FORMAT1 TO RSUSER  OF PREISE-P.
           MOVE     NEU-LFDN           TO RSLFDN  OF PREISE-P.
           MOVE     RSZIEL  OF FORMAT1 TO RSZIEL  OF PREISE-P.
           MOVE     RSZWECK OF FORMAT1 TO RSZWECK OF PREISE-P.
           MOVE     RSPROJ  OF FORMAT1 TO RSPROJ  OF PREISE-P.
           MOVE     RSVDAT  OF FORMAT1 TO RSVDAT  OF PREISE-P.
           MOVE     RSVZEIT OF FORMAT1 TO RSVZEIT OF PREISE-P.
           MOVE     RSBDAT  OF FORMAT1 TO RSBDAT  OF PREISE-P.
           MOVE     RSBZEIT OF FORMAT1 TO RSBZEIT OF PREISE-P.
           MOVE     RSFRUEH OF FORMAT1 TO RSFRUEH OF PREISE-P.
           MOVE     RSMITT  OF FORMAT1 TO RSMITT  OF PREISE-P.
           MOVE     RSABEND OF FORMAT1 TO RSABEND OF PREISE-P.
           MOVE     RSKM    OF FORMAT1 TO RSKM    OF PREISE-P.
           MOVE     "E"                TO RSSTAT  OF PREISE-P.
           MOVE     ZEROES             TO RSEXMON OF PREISE-P.
           MOVE     T-USER             TO RSAUSR  OF PREISE-P.
           MOVE     T-TERM             TO RSABS   OF PREISE-P.
           MOVE     PGM-WRK            TO RSAPGM  OF PREISE-P.
           MOVE     DATE-8             TO RSADTA  OF PREISE-P.
           MOVE     TIME-6             TO RSATIA  OF PREISE-P.
           WRITE    PREISE-P.

       ANL-REI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FUER JEDEN REISETAG OHNE SATZ IN PREISTAG EINEN SATZ ANLEGEN.
      * DIE GESTELLTEN MAHLZEITEN DES REISESATZES WERDEN DABEI AB
      * DEM ERSTEN TAG JE EINE PRO TAG VERTEILT (WIE IN XXP0093).
      *--------------------------------------------------------------
       ANLEGEN-REISETAGE SECTION.
       ANL-RTG-00.

           MOVE     RSVDAT  OF PREISE-P TO TAG-WRK.
           MOVE     RSBDAT  OF PREISE-P TO BIS-WRK.
           MOVE     RSFRUEH OF PREISE-P TO REST-FRUEH.
           MOVE     RSMITT  OF PREISE-P TO REST-MITT.
           MOVE     RSABEND OF PREISE-P TO REST-ABEND.
           PERFORM  COPY-GET-TIME.

       ANL-RTG-20.
           IF       TAG-WRK > BIS-WRK
                    GO TO ANL-RTG-90
           END-IF.

           INITIALIZE PREISTAGF OF PREISTAG-P.
           MOVE     RSUSER OF PREISE-P TO RTUSER  OF PREISTAG-P.
           MOVE     RSLFDN OF PREISE-P TO RTLFDN  OF PREISTAG-P.
           MOVE     TAG-WRK            TO RTDATUM OF PREISTAG-P.
           READ     PREISTAG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    GO TO ANL-RTG-50
           END-IF.

           INITIALIZE PREISTAGF OF PREISTAG-P.
           MOVE     RSUSER OF PREISE-P TO RTUSER  OF PREISTAG-P.
           MOVE     RSLFDN OF PREISE-P TO RTLFDN  OF PREISTAG-P.
           MOVE     TAG-WRK            TO RTDATUM OF PREISTAG-P.
           IF       REST-FRUEH > ZEROES
                    MOVE 1 TO RTFRUEH OF PREISTAG-P
                    SUBTRACT 1 FROM REST-FRUEH
           END-IF.
           IF       REST-MITT > ZEROES
                    MOVE 1 TO RTMITT  OF PREISTAG-P
                    SUBTRACT 1 FROM REST-MITT
           END-IF.
           IF       REST-ABEND > ZEROES
                    MOVE 1 TO RTABEND OF PREISTAG-P
                    SUBTRACT 1 FROM REST-ABEND
           END-IF.
           MOVE     T-USER             TO RTAUSR  OF PREISTAG-P.
           MOVE     T-TERM             TO RTABS   OF PREISTAG-P.
           MOVE     PGM-WRK            TO RTAPGM  OF PREISTAG-P.
           MOVE     DATE-8             TO RTADTA  OF PREISTAG-P.
           MOVE     TIME-6             TO RTATIA  OF PREISTAG-P.
           WRITE    PREISTAG-P.

       ANL-RTG-50.
      * NAECHSTER KALENDERTAG
           COMPUTE  TAG-INT = FUNCTION INTEGER-OF-DATE(TAG-WRK) + 1.
           COMPUTE  TAG-WRK = FUNCTION DATE-OF-INTEGER(TAG-INT).
           GO TO    ANL-RTG-20.

       ANL-RTG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * JEDEN REISETAG ALS ABWESENHEIT "D" IN PZEITABW ANLEGEN UND
      * MIT DER REISE VERKNUEPFEN (AWREINR). VORHANDENE TAGE ANDERER
      * ART (Z.B. URLAUB) BLEIBEN UNVERAENDERT.
      *--------------------------------------------------------------
       ANLEGEN-ABWESENHEIT SECTION.
       ANL-ABW-00.

           MOVE     RSVDAT OF PREISE-P TO TAG-WRK.
           MOVE     RSBDAT OF PREISE-P TO BIS-WRK.
           PERFORM  COPY-GET-TIME.

       ANL-ABW-20.
           IF       TAG-WRK > BIS-WRK
                    GO TO ANL-ABW-90
           END-IF.

           INITIALIZE PZEITABWF OF PZEITABW-P.
           MOVE     RSUSER OF PREISE-P TO AWUSER  OF PZEITABW-P.
           MOVE     TAG-WRK            TO AWDATUM OF PZEITABW-P.
           READ     PZEITABW-DP.
           IF       FILE-STATUS = ZEROES
                    IF   AWART   OF PZEITABW-P = "D"
                     AND AWREINR OF PZEITABW-P = ZEROES
                         MOVE RSLFDN OF PREISE-P TO AWREINR
                                                    OF PZEITABW-P
                         REWRITE PZEITABW-P
                    END-IF
                    GO TO ANL-ABW-50
           END-IF.

           INITIALIZE PZEITABWF OF PZEITABW-P.
           MOVE     RSUSER  OF PREISE-P  TO AWUSER  OF PZEITABW-P.
           MOVE     TAG-WRK              TO AWDATUM OF PZEITABW-P.
           MOVE     "D"                  TO AWART   OF PZEITABW-P.
           MOVE     "G"                  TO AWSTAT  OF PZEITABW-P.
           MOVE     RSZIEL OF PREISE-P   TO AWGRUND OF PZEITABW-P.
           MOVE     RSLFDN OF PREISE-P   TO AWREINR OF PZEITABW-P.
           MOVE     T-USER               TO AWAUSR  OF PZEITABW-P.
           MOVE     DATE-8               TO AWADTA  OF PZEITABW-P.
           MOVE     TIME-6               TO AWATIA  OF PZEITABW-P.
           WRITE    PZEITABW-P.

       ANL-ABW-50.
      * NAECHSTER KALENDERTAG
           COMPUTE  TAG-INT = FUNCTION INTEGER-OF-DATE(TAG-WRK) + 1.
           COMPUTE  TAG-WRK = FUNCTION DATE-OF-INTEGER(TAG-INT).
           GO TO    ANL-ABW-20.

       ANL-ABW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILEUEBERSCHRIFTEN FUELLEN
      *--------------------------------------------------------------
       SFL-HEADER SECTION.
       SFL-HEA-00.

      * UEBERSCHRIFT
           MOVE     "XXP0092"         TO MAINUEB OF FORMAT3.
           MOVE     "XXP0092*3"       TO SUBUEB  OF FORMAT3.

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
