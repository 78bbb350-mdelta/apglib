       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0104.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * SKILL-BEWERTUNGEN JE USER PFLEGEN UND BESTAETIGEN (PSKILLUS)  *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT DIE SKILL-BEWERTUNGEN AUS PSKILLUS     *
      *                  (USER, SKILL, EIGENE STUFE 0-4, BESTAETIGTE  *
      *                  STUFE, STATUS O=OFFEN/B=BESTAETIGT/          *
      *                  A=AUTOMATISCH AUS DER AUSBILDUNG, XXP0105).  *
      *                  DER USER SIEHT SEINE EIGENEN BEWERTUNGEN,    *
      *                  EIN TEAMLEITER (PTEAMM TMLEAD = "J")         *
      *                  ZUSAETZLICH DIE SEINER TEAMMITGLIEDER.       *
      *                  MIT F6 BEWERTET DER USER EINEN SKILL AUS     *
      *                  DEM KATALOG PSKILL (XXP0100) SELBST (FMT01); *
      *                  JEDE AENDERUNG SETZT DEN STATUS WIEDER AUF   *
      *                  "O". OPTION "2" BESTAETIGT DIE EIGENE STUFE  *
      *                  EINES TEAMMITGLIEDS (NUR TEAMLEITER, NICHT   *
      *                  FUER SICH SELBST), OPTION "4" ENTFERNT EINE  *
      *                  EIGENE BEWERTUNG. DEN TEAMBERICHT DRUCKT     *
      *                  XXP0106.                                     *
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
                  ASSIGN       TO  WORKSTATION-XXD0104DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PSKILLUS: SUUSER, SUSKILL (SKILL-BEWERTUNGEN JE USER)
      *-------------------------------------------------------------
           SELECT PSKILLUS-DP
                  ASSIGN       TO  DATABASE-PSKILLUS
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PSKILL: SKID (SKILL-KATALOG)
      *-------------------------------------------------------------
           SELECT PSKILL-DP
                  ASSIGN       TO  DATABASE-PSKILL
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PTEAMM: TMTEAM, TMUSER (TEAMMITGLIEDER)
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
           COPY DDS-ALL-FORMATS OF XXD0104DE.
      /
      *--- PSKILLUS: SUUSER, SUSKILL
       FD  PSKILLUS-DP
           LABEL RECORDS ARE STANDARD.
       01  PSKILLUS-P.
           COPY DDS-ALL-FORMATS OF PSKILLUS.
      /
      *--- PSKILL: SKID
       FD  PSKILL-DP
           LABEL RECORDS ARE STANDARD.
       01  PSKILL-P.
           COPY DDS-ALL-FORMATS OF PSKILL.
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
           COPY  DDS-FMT01-O OF  XXD0104DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  XXD0104DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD0104DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  XXD0104DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  XXD0104DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  XXD0104DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT4X.
           COPY  DDS-FMT04-O OF  XXD0104DE
           REPLACING FMT04-O BY FORMAT4
                     FMT04-O-INDIC BY FORMAT4-O-INDIC.

       01  FORMAT4Y.
           COPY  DDS-FMT04-I OF  XXD0104DE
           REPLACING FMT04-I BY FORMAT4-I
                     FMT04-I-INDIC BY FORMAT4-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * STANDARDFELDER FUER PROGRAMMTEXTE
           COPY WRKTXT     OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0104".
       01  PGM-TYP                       PIC X(8)  VALUE "ZEIT  ".

       01  AUSWAHL                       PIC X(2).

      * TEAMS, DIE T-USER LEITET (PTEAMM TMLEAD = "J")
       01  TAB-MAX                       PIC 9(3)  VALUE 50.
       01  TAB-ANZ                       PIC 9(3)  VALUE ZEROES.
       01  TAB-IDX                       PIC 9(3).
       01  TEAM-TAB.
        05 TAB-TEAM                      PIC X(10) OCCURS 50.

      * USER, FUER DEN DIE LEITUNG GEPRUEFT WIRD
       01  PRF-USER                      PIC X(10).
      * T-USER IST TEAMLEITER VON PRF-USER (1)
       01  IST-LEITER                    PIC 9(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0104" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD0104DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

      * ALLE DATEIEN OEFFNEN
           OPEN     I-O   PSKILLUS-DP.
           OPEN     INPUT PSKILL-DP
                          PTEAMM-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

      * VON T-USER GELEITETE TEAMS MERKEN
           PERFORM  LADE-TEAMS.

       ANF020.
      * LESE-DATEN: EIGENE BEWERTUNGEN UND DIE DER TEAMMITGLIEDER
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
                    PERFORM ERFASSEN-BEWERTUNG
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

           CLOSE                 PSKILLUS-DP
                                 PSKILL-DP
                                 PTEAMM-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE TEAMS LADEN, IN DENEN T-USER TEAMLEITER IST
      *--------------------------------------------------------------
       LADE-TEAMS SECTION.
       LAD-TEA-00.

           MOVE     ZEROES TO TAB-ANZ.

           INITIALIZE PTEAMMF OF PTEAMM-P.
           MOVE     SPACES TO TMTEAM OF PTEAMM-P.
           MOVE     SPACES TO TMUSER OF PTEAMM-P.
           START    PTEAMM-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-TEA-90
           END-IF.

       LAD-TEA-20.
           READ     PTEAMM-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-TEA-90
           END-IF.

           IF       TMUSER OF PTEAMM-P NOT = T-USER
            OR      TMLEAD OF PTEAMM-P NOT = "J"
                    GO TO LAD-TEA-20
           END-IF.

           IF       TAB-ANZ NOT < TAB-MAX
                    GO TO LAD-TEA-90
           END-IF.
           ADD      1 TO TAB-ANZ.
           MOVE     TMTEAM OF PTEAMM-P TO TAB-TEAM(TAB-ANZ).

           GO TO    LAD-TEA-20.

       LAD-TEA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * IST T-USER TEAMLEITER VON PRF-USER? (IST-LEITER = 1)
      *--------------------------------------------------------------
       PRUEFE-LEITER SECTION.
       PRF-LEI-00.

           MOVE     ZEROES TO IST-LEITER.
           MOVE     ZEROES TO TAB-IDX.

       PRF-LEI-20.
           ADD      1 TO TAB-IDX.
           IF       TAB-IDX > TAB-ANZ
                    GO TO PRF-LEI-90
           END-IF.

           INITIALIZE PTEAMMF OF PTEAMM-P.
           MOVE     TAB-TEAM(TAB-IDX) TO TMTEAM OF PTEAMM-P.
           MOVE     PRF-USER          TO TMUSER OF PTEAMM-P.
           READ     PTEAMM-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE 1 TO IST-LEITER
                    GO TO PRF-LEI-90
           END-IF.

           GO TO    PRF-LEI-20.

       PRF-LEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BEWERTUNGEN LESEN: EIGENE UND DIE DER TEAMMITGLIEDER
      *--------------------------------------------------------------
       LESE-DATEN SECTION.
       LES-DAT-00.

           INITIALIZE DATEN, ANZREC-WRK.

           INITIALIZE PSKILLUSF OF PSKILLUS-P.
           MOVE     SPACES TO SUUSER  OF PSKILLUS-P.
           MOVE     SPACES TO SUSKILL OF PSKILLUS-P.
           START    PSKILLUS-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
                    GO TO LES-DAT-90
           END-IF.

       LES-DAT-20.
           READ     PSKILLUS-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    IF   DATEN = ZEROES
                         PERFORM AUSGABE-SFL-CLEAR
                    END-IF
                    GO TO LES-DAT-90
           END-IF.

      * FREMDE BEWERTUNGEN NUR FUER DEN TEAMLEITER
           IF       SUUSER OF PSKILLUS-P NOT = T-USER
                    MOVE SUUSER OF PSKILLUS-P TO PRF-USER
                    PERFORM PRUEFE-LEITER
                    IF   IST-LEITER = ZEROES
                         GO TO LES-DAT-20
                    END-IF
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
           MOVE     CORR PSKILLUSF OF PSKILLUS-P TO FORMAT2.

      * BEZEICHNUNG AUS DEM KATALOG
           INITIALIZE PSKILLF OF PSKILL-P.
           MOVE     SUSKILL OF PSKILLUS-P TO SKID OF PSKILL-P.
           READ     PSKILL-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE SKBEZ OF PSKILL-P TO SKBEZ OF FORMAT2
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

      * F6 EIGENE BEWERTUNG ERFASSEN
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

      * BEWERTUNG BESTAETIGEN
           IF       AUSW OF FORMAT2 = "2"
                    PERFORM BESTAETIGEN-BEWERTUNG
           END-IF.

      * EIGENE BEWERTUNG ENTFERNEN
           IF       AUSW OF FORMAT2 = "4"
                    PERFORM ENTFERNEN-BEWERTUNG
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
      * EIGENE STUFE EINES TEAMMITGLIEDS BESTAETIGEN (NUR TEAMLEITER,
      * NICHT FUER DIE EIGENE BEWERTUNG)
      *--------------------------------------------------------------
       BESTAETIGEN-BEWERTUNG SECTION.
       BES-BEW-00.

           IF       SUUSER OF FORMAT2 = T-USER
                    GO TO BES-BEW-90
           END-IF.
           MOVE     SUUSER OF FORMAT2 TO PRF-USER.
           PERFORM  PRUEFE-LEITER.
           IF       IST-LEITER = ZEROES
                    GO TO BES-BEW-90
           END-IF.

           INITIALIZE PSKILLUSF OF PSKILLUS-P.
           MOVE     SUUSER  OF FORMAT2 TO SUUSER  OF PSKILLUS-P.
           MOVE     SUSKILL OF FORMAT2 TO SUSKILL OF PSKILLUS-P.
           READ     PSKILLUS-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BES-BEW-90
           END-IF.

           PERFORM  COPY-GET-TIME.
           MOVE     SUSTUFE OF PSKILLUS-P TO SUBEST OF PSKILLUS-P.
           MOVE     "B"     TO SUSTAT OF PSKILLUS-P.
           MOVE     T-USER  TO SUBUSR OF PSKILLUS-P.
           MOVE     DATE-8  TO SUBDTA OF PSKILLUS-P.
           MOVE     T-USER  TO SUMSER OF PSKILLUS-P.
           MOVE     T-TERM  TO SUMBS  OF PSKILLUS-P.
           MOVE     PGM-WRK TO SUMPGM OF PSKILLUS-P.
           MOVE     DATE-8  TO SUMDTA OF PSKILLUS-P.
           MOVE     TIME-6  TO SUMTIA OF PSKILLUS-P.
           REWRITE  PSKILLUS-P.

           MOVE     SUBEST OF PSKILLUS-P TO SUBEST OF FORMAT2.
           MOVE     SUSTAT OF PSKILLUS-P TO SUSTAT OF FORMAT2.

       BES-BEW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EIGENE BEWERTUNG ENTFERNEN
      *--------------------------------------------------------------
       ENTFERNEN-BEWERTUNG SECTION.
       ENT-BEW-00.

           IF       SUUSER OF FORMAT2 NOT = T-USER
                    GO TO ENT-BEW-90
           END-IF.

           INITIALIZE PSKILLUSF OF PSKILLUS-P.
           MOVE     SUUSER  OF FORMAT2 TO SUUSER  OF PSKILLUS-P.
           MOVE     SUSKILL OF FORMAT2 TO SUSKILL OF PSKILLUS-P.
           READ     PSKILLUS-DP.
           IF       FILE-STATUS = ZEROES
                    DELETE PSKILLUS-DP
           END-IF.

       ENT-BEW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EIGENE BEWERTUNG ERFASSEN BZW. AENDERN (FMT01)
      *--------------------------------------------------------------
       ERFASSEN-BEWERTUNG SECTION.
       ERF-BEW-00.

           INITIALIZE FORMAT1.
           MOVE     AUS TO INXX.

       ERF-BEW-10.
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
                    GO TO ERF-BEW-90
           END-IF.
           IF       IN12 OF FORMAT1-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ERF-BEW-90
           END-IF.

      * NICHTS EINGEGEBEN, ENTSPRICHT ABBRUCH
           IF       SUSKILL OF FORMAT1 = SPACES
                    MOVE "1" TO F12
                    GO TO ERF-BEW-90
           END-IF.

      * SKILL MUSS IM KATALOG STEHEN
           INITIALIZE PSKILLF OF PSKILL-P.
           MOVE     SUSKILL OF FORMAT1 TO SKID OF PSKILL-P.
           READ     PSKILL-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-BEW-10
           END-IF.
           MOVE     SKBEZ OF PSKILL-P TO SKBEZ OF FORMAT1.

      * STUFE 0 BIS 4
           IF       SUSTUFE OF FORMAT1 > 4
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-BEW-10
           END-IF.

           PERFORM  ANLEGEN-BEWERTUNG.

       ERF-BEW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EIGENE BEWERTUNG IN PSKILLUS ANLEGEN BZW. AENDERN. EINE
      * GEAENDERTE STUFE MUSS VOM TEAMLEITER NEU BESTAETIGT WERDEN,
      * DIE ZULETZT BESTAETIGTE STUFE BLEIBT BIS DAHIN STEHEN.
      *--------------------------------------------------------------
       ANLEGEN-BEWERTUNG SECTION.
       ANL-BEW-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PSKILLUSF OF PSKILLUS-P.
           MOVE     T-USER             TO SUUSER  OF PSKILLUS-P.
           MOVE     SUSKILL OF FORMAT1 TO SUSKILL OF PSKILLUS-P.
           READ     PSKILLUS-DP.
           IF       FILE-STATUS = ZEROES
                    IF   SUSTUFE OF PSKILLUS-P NOT = SUSTUFE OF FORMAT1
                         MOVE SUSTUFE OF FORMAT1 TO SUSTUFE OF
                                                    PSKILLUS-P
                         MOVE "O"     TO SUSTAT OF PSKILLUS-P
                         MOVE T-USER  TO SUMSER OF PSKILLUS-P
                         MOVE T-TERM  TO SUMBS  OF PSKILLUS-P
                         MOVE PGM-WRK TO SUMPGM OF PSKILLUS-P
                         MOVE DATE-8  TO SUMDTA OF PSKILLUS-P
                         MOVE TIME-6  TO SUMTIA OF PSKILLUS-P
                         REWRITE PSKILLUS-P
                    END-IF
           ELSE
                    INITIALIZE PSKILLUSF OF PSKILLUS-P
                    MOVE T-USER             TO SUUSER  OF PSKILLUS-P
                    MOVE SUSKILL OF FORMAT1 TO SUSKILL OF PSKILLUS-P
                    MOVE SUSTUFE OF FORMAT1 TO SUSTUFE OF PSKILLUS-P
                    MOVE ZEROES             TO SUBEST  OF PSKILLUS-P
                    MOVE "O"                TO SUSTAT  OF PSKILLUS-P
                    MOVE T-USER             TO SUAUSR  OF PSKILLUS-P
                    MOVE T-TERM             TO SUABS   OF PSKILLUS-P
                    MOVE PGM-WRK            TO SUAPGM  OF PSKILLUS-P
                    MOVE DATE-8             TO SUADTA  OF PSKILLUS-P
                    MOVE TIME-6             TO SUATIA  OF PSKILLUS-P
                    WRITE PSKILLUS-P
           END-IF.

       ANL-BEW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILEUEBERSCHRIFTEN FUELLEN
      *--------------------------------------------------------------
       SFL-HEADER SECTION.
       SFL-HEA-00.

      * UEBERSCHRIFT
           MOVE     "XXP0104"         TO MAINUEB OF FORMAT3.
           MOVE     "XXP0104*3"       TO SUBUEB  OF FORMAT3.

       SFL-HEA-90.
           EXIT.
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
