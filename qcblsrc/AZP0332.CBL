       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              AZP0332.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * BEURTEILUNG DER AZUBIS JE ROTATIONSEINSATZ (PAZUBEU)          *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT ALLE BEURTEILUNGSBOEGEN AUS PAZUBEU    *
      *                  AN (JE AZUBI UND EINSATZ AUS DEM             *
      *                  ROTATIONSPLAN PAZUROT). F6 LEGT EINEN BOGEN  *
      *                  FUER EINEN BEGONNENEN EINSATZ AN, OPTION     *
      *                  "2" BEARBEITET IHN (FMT01): SECHS FESTE      *
      *                  KRITERIEN MIT NOTE 1-6 UND FREITEXT          *
      *                  (PAZUBEK) SOWIE EIN GESAMTKOMMENTAR.         *
      *                  OPTION "B" BESTAETIGT DEN BOGEN: ZUERST      *
      *                  DURCH DEN AUSBILDER DES EINSATZES, DANACH    *
      *                  DURCH DEN AZUBI. NACH DER BESTAETIGUNG DES   *
      *                  AUSBILDERS IST DER BOGEN NICHT MEHR          *
      *                  AENDERBAR. OPTION "4" ENTFERNT EINEN NOCH    *
      *                  NICHT BESTAETIGTEN BOGEN, OPTION "6" DRUCKT  *
      *                  IHN FUER DIE PERSONALAKTE (AZP0333), OPTION  *
      *                  "8" DRUCKT DIE ENTWICKLUNG DES AZUBIS UEBER  *
      *                  ALLE EINSAETZE (AZP0334).                    *
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
                  ASSIGN       TO  WORKSTATION-AZD0332DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PAZUBEU: BUUSER, BUVON (BEURTEILUNGSBOGEN)
      *-------------------------------------------------------------
           SELECT PAZUBEU-DP
                  ASSIGN       TO  DATABASE-PAZUBEU
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAZUBEK: BKUSER, BKVON, BKKRIT (KRITERIEN DES BOGENS)
      *-------------------------------------------------------------
           SELECT PAZUBEK-DP
                  ASSIGN       TO  DATABASE-PAZUBEK
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAZUROT: ROUSER, ROVON (ROTATIONSPLAN)
      *-------------------------------------------------------------
           SELECT PAZUROT-DP
                  ASSIGN       TO  DATABASE-PAZUROT
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
           COPY DDS-ALL-FORMATS OF AZD0332DE.
      /
      *--- PAZUBEU: BUUSER, BUVON
       FD  PAZUBEU-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUBEU-P.
           COPY DDS-ALL-FORMATS OF PAZUBEU.
      /
      *--- PAZUBEK: BKUSER, BKVON, BKKRIT
       FD  PAZUBEK-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUBEK-P.
           COPY DDS-ALL-FORMATS OF PAZUBEK.
      /
      *--- PAZUROT: ROUSER, ROVON
       FD  PAZUROT-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUROT-P.
           COPY DDS-ALL-FORMATS OF PAZUROT.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.
        05 IN99                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  AZD0332DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  AZD0332DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  AZD0332DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  AZD0332DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  AZD0332DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  AZD0332DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT4X.
           COPY  DDS-FMT04-O OF  AZD0332DE
           REPLACING FMT04-O BY FORMAT4
                     FMT04-O-INDIC BY FORMAT4-O-INDIC.

       01  FORMAT4Y.
           COPY  DDS-FMT04-I OF  AZD0332DE
           REPLACING FMT04-I BY FORMAT4-I
                     FMT04-I-INDIC BY FORMAT4-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * STANDARDFELDER FUER PROGRAMMTEXTE
           COPY WRKTXT     OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "AZP0332".
       01  PGM-TYP                       PIC X(8)  VALUE "AZUBI ".

       01  AUSWAHL                       PIC X(2).

      * "A" = ANLEGEN (F6), "C" = BEARBEITEN (OPTION 2)
       01  PFLEGE-MODUS                  PIC X(1).

      * BOGEN, BEI DEM DIE LETZTE AKTION FEHLSCHLUG (HERVORHEBEN)
       01  FEHLER-USER                   LIKE BUUSER OF PAZUBEU-P.
       01  FEHLER-VON                    LIKE BUVON  OF PAZUBEU-P.

      * FESTE BEURTEILUNGSKRITERIEN (REIHENFOLGE = BKKRIT)
       01  KRIT-NAMEN.
        05 FILLER          PIC X(30) VALUE "FACHLICHES KOENNEN".
        05 FILLER          PIC X(30) VALUE "ZUVERLAESSIGKEIT".
        05 FILLER          PIC X(30) VALUE "TEAMARBEIT".
        05 FILLER          PIC X(30) VALUE "EIGENINITIATIVE".
        05 FILLER          PIC X(30) VALUE "SORGFALT".
        05 FILLER          PIC X(30) VALUE "LERNBEREITSCHAFT".
       01  KRIT-NAMEN-RED REDEFINES KRIT-NAMEN.
        05 KRIT-NAME                     OCCURS 6 TIMES
                                         PIC X(30).
       01  KRIT-ANZ                      PIC 9(2) VALUE 6.

      * NOTE UND FREITEXT JE KRITERIUM ZWISCHEN FMT01 UND PAZUBEK
       01  KRIT-IDX                      PIC 9(2).
       01  KRIT-NOTE                     PIC 9(1).
       01  KRIT-TEXT                     PIC X(60).
       01  KRIT-FEHLER                   PIC 9(1).

      * DRUCKPARAMETER FUER AZP0333/AZP0334
       01  DRK-OUTQ                      PIC X(10).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "AZP0332" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "AZD0332DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

      * ALLE DATEIEN OEFFNEN
           OPEN     I-O   PAZUBEU-DP
                          PAZUBEK-DP.
           OPEN     INPUT PAZUROT-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.
           INITIALIZE FEHLER-USER, FEHLER-VON.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

       ANF020.
      * LESE-DATEN: LESEN ALLER BOEGEN
           PERFORM  LESE-DATEN.
           INITIALIZE FEHLER-USER, FEHLER-VON.

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

           CLOSE    PAZUBEU-DP
                    PAZUBEK-DP
                    PAZUROT-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * LESEN ALLER BOEGEN
      *--------------------------------------------------------------
       LESE-DATEN SECTION.
       LES-DAT-00.

           INITIALIZE DATEN, ANZREC-WRK.

           INITIALIZE PAZUBEUF OF PAZUBEU-P.
           MOVE     SPACES TO BUUSER OF PAZUBEU-P.
           MOVE     ZEROES TO BUVON  OF PAZUBEU-P.
           START    PAZUBEU-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
                    GO TO LES-DAT-90
           END-IF.

       LES-DAT-20.
           READ     PAZUBEU-DP NEXT RECORD WITH NO LOCK.
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
           MOVE     CORR PAZUBEUF OF PAZUBEU-P TO FORMAT2.

      * BOGEN MIT FEHLGESCHLAGENER AKTION HERVORHEBEN
           IF       FEHLER-USER NOT = SPACES
            AND     BUUSER OF PAZUBEU-P = FEHLER-USER
            AND     BUVON  OF PAZUBEU-P = FEHLER-VON
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

      * F6 NEUEN BOGEN ANLEGEN
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
      * BOGEN BEARBEITEN
                    WHEN "2"
                         MOVE "C" TO PFLEGE-MODUS
                         PERFORM PFLEGE-EINTRAG
                         IF   F3 = "1"
                              GO TO ANZ-SFL-90
                         END-IF
                         INITIALIZE F12
      * BOGEN ENTFERNEN
                    WHEN "4"
                         PERFORM ENTFERNEN-EINTRAG
      * BOGEN BESTAETIGEN
                    WHEN "B"
                         PERFORM BESTAETIGEN-EINTRAG
      * BOGEN FUER DIE PERSONALAKTE DRUCKEN
                    WHEN "6"
                         MOVE SPACES TO DRK-OUTQ
                         CALL "AZP0333" USING BUUSER OF FORMAT2
                                              BUVON  OF FORMAT2
                                              DRK-OUTQ
                         END-CALL
      * ENTWICKLUNG UEBER ALLE EINSAETZE DRUCKEN
                    WHEN "8"
                         MOVE SPACES TO DRK-OUTQ
                         CALL "AZP0334" USING BUUSER OF FORMAT2
                                              DRK-OUTQ
                         END-CALL
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
      * BOGEN ANLEGEN ODER BEARBEITEN (FMT01)
      *--------------------------------------------------------------
       PFLEGE-EINTRAG SECTION.
       PFL-EIN-00.

           INITIALIZE FORMAT1.
           MOVE     AUS TO INXX.

      * BEIM BEARBEITEN DEN BESTEHENDEN BOGEN VORBELEGEN; EIN VOM
      * AUSBILDER BESTAETIGTER BOGEN BLEIBT UNVERAENDERT
           IF       PFLEGE-MODUS = "C"
                    INITIALIZE PAZUBEUF OF PAZUBEU-P
                    MOVE BUUSER OF FORMAT2 TO BUUSER OF PAZUBEU-P
                    MOVE BUVON  OF FORMAT2 TO BUVON  OF PAZUBEU-P
                    READ PAZUBEU-DP WITH NO LOCK
                    IF   FILE-STATUS NOT = ZEROES
                         GO TO PFL-EIN-90
                    END-IF
                    IF   BUQAUS OF PAZUBEU-P NOT = ZEROES
                         MOVE BUUSER OF PAZUBEU-P TO FEHLER-USER
                         MOVE BUVON  OF PAZUBEU-P TO FEHLER-VON
                         GO TO PFL-EIN-90
                    END-IF
                    MOVE CORR PAZUBEUF OF PAZUBEU-P TO FORMAT1
                    PERFORM LESE-KRITERIEN
                    MOVE AN TO IN96 OF INXX
           END-IF.

      * BEZEICHNUNGEN DER KRITERIEN
           MOVE     KRIT-NAME(1) TO KRBEZ1 OF FORMAT1.
           MOVE     KRIT-NAME(2) TO KRBEZ2 OF FORMAT1.
           MOVE     KRIT-NAME(3) TO KRBEZ3 OF FORMAT1.
           MOVE     KRIT-NAME(4) TO KRBEZ4 OF FORMAT1.
           MOVE     KRIT-NAME(5) TO KRBEZ5 OF FORMAT1.
           MOVE     KRIT-NAME(6) TO KRBEZ6 OF FORMAT1.

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
           IF       BUUSER OF FORMAT1 = SPACES
                    MOVE "1" TO F12
                    GO TO PFL-EIN-90
           END-IF.

      * EIN NEUER BOGEN GEHOERT ZU EINEM BEGONNENEN EINSATZ AUS
      * DEM ROTATIONSPLAN UND DARF NOCH NICHT BESTEHEN
           IF       PFLEGE-MODUS = "A"
                    INITIALIZE PAZUROTF OF PAZUROT-P
                    MOVE BUUSER OF FORMAT1 TO ROUSER OF PAZUROT-P
                    MOVE BUVON  OF FORMAT1 TO ROVON  OF PAZUROT-P
                    READ PAZUROT-DP WITH NO LOCK
                    IF   FILE-STATUS NOT = ZEROES
                         MOVE AN TO IN99 OF INXX
                         GO TO PFL-EIN-10
                    END-IF
                    PERFORM COPY-GET-TIME
                    IF   ROVON OF PAZUROT-P > DATE-8
                         MOVE AN TO IN99 OF INXX
                         GO TO PFL-EIN-10
                    END-IF
                    INITIALIZE PAZUBEUF OF PAZUBEU-P
                    MOVE BUUSER OF FORMAT1 TO BUUSER OF PAZUBEU-P
                    MOVE BUVON  OF FORMAT1 TO BUVON  OF PAZUBEU-P
                    READ PAZUBEU-DP WITH NO LOCK
                    IF   FILE-STATUS = ZEROES
                         MOVE AN TO IN99 OF INXX
                         GO TO PFL-EIN-10
                    END-IF
                    MOVE ROTEAM OF PAZUROT-P TO BUTEAM OF FORMAT1
                    MOVE ROBIS  OF PAZUROT-P TO BUBIS  OF FORMAT1
                    MOVE ROAUSB OF PAZUROT-P TO BUAUSB OF FORMAT1
           END-IF.

      * JEDES KRITERIUM BRAUCHT EINE NOTE VON 1 BIS 6
           MOVE     ZEROES TO KRIT-FEHLER.
           MOVE     ZEROES TO KRIT-IDX.

       PFL-EIN-20.
           IF       KRIT-IDX NOT < KRIT-ANZ
                    GO TO PFL-EIN-30
           END-IF.
           ADD      1 TO KRIT-IDX.
           PERFORM  HOLE-KRITERIUM.
           IF       KRIT-NOTE < 1
            OR      KRIT-NOTE > 6
                    MOVE 1 TO KRIT-FEHLER
           END-IF.
           GO TO    PFL-EIN-20.

       PFL-EIN-30.
           IF       KRIT-FEHLER NOT = ZEROES
                    MOVE AN TO IN99 OF INXX
                    GO TO PFL-EIN-10
           END-IF.

           PERFORM  SCHREIBE-BOGEN.

       PFL-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOPF (PAZUBEU) UND KRITERIEN (PAZUBEK) SCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-BOGEN SECTION.
       SCH-BOG-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PAZUBEUF OF PAZUBEU-P.
           MOVE     BUUSER OF FORMAT1 TO BUUSER OF PAZUBEU-P.
           MOVE     BUVON  OF FORMAT1 TO BUVON  OF PAZUBEU-P.
           READ     PAZUBEU-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE BUKOMM OF FORMAT1 TO BUKOMM OF PAZUBEU-P
                    MOVE T-USER            TO BUMSER OF PAZUBEU-P
                    MOVE T-TERM            TO BUMBS  OF PAZUBEU-P
                    MOVE PGM-WRK           TO BUMPGM OF PAZUBEU-P
                    MOVE DATE-8            TO BUMDTA OF PAZUBEU-P
                    MOVE TIME-6            TO BUMTIA OF PAZUBEU-P
                    REWRITE PAZUBEU-P
           ELSE
                    INITIALIZE PAZUBEUF OF PAZUBEU-P
                    MOVE BUUSER OF FORMAT1 TO BUUSER OF PAZUBEU-P
                    MOVE BUVON  OF FORMAT1 TO BUVON  OF PAZUBEU-P
                    MOVE BUBIS  OF FORMAT1 TO BUBIS  OF PAZUBEU-P
                    MOVE BUTEAM OF FORMAT1 TO BUTEAM OF PAZUBEU-P
                    MOVE BUAUSB OF FORMAT1 TO BUAUSB OF PAZUBEU-P
                    MOVE BUKOMM OF FORMAT1 TO BUKOMM OF PAZUBEU-P
                    MOVE ZEROES            TO BUQAUS OF PAZUBEU-P
                    MOVE ZEROES            TO BUQAZU OF PAZUBEU-P
                    MOVE T-USER            TO BUAUSR OF PAZUBEU-P
                    MOVE T-TERM            TO BUABS  OF PAZUBEU-P
                    MOVE PGM-WRK           TO BUAPGM OF PAZUBEU-P
                    MOVE DATE-8            TO BUADTA OF PAZUBEU-P
                    MOVE TIME-6            TO BUATIA OF PAZUBEU-P
                    WRITE PAZUBEU-P
           END-IF.

      * JE KRITERIUM EIN SATZ
           MOVE     ZEROES TO KRIT-IDX.

       SCH-BOG-20.
           IF       KRIT-IDX NOT < KRIT-ANZ
                    GO TO SCH-BOG-90
           END-IF.
           ADD      1 TO KRIT-IDX.
           PERFORM  HOLE-KRITERIUM.

           INITIALIZE PAZUBEKF OF PAZUBEK-P.
           MOVE     BUUSER OF FORMAT1 TO BKUSER OF PAZUBEK-P.
           MOVE     BUVON  OF FORMAT1 TO BKVON  OF PAZUBEK-P.
           MOVE     KRIT-IDX          TO BKKRIT OF PAZUBEK-P.
           READ     PAZUBEK-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE KRIT-NOTE           TO BKNOTE OF PAZUBEK-P
                    MOVE KRIT-TEXT           TO BKTEXT OF PAZUBEK-P
                    MOVE KRIT-NAME(KRIT-IDX) TO BKBEZ  OF PAZUBEK-P
                    REWRITE PAZUBEK-P
           ELSE
                    INITIALIZE PAZUBEKF OF PAZUBEK-P
                    MOVE BUUSER OF FORMAT1   TO BKUSER OF PAZUBEK-P
                    MOVE BUVON  OF FORMAT1   TO BKVON  OF PAZUBEK-P
                    MOVE KRIT-IDX            TO BKKRIT OF PAZUBEK-P
                    MOVE KRIT-NOTE           TO BKNOTE OF PAZUBEK-P
                    MOVE KRIT-TEXT           TO BKTEXT OF PAZUBEK-P
                    MOVE KRIT-NAME(KRIT-IDX) TO BKBEZ  OF PAZUBEK-P
                    WRITE PAZUBEK-P
           END-IF.
           GO TO    SCH-BOG-20.

       SCH-BOG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KRITERIEN DES BOGENS AUS PAZUBEK INS FMT01 LESEN
      *--------------------------------------------------------------
       LESE-KRITERIEN SECTION.
       LES-KRI-00.

           MOVE     ZEROES TO KRIT-IDX.

       LES-KRI-20.
           IF       KRIT-IDX NOT < KRIT-ANZ
                    GO TO LES-KRI-90
           END-IF.
           ADD      1 TO KRIT-IDX.

           INITIALIZE PAZUBEKF OF PAZUBEK-P.
           MOVE     BUUSER OF PAZUBEU-P TO BKUSER OF PAZUBEK-P.
           MOVE     BUVON  OF PAZUBEU-P TO BKVON  OF PAZUBEK-P.
           MOVE     KRIT-IDX            TO BKKRIT OF PAZUBEK-P.
           READ     PAZUBEK-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE BKNOTE OF PAZUBEK-P TO KRIT-NOTE
                    MOVE BKTEXT OF PAZUBEK-P TO KRIT-TEXT
                    PERFORM SETZE-KRITERIUM
           END-IF.
           GO TO    LES-KRI-20.

       LES-KRI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NOTE/FREITEXT DES KRITERIUMS KRIT-IDX AUS DEM FMT01 HOLEN
      *--------------------------------------------------------------
       HOLE-KRITERIUM SECTION.
       HOL-KRI-00.

           EVALUATE KRIT-IDX
                    WHEN 1 MOVE BKNOT1 OF FORMAT1 TO KRIT-NOTE
                           MOVE BKTXT1 OF FORMAT1 TO KRIT-TEXT
                    WHEN 2 MOVE BKNOT2 OF FORMAT1 TO KRIT-NOTE
                           MOVE BKTXT2 OF FORMAT1 TO KRIT-TEXT
                    WHEN 3 MOVE BKNOT3 OF FORMAT1 TO KRIT-NOTE
                           MOVE BKTXT3 OF FORMAT1 TO KRIT-TEXT
                    WHEN 4 MOVE BKNOT4 OF FORMAT1 TO KRIT-NOTE
                           MOVE BKTXT4 OF FORMAT1 TO KRIT-TEXT
                    WHEN 5 MOVE BKNOT5 OF FORMAT1 TO KRIT-NOTE
                           MOVE BKTXT5 OF FORMAT1 TO KRIT-TEXT
                    WHEN 6 MOVE BKNOT6 OF FORMAT1 TO KRIT-NOTE
                           MOVE BKTXT6 OF FORMAT1 TO KRIT-TEXT
           END-EVALUATE.

       HOL-KRI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NOTE/FREITEXT DES KRITERIUMS KRIT-IDX INS FMT01 STELLEN
      *--------------------------------------------------------------
       SETZE-KRITERIUM SECTION.
       SET-KRI-00.

           EVALUATE KRIT-IDX
                    WHEN 1 MOVE KRIT-NOTE TO BKNOT1 OF FORMAT1
                           MOVE KRIT-TEXT TO BKTXT1 OF FORMAT1
                    WHEN 2 MOVE KRIT-NOTE TO BKNOT2 OF FORMAT1
                           MOVE KRIT-TEXT TO BKTXT2 OF FORMAT1
                    WHEN 3 MOVE KRIT-NOTE TO BKNOT3 OF FORMAT1
                           MOVE KRIT-TEXT TO BKTXT3 OF FORMAT1
                    WHEN 4 MOVE KRIT-NOTE TO BKNOT4 OF FORMAT1
                           MOVE KRIT-TEXT TO BKTXT4 OF FORMAT1
                    WHEN 5 MOVE KRIT-NOTE TO BKNOT5 OF FORMAT1
                           MOVE KRIT-TEXT TO BKTXT5 OF FORMAT1
                    WHEN 6 MOVE KRIT-NOTE TO BKNOT6 OF FORMAT1
                           MOVE KRIT-TEXT TO BKTXT6 OF FORMAT1
           END-EVALUATE.

       SET-KRI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BOGEN BESTAETIGEN: ZUERST DER AUSBILDER, DANN DER AZUBI
      *--------------------------------------------------------------
       BESTAETIGEN-EINTRAG SECTION.
       BES-EIN-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PAZUBEUF OF PAZUBEU-P.
           MOVE     BUUSER OF FORMAT2 TO BUUSER OF PAZUBEU-P.
           MOVE     BUVON  OF FORMAT2 TO BUVON  OF PAZUBEU-P.
           READ     PAZUBEU-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO BES-EIN-90
           END-IF.

      * AUSBILDER DES EINSATZES
           IF       BUQAUS OF PAZUBEU-P = ZEROES
            AND     T-USER = BUAUSB OF PAZUBEU-P
                    MOVE DATE-8 TO BUQAUS OF PAZUBEU-P
                    GO TO BES-EIN-80
           END-IF.

      * DER AZUBI NACH DEM AUSBILDER
           IF       BUQAUS OF PAZUBEU-P NOT = ZEROES
            AND     BUQAZU OF PAZUBEU-P = ZEROES
            AND     T-USER = BUUSER OF PAZUBEU-P
                    MOVE DATE-8 TO BUQAZU OF PAZUBEU-P
                    GO TO BES-EIN-80
           END-IF.

      * NICHT ZUSTAENDIG ODER SCHON BESTAETIGT
           UNLOCK   PAZUBEU-DP.
           MOVE     BUUSER OF PAZUBEU-P TO FEHLER-USER.
           MOVE     BUVON  OF PAZUBEU-P TO FEHLER-VON.
           GO TO    BES-EIN-90.

       BES-EIN-80.
           MOVE     T-USER            TO BUMSER OF PAZUBEU-P.
           MOVE     T-TERM            TO BUMBS  OF PAZUBEU-P.
           MOVE     PGM-WRK           TO BUMPGM OF PAZUBEU-P.
           MOVE     DATE-8            TO BUMDTA OF PAZUBEU-P.
           MOVE     TIME-6            TO BUMTIA OF PAZUBEU-P.
           REWRITE  PAZUBEU-P.

       BES-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NOCH NICHT BESTAETIGTEN BOGEN MIT SEINEN KRITERIEN
      * ENTFERNEN
      *--------------------------------------------------------------
       ENTFERNEN-EINTRAG SECTION.
       ENT-EIN-00.

           INITIALIZE PAZUBEUF OF PAZUBEU-P.
           MOVE     BUUSER OF FORMAT2 TO BUUSER OF PAZUBEU-P.
           MOVE     BUVON  OF FORMAT2 TO BUVON  OF PAZUBEU-P.
           READ     PAZUBEU-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ENT-EIN-90
           END-IF.
           IF       BUQAUS OF PAZUBEU-P NOT = ZEROES
                    UNLOCK PAZUBEU-DP
                    MOVE BUUSER OF PAZUBEU-P TO FEHLER-USER
                    MOVE BUVON  OF PAZUBEU-P TO FEHLER-VON
                    GO TO ENT-EIN-90
           END-IF.
           DELETE   PAZUBEU-DP.

           MOVE     ZEROES TO KRIT-IDX.

       ENT-EIN-20.
           IF       KRIT-IDX NOT < KRIT-ANZ
                    GO TO ENT-EIN-90
           END-IF.
           ADD      1 TO KRIT-IDX.
           INITIALIZE PAZUBEKF OF PAZUBEK-P.
           MOVE     BUUSER OF FORMAT2 TO BKUSER OF PAZUBEK-P.
           MOVE     BUVON  OF FORMAT2 TO BKVON  OF PAZUBEK-P.
           MOVE     KRIT-IDX          TO BKKRIT OF PAZUBEK-P.
           READ     PAZUBEK-DP.
           IF       FILE-STATUS = ZEROES
                    DELETE PAZUBEK-DP
           END-IF.
           GO TO    ENT-EIN-20.

       ENT-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILEUEBERSCHRIFTEN FUELLEN
      *--------------------------------------------------------------
       SFL-HEADER SECTION.
       SFL-HEA-00.

      * UEBERSCHRIFT
           MOVE     "AZP0332"         TO MAINUEB OF FORMAT3.
           MOVE     "AZP0332*3"       TO SUBUEB  OF FORMAT3.

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
