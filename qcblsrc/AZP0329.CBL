       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              AZP0329.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * BEWERBERVERWALTUNG AZUBIS (PBEWERB)                           *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT ALLE BEWERBER AUS PBEWERB (BERUF,      *
      *                  EINGANG, NOTEN, EIGNUNGSTEST, STATUS) AN.    *
      *                  F6 ERFASST EINEN BEWERBER (FMT01, NUMMER     *
      *                  UEBER CFP0020), OPTION "2" AENDERT IHN,      *
      *                  OPTION "4" ENTFERNT IHN MIT SEINEN           *
      *                  GESPRAECHSTERMINEN, OPTION "5" PFLEGT DIE    *
      *                  VORSTELLUNGSGESPRAECHE (AZP0330), OPTION     *
      *                  "9" UEBERNIMMT EINEN BEWERBER MIT VERTRAG.   *
      *                  STATUS: E = EINGEGANGEN, I = EINGELADEN,     *
      *                  T = EIGNUNGSTEST, A = ANGEBOT, V = VERTRAG,  *
      *                  X = ABGELEHNT. WECHSELT DER STATUS AUF "I"   *
      *                  ODER "X", GEHT DIE EINLADUNG (VORLAGE        *
      *                  "BWEINL", &DATUM = NAECHSTES GESPRAECH)      *
      *                  BZW. DIE ABSAGE ("BWABSG") AUS PMLTPL UEBER  *
      *                  HLP0030/HLP0022 AN DIE MAILADRESSE DES       *
      *                  BEWERBERS. DIE UEBERNAHME RICHTET DEN USER   *
      *                  UEBER DAS ONBOARDING CFP0203 EIN (PPERSON,   *
      *                  H050, ROLLE AUS PCONFIG BEWERB/ROLLE,        *
      *                  GEBURTSTAG, AZUBI), TRAEGT DEN BERUF IM      *
      *                  PERSONENSTAMM PPERSON EIN UND LEGT DEN       *
      *                  BERUFSSCHULSATZ V100 FUER                    *
      *                  AZP0100 AN. ABGELEHNTE BEWERBER LOESCHT      *
      *                  AZP0331 NACH ABLAUF DER AUFBEWAHRUNGSFRIST.  *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    BERUF UND AUSBILDUNGSJAHR IN PPERSON STATT   *
      *                  IN PCONFIG A109                              *
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
                  ASSIGN       TO  WORKSTATION-AZD0329DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PBEWERB: BWNR (BEWERBER)
      *-------------------------------------------------------------
           SELECT PBEWERB-DP
                  ASSIGN       TO  DATABASE-PBEWERB
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

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
      * PCONFIG: CFID, CFKEY (V100, BEWERB/ROLLE)
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PPERSON: PEUSER (PERSONENSTAMM)
      *-------------------------------------------------------------
           SELECT PPERSON-DP
                  ASSIGN       TO  DATABASE-PPERSON
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
           COPY DDS-ALL-FORMATS OF AZD0329DE.
      /
      *--- PBEWERB: BWNR
       FD  PBEWERB-DP
           LABEL RECORDS ARE STANDARD.
       01  PBEWERB-P.
           COPY DDS-ALL-FORMATS OF PBEWERB.
      /
      *--- PBEWTRM: BTNR, BTDAT, BTZEIT
       FD  PBEWTRM-DP
           LABEL RECORDS ARE STANDARD.
       01  PBEWTRM-P.
           COPY DDS-ALL-FORMATS OF PBEWTRM.
      /
      *--- PCONFIG: CFID, CFKEY
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
      *--- PPERSON: PEUSER
       FD  PPERSON-DP
           LABEL RECORDS ARE STANDARD.
       01  PPERSON-P.
           COPY DDS-ALL-FORMATS OF PPERSON.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.
        05 IN99                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  AZD0329DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  AZD0329DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  AZD0329DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  AZD0329DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  AZD0329DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  AZD0329DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT4X.
           COPY  DDS-FMT04-O OF  AZD0329DE
           REPLACING FMT04-O BY FORMAT4
                     FMT04-O-INDIC BY FORMAT4-O-INDIC.

       01  FORMAT4Y.
           COPY  DDS-FMT04-I OF  AZD0329DE
           REPLACING FMT04-I BY FORMAT4-I
                     FMT04-I-INDIC BY FORMAT4-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * STANDARDFELDER FUER PROGRAMMTEXTE
           COPY WRKTXT     OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME (MAILVERSAND)
           COPY WRKPGMPARM OF APG-QCPYSRC.

      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "AZP0329".
       01  PGM-TYP                       PIC X(8)  VALUE "AZUBI ".

       01  AUSWAHL                       PIC X(2).

      * "A" = ANLEGEN (F6), "C" = AENDERN (OPTION 2)
       01  PFLEGE-MODUS                  PIC X(1).

      * STATUS VOR DER AENDERUNG
       01  ALT-STAT                      LIKE BWSTAT OF PBEWERB-P.

      * BEWERBER, BEI DEM DIE LETZTE AKTION FEHLSCHLUG (HERVORHEBEN)
       01  FEHLER-NR                     LIKE BWNR OF PBEWERB-P.

      * NAECHSTES VORSTELLUNGSGESPRAECH AB HEUTE (0 = KEINES)
       01  NAECHST-TERMIN                PIC 9(8).

      * PARAMETER FUER DIE MAILVORLAGEN (HLP0030)
       01  TPL-MODUS                     PIC X(1).
       01  TPL-ID                        PIC X(10).
       01  TPL-EMPF                      PIC X(10).
       01  TPL-BETREFF                   PIC X(96).
       01  TPL-DATA                      PIC X(5120).
       01  TPL-DATUM                     PIC 9(8).
       01  TPL-WOCHE                     PIC 9(2).
       01  TPL-RETCODE                   PIC X(1).

      * PARAMETER FUER HLP0022
       01  SENDER-KEY                    PIC X(10).
       01  CHECK-ID                      PIC X(10).
       01  CHECK-KEY                     PIC X(10).
       01  MAIL-AKTION                   PIC X(20).

      * PARAMETER FUER DAS ONBOARDING CFP0203 (STILLER LAUF)
       01  UEB-NAME                      PIC X(30).
       01  UEB-ROLLE                     PIC X(10).
       01  UEB-AZUBI                     PIC X(1)  VALUE "J".
       01  UEB-RETCODE                   PIC X(1).
       01  UEB-JAHR                      PIC 9(4).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "AZP0329" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "AZD0329DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

      * ALLE DATEIEN OEFFNEN
           OPEN     I-O   PBEWERB-DP
                          PBEWTRM-DP
                          PCONFIG-DP
                          PPERSON-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.
           INITIALIZE FEHLER-NR.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

       ANF020.
      * LESE-DATEN: LESEN ALLER BEWERBER
           PERFORM  LESE-DATEN.
           INITIALIZE FEHLER-NR.

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

           CLOSE    PBEWERB-DP
                    PBEWTRM-DP
                    PCONFIG-DP
                    PPERSON-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * LESEN ALLER BEWERBER
      *--------------------------------------------------------------
       LESE-DATEN SECTION.
       LES-DAT-00.

           INITIALIZE DATEN, ANZREC-WRK.

           INITIALIZE PBEWERBF OF PBEWERB-P.
           MOVE     ZEROES TO BWNR OF PBEWERB-P.
           START    PBEWERB-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
                    GO TO LES-DAT-90
           END-IF.

       LES-DAT-20.
           READ     PBEWERB-DP NEXT RECORD WITH NO LOCK.
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
           MOVE     CORR PBEWERBF OF PBEWERB-P TO FORMAT2.

      * BEWERBER MIT FEHLGESCHLAGENER AKTION HERVORHEBEN
           IF       FEHLER-NR NOT = ZEROES
            AND     BWNR OF PBEWERB-P = FEHLER-NR
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

      * F6 NEUEN BEWERBER ERFASSEN
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
      * BEWERBER AENDERN
                    WHEN "2"
                         MOVE "C" TO PFLEGE-MODUS
                         PERFORM PFLEGE-EINTRAG
                         IF   F3 = "1"
                              GO TO ANZ-SFL-90
                         END-IF
                         INITIALIZE F12
      * BEWERBER ENTFERNEN
                    WHEN "4"
                         PERFORM ENTFERNEN-EINTRAG
      * VORSTELLUNGSGESPRAECHE PFLEGEN
                    WHEN "5"
                         CALL "AZP0330" USING BWNR OF FORMAT2
                         END-CALL
      * BEWERBER MIT VERTRAG ALS USER UEBERNEHMEN
                    WHEN "9"
                         PERFORM UEBERNEHMEN-BEWERBER
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
      * BEWERBER ANLEGEN ODER AENDERN (FMT01)
      *--------------------------------------------------------------
       PFLEGE-EINTRAG SECTION.
       PFL-EIN-00.

           INITIALIZE FORMAT1.
           MOVE     AUS    TO INXX.
           MOVE     SPACES TO ALT-STAT.

      * BEIM AENDERN DEN BESTEHENDEN BEWERBER VORBELEGEN
           IF       PFLEGE-MODUS = "C"
                    INITIALIZE PBEWERBF OF PBEWERB-P
                    MOVE BWNR OF FORMAT2 TO BWNR OF PBEWERB-P
                    READ PBEWERB-DP WITH NO LOCK
                    IF   FILE-STATUS NOT = ZEROES
                         GO TO PFL-EIN-90
                    END-IF
                    MOVE CORR PBEWERBF OF PBEWERB-P TO FORMAT1
                    MOVE BWSTAT OF PBEWERB-P TO ALT-STAT
                    MOVE AN TO IN96 OF INXX
           ELSE
                    MOVE "E" TO BWSTAT OF FORMAT1
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
           IF       BWNAME OF FORMAT1 = SPACES
            AND     BWBERUF OF FORMAT1 = SPACES
                    MOVE "1" TO F12
                    GO TO PFL-EIN-90
           END-IF.

      * NAME, BERUF UND STATUS SIND PFLICHT
           IF       BWNAME  OF FORMAT1 = SPACES
            OR      BWBERUF OF FORMAT1 = SPACES
            OR     (BWSTAT  OF FORMAT1 NOT = "E"
             AND    BWSTAT  OF FORMAT1 NOT = "I"
             AND    BWSTAT  OF FORMAT1 NOT = "T"
             AND    BWSTAT  OF FORMAT1 NOT = "A"
             AND    BWSTAT  OF FORMAT1 NOT = "V"
             AND    BWSTAT  OF FORMAT1 NOT = "X")
                    MOVE AN TO IN99 OF INXX
                    GO TO PFL-EIN-10
           END-IF.

      * EINGANGSDATUM MUSS GUELTIG SEIN
           MOVE     BWEING OF FORMAT1 TO DATE-DB.
           PERFORM  COPY-CHECK-DATE.
           IF       DATUM-RETCODE NOT = SPACES
            AND     DATUM-RETCODE NOT = "3"
                    MOVE AN TO IN99 OF INXX
                    GO TO PFL-EIN-10
           END-IF.

      * GEBURTSTAG UND EINTRITT NUR, WENN ANGEGEBEN
           IF       BWGEBD OF FORMAT1 NOT = ZEROES
                    MOVE BWGEBD OF FORMAT1 TO DATE-DB
                    PERFORM COPY-CHECK-DATE
                    IF   DATUM-RETCODE NOT = SPACES
                     AND DATUM-RETCODE NOT = "3"
                         MOVE AN TO IN99 OF INXX
                         GO TO PFL-EIN-10
                    END-IF
           END-IF.
           IF       BWSTRT OF FORMAT1 NOT = ZEROES
                    MOVE BWSTRT OF FORMAT1 TO DATE-DB
                    PERFORM COPY-CHECK-DATE
                    IF   DATUM-RETCODE NOT = SPACES
                     AND DATUM-RETCODE NOT = "3"
                         MOVE AN TO IN99 OF INXX
                         GO TO PFL-EIN-10
                    END-IF
           END-IF.

      * FUER EINLADUNG UND ABSAGE WIRD DIE MAILADRESSE GEBRAUCHT
           IF       BWSTAT OF FORMAT1 NOT = ALT-STAT
            AND    (BWSTAT OF FORMAT1 = "I"
             OR     BWSTAT OF FORMAT1 = "X")
            AND     BWMAIL OF FORMAT1 = SPACES
                    MOVE AN TO IN99 OF INXX
                    GO TO PFL-EIN-10
           END-IF.

      * EINLADEN NUR MIT EINEM ERFASSTEN GESPRAECHSTERMIN
           IF       BWSTAT OF FORMAT1 NOT = ALT-STAT
            AND     BWSTAT OF FORMAT1 = "I"
                    PERFORM ERMITTLE-TERMIN
                    IF   NAECHST-TERMIN = ZEROES
                         MOVE AN TO IN99 OF INXX
                         GO TO PFL-EIN-10
                    END-IF
           END-IF.

      * EIN UEBERNOMMENER BEWERBER BEHAELT SEINEN STATUS
           IF       PFLEGE-MODUS = "C"
            AND     BWUEDT OF FORMAT1 NOT = ZEROES
            AND     BWSTAT OF FORMAT1 NOT = ALT-STAT
                    MOVE AN TO IN99 OF INXX
                    GO TO PFL-EIN-10
           END-IF.

           PERFORM  SCHREIBE-BEWERBER.

      * BEI STATUSWECHSEL EINLADUNG BZW. ABSAGE VERSCHICKEN
           IF       BWSTAT OF PBEWERB-P NOT = ALT-STAT
                    EVALUATE BWSTAT OF PBEWERB-P
                         WHEN "I"
                              MOVE "BWEINL"       TO TPL-ID
                              MOVE NAECHST-TERMIN TO TPL-DATUM
                              PERFORM SENDE-BRIEF
                         WHEN "X"
                              MOVE "BWABSG"       TO TPL-ID
                              MOVE ZEROES         TO TPL-DATUM
                              PERFORM SENDE-BRIEF
                    END-EVALUATE
           END-IF.

       PFL-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BEWERBER SCHREIBEN ODER AKTUALISIEREN; BEI STATUSWECHSEL
      * WIRD DAS STATUSDATUM (GRUNDLAGE DER AUFBEWAHRUNGSFRIST)
      * GESETZT
      *--------------------------------------------------------------
       SCHREIBE-BEWERBER SECTION.
       SCH-BEW-00.

           PERFORM  COPY-GET-TIME.

           IF       PFLEGE-MODUS = "C"
                    INITIALIZE PBEWERBF OF PBEWERB-P
                    MOVE BWNR OF FORMAT1 TO BWNR OF PBEWERB-P
                    READ PBEWERB-DP
                    IF   FILE-STATUS NOT = ZEROES
                         GO TO SCH-BEW-90
                    END-IF
                    PERFORM UEBERTRAGE-FELDER
                    IF   BWSTAT OF PBEWERB-P NOT = ALT-STAT
                         MOVE DATE-8  TO BWSTDT OF PBEWERB-P
                    END-IF
                    MOVE T-USER       TO BWMSER OF PBEWERB-P
                    MOVE T-TERM       TO BWMBS  OF PBEWERB-P
                    MOVE PGM-WRK      TO BWMPGM OF PBEWERB-P
                    MOVE DATE-8       TO BWMDTA OF PBEWERB-P
                    MOVE TIME-6       TO BWMTIA OF PBEWERB-P
                    REWRITE PBEWERB-P
                    GO TO SCH-BEW-90
           END-IF.

      * NEUE BEWERBERNUMMER
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PBEWERB" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.

           INITIALIZE PBEWERBF OF PBEWERB-P.
           MOVE     LFDN-WRK          TO BWNR   OF PBEWERB-P.
           PERFORM  UEBERTRAGE-FELDER.
           MOVE     DATE-8            TO BWSTDT OF PBEWERB-P.
           MOVE     SPACES            TO BWUSER OF PBEWERB-P.
           MOVE     ZEROES            TO BWUEDT OF PBEWERB-P.
           MOVE     T-USER            TO BWAUSR OF PBEWERB-P.
           MOVE     T-TERM            TO BWABS  OF PBEWERB-P.
           MOVE     PGM-WRK           TO BWAPGM OF PBEWERB-P.
           MOVE     DATE-8            TO BWADTA OF PBEWERB-P.
           MOVE     TIME-6            TO BWATIA OF PBEWERB-P.
           WRITE    PBEWERB-P.

       SCH-BEW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINGABEFELDER AUS DEM FMT01 IN DEN SATZ UEBERTRAGEN
      *--------------------------------------------------------------
       UEBERTRAGE-FELDER SECTION.
       UEB-FEL-00.

           MOVE     BWNAME  OF FORMAT1 TO BWNAME  OF PBEWERB-P.
           MOVE     BWVORN  OF FORMAT1 TO BWVORN  OF PBEWERB-P.
           MOVE     BWMAIL  OF FORMAT1 TO BWMAIL  OF PBEWERB-P.
           MOVE     BWGEBD  OF FORMAT1 TO BWGEBD  OF PBEWERB-P.
           MOVE     BWBERUF OF FORMAT1 TO BWBERUF OF PBEWERB-P.
           MOVE     BWEING  OF FORMAT1 TO BWEING  OF PBEWERB-P.
           MOVE     BWNDEU  OF FORMAT1 TO BWNDEU  OF PBEWERB-P.
           MOVE     BWNMAT  OF FORMAT1 TO BWNMAT  OF PBEWERB-P.
           MOVE     BWNENG  OF FORMAT1 TO BWNENG  OF PBEWERB-P.
           MOVE     BWTEST  OF FORMAT1 TO BWTEST  OF PBEWERB-P.
           MOVE     BWSTAT  OF FORMAT1 TO BWSTAT  OF PBEWERB-P.
           MOVE     BWSTRT  OF FORMAT1 TO BWSTRT  OF PBEWERB-P.

      * DER KUENFTIGE USER KANN NUR VOR DER UEBERNAHME
      * GEAENDERT WERDEN
           IF       BWUEDT OF PBEWERB-P = ZEROES
                    MOVE BWUSER OF FORMAT1 TO BWUSER OF PBEWERB-P
           END-IF.

       UEB-FEL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NAECHSTES VORSTELLUNGSGESPRAECH AB HEUTE ERMITTELN
      *--------------------------------------------------------------
       ERMITTLE-TERMIN SECTION.
       ERM-TRM-00.

           PERFORM  COPY-GET-TIME.
           MOVE     ZEROES TO NAECHST-TERMIN.

           INITIALIZE PBEWTRMF OF PBEWTRM-P.
           MOVE     BWNR OF FORMAT1 TO BTNR   OF PBEWTRM-P.
           MOVE     DATE-8          TO BTDAT  OF PBEWTRM-P.
           MOVE     ZEROES          TO BTZEIT OF PBEWTRM-P.
           START    PBEWTRM-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERM-TRM-90
           END-IF.

           READ     PBEWTRM-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     BTNR OF PBEWTRM-P = BWNR OF FORMAT1
                    MOVE BTDAT OF PBEWTRM-P TO NAECHST-TERMIN
           END-IF.

       ERM-TRM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BRIEF (VORLAGE TPL-ID AUS PMLTPL) AN DEN BEWERBER SCHICKEN.
      * &USER IST DER NACHNAME, &DATUM DER WERT AUS TPL-DATUM
      *--------------------------------------------------------------
       SENDE-BRIEF SECTION.
       SND-BRF-00.

           MOVE     "F"                      TO TPL-MODUS.
           MOVE     BWNAME OF PBEWERB-P(1:10) TO TPL-EMPF.
           MOVE     ZEROES                   TO TPL-WOCHE.
           MOVE     "1"                      TO TPL-RETCODE.
           CALL     "HLP0030" USING TPL-MODUS
                                    TPL-ID
                                    SPRACHE-WRK
                                    TPL-EMPF
                                    TPL-DATUM
                                    TPL-WOCHE
                                    TPL-BETREFF
                                    TPL-DATA
                                    TPL-RETCODE
           END-CALL.

      * OHNE VORLAGE KEIN BRIEF, DER BEWERBER WIRD HERVORGEHOBEN
           IF       TPL-RETCODE NOT = "0"
                    MOVE BWNR OF PBEWERB-P TO FEHLER-NR
                    GO TO SND-BRF-90
           END-IF.

           INITIALIZE MAIL-TAB.
           MOVE     TPL-ID            TO SENDER-KEY.
           INITIALIZE CHECK-ID, CHECK-KEY, MAIL-AKTION.
           MOVE     BWMAIL OF PBEWERB-P TO
                    MAIL-ADRESSE OF MAIL-EMPF-REC(1).
           MOVE     1                 TO MAIL-ANZAHL OF MAIL-EMPF.
           MOVE     TPL-BETREFF       TO MAIL-TOPIC  OF MAIL-TAB.
           MOVE     TPL-DATA          TO MAIL-DATA   OF MAIL-TAB.

           CALL     "HLP0022"  USING SENDER-KEY
                                     CHECK-ID
                                     CHECK-KEY
                                     MAIL-AKTION
                                     T-USER
                                     PGM-WRK
                                     MAIL-EMPF
                                     MAIL-KOPIE
                                     MAIL-BKOPIE
                                     MAIL-TOPIC
                                     MAIL-DATA
                                     MAIL-FILE
                                     MAIL-RETTXT
           END-CALL.

       SND-BRF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BEWERBER MIT SEINEN GESPRAECHSTERMINEN ENTFERNEN
      *--------------------------------------------------------------
       ENTFERNEN-EINTRAG SECTION.
       ENT-EIN-00.

           INITIALIZE PBEWERBF OF PBEWERB-P.
           MOVE     BWNR OF FORMAT2 TO BWNR OF PBEWERB-P.
           READ     PBEWERB-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ENT-EIN-90
           END-IF.
           DELETE   PBEWERB-DP.

           INITIALIZE PBEWTRMF OF PBEWTRM-P.
           MOVE     BWNR OF FORMAT2 TO BTNR   OF PBEWTRM-P.
           MOVE     ZEROES          TO BTDAT  OF PBEWTRM-P.
           MOVE     ZEROES          TO BTZEIT OF PBEWTRM-P.
           START    PBEWTRM-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ENT-EIN-90
           END-IF.

       ENT-EIN-20.
           READ     PBEWTRM-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ENT-EIN-90
           END-IF.
           IF       BTNR OF PBEWTRM-P NOT = BWNR OF FORMAT2
                    UNLOCK PBEWTRM-DP
                    GO TO ENT-EIN-90
           END-IF.
           DELETE   PBEWTRM-DP.
           GO TO    ENT-EIN-20.

       ENT-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BEWERBER MIT VERTRAG ALS USER UEBERNEHMEN: ONBOARDING
      * CFP0203 (PPERSON, H050, ROLLE, GEBURTSTAG, AZUBI), BERUF
      * IN PPERSON, BERUFSSCHULSATZ V100 FUER AZP0100
      *--------------------------------------------------------------
       UEBERNEHMEN-BEWERBER SECTION.
       UEB-BEW-00.

           INITIALIZE PBEWERBF OF PBEWERB-P.
           MOVE     BWNR OF FORMAT2 TO BWNR OF PBEWERB-P.
           READ     PBEWERB-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO UEB-BEW-90
           END-IF.

      * SCHON UEBERNOMMEN?
           IF       BWUEDT OF PBEWERB-P NOT = ZEROES
                    UNLOCK PBEWERB-DP
                    GO TO UEB-BEW-90
           END-IF.

      * NUR MIT VERTRAG, KUENFTIGEM USER UND EINTRITTSDATUM
           IF       BWSTAT OF PBEWERB-P NOT = "V"
            OR      BWUSER OF PBEWERB-P = SPACES
            OR      BWSTRT OF PBEWERB-P = ZEROES
                    UNLOCK PBEWERB-DP
                    MOVE BWNR OF PBEWERB-P TO FEHLER-NR
                    GO TO UEB-BEW-90
           END-IF.

      * NAME WIE IM MAT-IMPORT: "NACHNAME, VORNAME"
           INITIALIZE UEB-NAME.
           IF       BWVORN OF PBEWERB-P = SPACES
                    MOVE BWNAME OF PBEWERB-P TO UEB-NAME
           ELSE
                    STRING BWNAME OF PBEWERB-P DELIMITED BY "  "
                           ", "                DELIMITED BY SIZE
                           BWVORN OF PBEWERB-P DELIMITED BY "  "
                      INTO UEB-NAME
                    END-STRING
           END-IF.

      * ROLLE FUER NEUE AZUBIS (PCONFIG BEWERB/ROLLE CFTXT1)
           PERFORM  LESE-ROLLE.

      * ONBOARDING OHNE BILDSCHIRM
           MOVE     "1" TO UEB-RETCODE.
           CALL     "CFP0203" USING BWUSER OF PBEWERB-P
                                    UEB-NAME
                                    UEB-ROLLE
                                    BWSTRT OF PBEWERB-P
                                    BWGEBD OF PBEWERB-P
                                    UEB-AZUBI
                                    UEB-RETCODE
           END-CALL.
           IF       UEB-RETCODE NOT = "0"
                    UNLOCK PBEWERB-DP
                    MOVE BWNR OF PBEWERB-P TO FEHLER-NR
                    GO TO UEB-BEW-90
           END-IF.

           PERFORM  COPY-GET-TIME.

      * BERUF UND AUSBILDUNGSJAHR IM PERSONENSTAMM
           MOVE     BWSTRT OF PBEWERB-P(1:4) TO UEB-JAHR.
           INITIALIZE PPERSONF OF PPERSON-P.
           MOVE     BWUSER OF PBEWERB-P TO PEUSER OF PPERSON-P.
           READ     PPERSON-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE BWBERUF OF PBEWERB-P TO PEBERU OF PPERSON-P
                    IF   PEAJHR OF PPERSON-P = ZEROES
                         MOVE UEB-JAHR        TO PEAJHR OF PPERSON-P
                    END-IF
                    MOVE T-USER               TO PEMSER OF PPERSON-P
                    MOVE T-TERM               TO PEMBS  OF PPERSON-P
                    MOVE PGM-WRK              TO PEMPGM OF PPERSON-P
                    MOVE DATE-8               TO PEMDTA OF PPERSON-P
                    MOVE TIME-6               TO PEMTIA OF PPERSON-P
                    REWRITE PPERSON-P
           END-IF.

      * BERUFSSCHULSATZ V100 FUER DIE AZUBI-VERWALTUNG AZP0100;
      * SCHULE, KLASSE UND SCHULTAGE WERDEN DORT NACHGETRAGEN
           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "V100"              TO CFID   OF PCONFIG-P.
           MOVE     BWUSER OF PBEWERB-P TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES              TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES              TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES              TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE BWSTRT OF PBEWERB-P(1:4) TO UEB-JAHR
                    INITIALIZE PCONFIGF OF PCONFIG-P
                    MOVE "V100"               TO CFID   OF PCONFIG-P
                    MOVE BWUSER OF PBEWERB-P  TO CFKEY  OF PCONFIG-P
                    MOVE SPACES               TO CFKEY2 OF PCONFIG-P
                    MOVE SPACES               TO CFKEY3 OF PCONFIG-P
                    MOVE SPACES               TO CFKEY4 OF PCONFIG-P
                    MOVE UEB-NAME             TO CFTXT1 OF PCONFIG-P
                    MOVE BWBERUF OF PBEWERB-P TO CFIN03 OF PCONFIG-P
                    MOVE UEB-JAHR             TO CFNM04 OF PCONFIG-P
                    MOVE T-USER               TO CFAUSR OF PCONFIG-P
                    MOVE T-TERM               TO CFABS  OF PCONFIG-P
                    MOVE PGM-WRK              TO CFAPGM OF PCONFIG-P
                    MOVE DATE-8               TO CFADTA OF PCONFIG-P
                    MOVE TIME-6               TO CFATIA OF PCONFIG-P
                    WRITE PCONFIG-P
           END-IF.

      * BEWERBER ALS UEBERNOMMEN KENNZEICHNEN
           MOVE     DATE-8            TO BWUEDT OF PBEWERB-P.
           MOVE     T-USER            TO BWMSER OF PBEWERB-P.
           MOVE     T-TERM            TO BWMBS  OF PBEWERB-P.
           MOVE     PGM-WRK           TO BWMPGM OF PBEWERB-P.
           MOVE     DATE-8            TO BWMDTA OF PBEWERB-P.
           MOVE     TIME-6            TO BWMTIA OF PBEWERB-P.
           REWRITE  PBEWERB-P.

      * UEBERNAHME PROTOKOLLIEREN
           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PBEWERB"  TO STFILE OF LOG-CPY.
           MOVE     "INFO"     TO STKEY  OF LOG-CPY.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "BEWERBER " BWNR OF PBEWERB-P
                    " ALS USER " BWUSER OF PBEWERB-P
                    " UEBERNOMMEN"
                    DELIMITED BY SIZE
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       UEB-BEW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ROLLE FUER NEUE AZUBIS LESEN (OHNE EINTRAG KEINE ROLLE)
      *--------------------------------------------------------------
       LESE-ROLLE SECTION.
       LES-ROL-00.

           MOVE     SPACES TO UEB-ROLLE.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "BEWERB"  TO CFID   OF PCONFIG-P.
           MOVE     "ROLLE"   TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES    TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES    TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES    TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE CFTXT1 OF PCONFIG-P(1:10) TO UEB-ROLLE
           END-IF.

       LES-ROL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILEUEBERSCHRIFTEN FUELLEN
      *--------------------------------------------------------------
       SFL-HEADER SECTION.
       SFL-HEA-00.

      * UEBERSCHRIFT
           MOVE     "AZP0329"         TO MAINUEB OF FORMAT3.
           MOVE     "AZP0329*3"       TO SUBUEB  OF FORMAT3.

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
      * COPY-WRITE-LOG-CPY: SCHREIBEN EINES LOG-EINTRAGS
      *---------------------------------------------------------------

           COPY     LOGCPY     OF APG-QCPYSRC.
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
