       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0253.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * HYGIENE-CHECKLISTE EINES KUECHENDIENSTES ABHAKEN              *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT FUER ALLE HEUTIGEN DIENSTE DES         *
      *                  ANGEMELDETEN USERS AUS PKDPLAN (KDGUSR VOR   *
      *                  KDUSER, ENTWUERFE KDVOR = "J" ZAEHLEN        *
      *                  NICHT) DIE AUFGABEN DER VORLAGE DES          *
      *                  DIENSTES AUS PCONFIG K160                    *
      *                  (CFKEY = KDTYP, CFKEY2 = AUFGABE, CFTXT1 =   *
      *                  TEXT, CFFK01 = 1: TEMPERATUR MESSEN,         *
      *                  CFIN01/CFIN02 = UNTERE/OBERE GRENZE IN       *
      *                  ZEHNTEL GRAD, OBERE GRENZE STANDARD 7,0).    *
      *                  DER KOPFSATZ K160/KDTYP OHNE CFKEY2 NENNT    *
      *                  IN CFTXT1 DEN EMPFAENGER DES ALARMS (USER    *
      *                  ODER *TEAM). OPTION "1" HAKT EINE AUFGABE    *
      *                  AB (BEI MESSAUFGABEN MIT TEMPERATUR, EIN     *
      *                  MESSWERT 0,0 GILT ALS NICHT ERFASST). DIE    *
      *                  QUITTUNG WIRD UNVERAENDERLICH IN PKDHYG      *
      *                  GESCHRIEBEN. LIEGT DIE TEMPERATUR AUSSERHALB *
      *                  DER GRENZEN, GEHT EIN WARN-EINTRAG INS LOG   *
      *                  UND EIN ALARM UEBER XXP2010 (EREIGNIS        *
      *                  "HYGIENE"). DEN WOCHENBERICHT MIT DEN        *
      *                  FEHLENDEN QUITTUNGEN DRUCKT XXP0254.         *
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
                  ASSIGN       TO  WORKSTATION-XXD0253DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PKDPLAN: KDDATE, KDTYP, KDUSER (KUECHENDIENSTPLAN)
      *-------------------------------------------------------------
           SELECT PKDPLAN-DP
                  ASSIGN       TO  DATABASE-PKDPLAN
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDHYG: HYDATE, HYTYP, HYUSER, HYAUFG (HYGIENEQUITTUNGEN)
      *-------------------------------------------------------------
           SELECT PKDHYG-DP
                  ASSIGN       TO  DATABASE-PKDHYG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PHYSISCHE DATEI KONFIGURATION (VORLAGEN K160)
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
           COPY DDS-ALL-FORMATS OF XXD0253DE.
      /
      *--- PKDPLAN: KDDATE, KDTYP, KDUSER
       FD  PKDPLAN-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDPLAN-P.
           COPY DDS-ALL-FORMATS OF PKDPLAN.
      /
      *--- PKDHYG: HYDATE, HYTYP, HYUSER, HYAUFG
       FD  PKDHYG-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDHYG-P.
           COPY DDS-ALL-FORMATS OF PKDHYG.
      /
      *--- KONFIGURATION
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN41                          PIC 1.
        05 IN42                          PIC 1.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.
        05 IN99                          PIC 1.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD0253DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  XXD0253DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  XXD0253DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  XXD0253DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT4X.
           COPY  DDS-FMT04-O OF  XXD0253DE
           REPLACING FMT04-O BY FORMAT4
                     FMT04-O-INDIC BY FORMAT4-O-INDIC.

       01  FORMAT4Y.
           COPY  DDS-FMT04-I OF  XXD0253DE
           REPLACING FMT04-I BY FORMAT4-I
                     FMT04-I-INDIC BY FORMAT4-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * STANDARDFELDER FUER PROGRAMMTEXTE
           COPY WRKTXT     OF APG-QCPYSRC.

      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0253".
       01  PGM-TYP                       PIC X(8)  VALUE "KUECHE".

       01  AUSWAHL                       PIC X(2).

      * TAG DER ANGEZEIGTEN LISTE
       01  LISTE-DATUM                   LIKE DATE-8.

      * EINGETEILTER USER DES GELESENEN DIENSTES
       01  DIENST-USER                   LIKE KDUSER OF PKDPLAN-P.

      * TEMPERATURGRENZEN DER VORLAGE IN ZEHNTEL GRAD
       01  GRENZE-UNTEN                  PIC 9(5).
       01  GRENZE-OBEN                   PIC 9(5).
       01  STD-GRENZE-OBEN               PIC 9(5) VALUE 70.

      * AUFBEREITETE TEMPERATUREN FUER LOG UND ALARM
       01  TEMP-EDIT                     PIC -Z9,9.
       01  MIN-EDIT                      PIC -Z9,9.
       01  MAX-EDIT                      PIC -Z9,9.

      * PARAMETER FUER DEN BENACHRICHTIGUNGS-VERTEILER XXP2010
       01  NOT-MODUS                     PIC X(1).
       01  NOT-EVTTYP                    PIC X(10).
       01  NOT-USER                      PIC X(10).
       01  NOT-BETREFF                   PIC X(50).
       01  NOT-TEXT                      PIC X(256).
       01  NOT-STDKAN                    PIC X(1).
       01  NOT-KANAL                     PIC X(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0253" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD0253DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

      * ALLE DATEIEN OEFFNEN
           OPEN     INPUT PKDPLAN-DP
                          PCONFIG-DP.
           OPEN     I-O   PKDHYG-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F5, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

       ANF020.
      * LESE-DATEN: HEUTIGE DIENSTE MIT AUFGABEN UND QUITTUNGEN
           PERFORM  COPY-GET-TIME.
           PERFORM  LESE-DATEN.

      * ANZEIGEN SUBFILE
           PERFORM  ANZEIGE-SUBFILE.
           IF       F3 = "1"
                    GO TO ENDE
           END-IF.
           IF       F12 = "1"
                    GO TO ENDE
           END-IF.
           IF       F5 = "1"
                    INITIALIZE F5
                    GO TO ANF020
           END-IF.

      * WIEDERHOLEN BIS USER BEENDET ...
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE                 PKDPLAN-DP
                                 PKDHYG-DP
                                 PCONFIG-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * HEUTIGE DIENSTE DES ANGEMELDETEN USERS LESEN
      *--------------------------------------------------------------
       LESE-DATEN SECTION.
       LES-DAT-00.

           INITIALIZE DATEN, ANZREC-WRK.
           MOVE     DATE-8 TO LISTE-DATUM.

           INITIALIZE PKDPLANF OF PKDPLAN-P.
           MOVE     LISTE-DATUM TO KDDATE OF PKDPLAN-P.
           MOVE     SPACES TO KDTYP  OF PKDPLAN-P.
           MOVE     SPACES TO KDUSER OF PKDPLAN-P.
           START    PKDPLAN-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-DAT-80
           END-IF.

       LES-DAT-20.
           READ     PKDPLAN-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      KDDATE OF PKDPLAN-P NOT = LISTE-DATUM
                    GO TO LES-DAT-80
           END-IF.

      * ENTWUERFE ZAEHLEN NICHT
           IF       KDVOR OF PKDPLAN-P = "J"
                    GO TO LES-DAT-20
           END-IF.

      * GETAUSCHTER DIENST GEHT VOR
           IF       KDGUSR OF PKDPLAN-P NOT = SPACES
                    MOVE KDGUSR OF PKDPLAN-P TO DIENST-USER
           ELSE
                    MOVE KDUSER OF PKDPLAN-P TO DIENST-USER
           END-IF.
           IF       DIENST-USER NOT = T-USER
                    GO TO LES-DAT-20
           END-IF.

      * AUFGABEN DER VORLAGE ZU DIESEM DIENST
           PERFORM  LESE-AUFGABEN.
           IF       SUBFILE-RECORD-NUMBER < 9999
                    GO TO LES-DAT-20
           END-IF.

       LES-DAT-80.
           IF       DATEN = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
           END-IF.

       LES-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AUFGABEN DER VORLAGE K160 ZUM GELESENEN DIENST
      *--------------------------------------------------------------
       LESE-AUFGABEN SECTION.
       LES-AUF-00.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "K160"              TO CFID   OF PCONFIG-P.
           MOVE     KDTYP OF PKDPLAN-P  TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES              TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES              TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES              TO CFKEY4 OF PCONFIG-P.
           START    PCONFIG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-AUF-90
           END-IF.

       LES-AUF-20.
           READ     PCONFIG-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      CFID  OF PCONFIG-P NOT = "K160"
            OR      CFKEY OF PCONFIG-P NOT = KDTYP OF PKDPLAN-P
                    GO TO LES-AUF-90
           END-IF.

      * DER KOPFSATZ (ALARMEMPFAENGER) IST KEINE AUFGABE
           IF       CFKEY2 OF PCONFIG-P = SPACES
                    GO TO LES-AUF-20
           END-IF.

      * AUSGABE EINER SUBFILE-ZEILE
           PERFORM  AUSGABE-SFL.
           IF       SUBFILE-RECORD-NUMBER < 9999
                    GO TO LES-AUF-20
           END-IF.

       LES-AUF-90.
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
      * AUSGABE DER SFL-ZEILE: AUFGABE DER VORLAGE UND QUITTUNG
      *--------------------------------------------------------------
       AUSGABE-SFL SECTION.
       AUS-SFL-00.

      * SUBFILE-CLEAR
           IF       DATEN = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
           END-IF.

      * DIENST UND AUFGABE AUS DER VORLAGE
           INITIALIZE FORMAT2.
           MOVE     KDTYP  OF PKDPLAN-P TO KDTYP  OF FORMAT2.
           MOVE     KDUSER OF PKDPLAN-P TO KDHSER OF FORMAT2.
           MOVE     CFKEY2 OF PCONFIG-P TO HYAUFG OF FORMAT2.
           MOVE     CFTXT1 OF PCONFIG-P TO HYTEXT OF FORMAT2.
           IF       CFFK01 OF PCONFIG-P NOT = ZEROES
                    MOVE "J" TO HYMESS OF FORMAT2
                    MOVE CFIN01 OF PCONFIG-P TO GRENZE-UNTEN
                    MOVE CFIN02 OF PCONFIG-P TO GRENZE-OBEN
                    IF   GRENZE-OBEN = ZEROES
                         MOVE STD-GRENZE-OBEN TO GRENZE-OBEN
                    END-IF
                    COMPUTE HYMIN OF FORMAT2 = GRENZE-UNTEN / 10
                    COMPUTE HYMAX OF FORMAT2 = GRENZE-OBEN  / 10
           END-IF.

      * SCHON QUITTIERT?
           INITIALIZE PKDHYGF OF PKDHYG-P.
           MOVE     LISTE-DATUM         TO HYDATE OF PKDHYG-P.
           MOVE     KDTYP  OF FORMAT2   TO HYTYP  OF PKDHYG-P.
           MOVE     KDHSER OF FORMAT2   TO HYUSER OF PKDHYG-P.
           MOVE     HYAUFG OF FORMAT2   TO HYAUFG OF PKDHYG-P.
           READ     PKDHYG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE HYERL  OF PKDHYG-P TO HYERL  OF FORMAT2
                    MOVE HYTEMP OF PKDHYG-P TO HYTEMP OF FORMAT2
                    MOVE HYALRM OF PKDHYG-P TO HYALRM OF FORMAT2
                    MOVE HYQUSR OF PKDHYG-P TO HYQUSR OF FORMAT2
                    MOVE HYQDTA OF PKDHYG-P TO HYQDTA OF FORMAT2
                    MOVE HYQTIA OF PKDHYG-P TO HYQTIA OF FORMAT2
                    MOVE AN TO IN41 OF INXX
                    IF   HYALRM OF PKDHYG-P = "J"
                         MOVE AN TO IN42 OF INXX
                    END-IF
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

           MOVE     LISTE-DATUM           TO KDDATE  OF FORMAT3.
           MOVE     T-USER                TO KDUSER  OF FORMAT3.
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

      * F12 ABBRECHEN
           IF       IN12 IN FORMAT3-I-INDIC = AN
                    MOVE "1" TO F12
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
           MOVE     SPACES          TO RET-CODE.
           MOVE     AUSW OF FORMAT2 TO AUSWAHL.
           CALL     "CFP9002" USING T-USER
                                    AUSWAHL
                                    PGM-WRK
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    MOVE     SPACES TO AUSW OF FORMAT2
                    MOVE     "FMT02" TO FMT-WRK
                    MOVE     FORMAT2 TO WSREC-WRK
                    PERFORM  COPY-DISPLAY-SFLREWRITE
                    GO TO ANZ-SFL-50
           END-IF.

      * AUFGABE ABHAKEN
           IF       AUSW OF FORMAT2 = "1"
                    PERFORM ABHAKEN-AUFGABE
           END-IF.

           MOVE     SPACES TO AUSW OF FORMAT2.
           MOVE     SUBFILE-RECORD-NUMBER TO SFL-ZEILE.
           MOVE     CORR INXX TO FORMAT2-O-INDIC.
           MOVE     "FMT02" TO FMT-WRK.
           MOVE     FORMAT2 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLREWRITE.
           MOVE     AUS TO INXX.

      * BEI EINEM FEHLER DIE ZEILE SOFORT WIEDER ZEIGEN
           IF       IN99 OF FORMAT2-O-INDIC = AN
                    GO TO ANZ-SFL-20
           END-IF.

           GO TO    ANZ-SFL-50.

       ANZ-SFL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AUFGABE QUITTIEREN (PKDHYG), BEI GRENZVERLETZUNG ALARM
      *--------------------------------------------------------------
       ABHAKEN-AUFGABE SECTION.
       ABH-AUF-00.

           MOVE     AUS TO INXX.

      * SCHON QUITTIERT: DIE QUITTUNG BLEIBT UNVERAENDERT
           IF       HYERL OF FORMAT2 = "J"
                    MOVE AN TO IN41 OF INXX
                    GO TO ABH-AUF-80
           END-IF.

      * MESSAUFGABE OHNE TEMPERATUR
           IF       HYMESS OF FORMAT2 = "J"
            AND     HYTEMP OF FORMAT2 = ZEROES
                    MOVE AN TO IN99 OF INXX
                    GO TO ABH-AUF-80
           END-IF.
           IF       HYMESS OF FORMAT2 NOT = "J"
                    MOVE ZEROES TO HYTEMP OF FORMAT2
           END-IF.

      * TEMPERATUR AUSSERHALB DER GRENZEN?
           MOVE     SPACES TO HYALRM OF FORMAT2.
           IF       HYMESS OF FORMAT2 = "J"
                    IF   HYTEMP OF FORMAT2 < HYMIN OF FORMAT2
                     OR  HYTEMP OF FORMAT2 > HYMAX OF FORMAT2
                         MOVE "J" TO HYALRM OF FORMAT2
                    END-IF
           END-IF.

      * UEBER MITTERNACHT OFFEN GEBLIEBEN: NICHT MEHR QUITTIEREN
           PERFORM  COPY-GET-TIME.
           IF       DATE-8 NOT = LISTE-DATUM
                    MOVE AN TO IN99 OF INXX
                    GO TO ABH-AUF-80
           END-IF.

           INITIALIZE PKDHYGF OF PKDHYG-P.
           MOVE     LISTE-DATUM         TO HYDATE OF PKDHYG-P.
           MOVE     KDTYP  OF FORMAT2   TO HYTYP  OF PKDHYG-P.
           MOVE     KDHSER OF FORMAT2   TO HYUSER OF PKDHYG-P.
           MOVE     HYAUFG OF FORMAT2   TO HYAUFG OF PKDHYG-P.
           MOVE     HYTEXT OF FORMAT2   TO HYTEXT OF PKDHYG-P.
           MOVE     HYMESS OF FORMAT2   TO HYMESS OF PKDHYG-P.
           MOVE     HYTEMP OF FORMAT2   TO HYTEMP OF PKDHYG-P.
           MOVE     HYMIN  OF FORMAT2   TO HYMIN  OF PKDHYG-P.
           MOVE     HYMAX  OF FORMAT2   TO HYMAX  OF PKDHYG-P.
           MOVE     HYALRM OF FORMAT2   TO HYALRM OF PKDHYG-P.
           MOVE     "J"                 TO HYERL  OF PKDHYG-P.
           MOVE     T-USER              TO HYQUSR OF PKDHYG-P.
           MOVE     DATE-8              TO HYQDTA OF PKDHYG-P.
           MOVE     TIME-6              TO HYQTIA OF PKDHYG-P.
           MOVE     T-USER              TO HYAUSR OF PKDHYG-P.
           MOVE     DATE-8              TO HYADTA OF PKDHYG-P.
           MOVE     TIME-6              TO HYATIA OF PKDHYG-P.
           WRITE    PKDHYG-P.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE AN TO IN99 OF INXX
                    GO TO ABH-AUF-80
           END-IF.

           MOVE     "J"                 TO HYERL  OF FORMAT2.
           MOVE     T-USER              TO HYQUSR OF FORMAT2.
           MOVE     DATE-8              TO HYQDTA OF FORMAT2.
           MOVE     TIME-6              TO HYQTIA OF FORMAT2.
           MOVE     AN                  TO IN41   OF INXX.

           IF       HYALRM OF FORMAT2 = "J"
                    MOVE AN TO IN42 OF INXX
                    PERFORM SENDE-ALARM
           END-IF.

       ABH-AUF-80.
           MOVE     CORR INXX TO FORMAT2-O-INDIC.

       ABH-AUF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TEMPERATURALARM: WARN-EINTRAG INS LOG UND NACHRICHT AN DEN
      * EMPFAENGER AUS DEM KOPFSATZ K160 DES DIENSTES
      *--------------------------------------------------------------
       SENDE-ALARM SECTION.
       SND-ALM-00.

           MOVE     HYTEMP OF FORMAT2 TO TEMP-EDIT.
           MOVE     HYMIN  OF FORMAT2 TO MIN-EDIT.
           MOVE     HYMAX  OF FORMAT2 TO MAX-EDIT.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PKDHYG"   TO STFILE OF LOG-CPY.
           MOVE     "WARN"     TO STKEY  OF LOG-CPY.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "TEMPERATURALARM " KDTYP OF FORMAT2
                    " AM " LISTE-DATUM ": " TEMP-EDIT
                    " GRAD, GRENZEN " MIN-EDIT " BIS " MAX-EDIT
                    ", GEMESSEN VON " T-USER
                    DELIMITED BY SIZE
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

      * EMPFAENGER AUS DEM KOPFSATZ DER VORLAGE
           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "K160"              TO CFID   OF PCONFIG-P.
           MOVE     KDTYP OF FORMAT2    TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES              TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES              TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES              TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      CFTXT1 OF PCONFIG-P = SPACES
                    GO TO SND-ALM-90
           END-IF.

           MOVE     "S"                 TO NOT-MODUS.
           MOVE     "HYGIENE"           TO NOT-EVTTYP.
           MOVE     CFTXT1 OF PCONFIG-P(1:10) TO NOT-USER.
           MOVE     "KUECHE: TEMPERATUR AUSSERHALB DER GRENZEN"
                                        TO NOT-BETREFF.
           INITIALIZE NOT-TEXT.
           STRING   KDTYP OF FORMAT2 " AM " LISTE-DATUM ", AUFGABE "
                    HYAUFG OF FORMAT2 ": GEMESSEN " TEMP-EDIT
                    " GRAD, ERLAUBT " MIN-EDIT " BIS " MAX-EDIT
                    ". GEMESSEN VON " T-USER
                    DELIMITED BY SIZE
             INTO   NOT-TEXT
           END-STRING.
           MOVE     "B"                 TO NOT-STDKAN.
           MOVE     SPACES              TO NOT-KANAL.
           CALL     "XXP2010" USING NOT-MODUS
                                    NOT-EVTTYP
                                    NOT-USER
                                    NOT-BETREFF
                                    NOT-TEXT
                                    NOT-STDKAN
                                    NOT-KANAL
           END-CALL.

       SND-ALM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILEUEBERSCHRIFTEN FUELLEN
      *--------------------------------------------------------------
       SFL-HEADER SECTION.
       SFL-HEA-00.

      * UEBERSCHRIFT
           MOVE     "XXP0253"         TO MAINUEB OF FORMAT3.
           MOVE     "XXP0253*3"       TO SUBUEB  OF FORMAT3.

       SFL-HEA-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------

           COPY     GETTIME    OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-WRITE-LOG-CPY: SCHREIBEN EINES LOG-EINTRAGS
      *---------------------------------------------------------------

           COPY     LOGCPY     OF APG-QCPYSRC.
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
