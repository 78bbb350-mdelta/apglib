       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0107.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * BESUCHERANMELDUNG MIT CHECK-IN/CHECK-OUT (PBESUCH)            *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT DIE BESUCHER EINES TAGES AUS PBESUCH   *
      *                  (NAME, FIRMA, ART K=KUNDE/T=TECHNIKER/       *
      *                  L=LEHRER BERUFSSCHULE/S=SONSTIGE, GAST-      *
      *                  GEBER, ERWARTETE ANKUNFT/ABREISE, RAUM AUS   *
      *                  PRESRES, STATUS A=ANGEMELDET/E=IM HAUS/      *
      *                  G=GEGANGEN). DAS DATUM IST EINGEBBAR, F7/F8  *
      *                  BLAETTERN EINEN TAG ZURUECK/VOR. MIT F6      *
      *                  WIRD EIN BESUCHER VORANGEMELDET (FMT01).     *
      *                  OPTION "2" CHECKT AM BESUCHSTAG EIN: DER     *
      *                  BESUCHERAUSWEIS WIRD UEBER DAS LAYOUT        *
      *                  "BESUCHER" IN DRP0010 GEDRUCKT (DRUCKER AUS  *
      *                  PCONFIG BESUCH/DRUCKER CFTXT1, SONST DER     *
      *                  STANDARD DES USERS) UND DER GASTGEBER UEBER  *
      *                  XXP2010 (EREIGNISTYP "BESUCH") BENACHRICH-   *
      *                  TIGT. OPTION "3" CHECKT AUS, OPTION "4"      *
      *                  ENTFERNT EINE NOCH NICHT EINGECHECKTE        *
      *                  ANMELDUNG, OPTION "6" DRUCKT DEN AUSWEIS     *
      *                  NEU. EINGECHECKTE BESUCHER ERSCHEINEN AUF    *
      *                  DER PRAESENZTAFEL XXP0077 UND AUF DER        *
      *                  EVAKUIERUNGSLISTE XXP0078.                   *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    NAME UND AKTIV-KENNZEICHEN DES GASTGEBERS    *
      *                  UEBER PERSONENSTAMM (CFP9022) STATT H050     *
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
                  ASSIGN       TO  WORKSTATION-XXD0107DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PBESUCH: BSDATUM, BSLFDN (BESUCHER JE TAG)
      *-------------------------------------------------------------
           SELECT PBESUCH-DP
                  ASSIGN       TO  DATABASE-PBESUCH
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PRESRES: RSID (RESSOURCENSTAMM, RAEUME)
      *-------------------------------------------------------------
           SELECT PRESRES-DP
                  ASSIGN       TO  DATABASE-PRESRES
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCONFIG: CFID, CFKEY (H050 = MITARBEITER, BESUCH/DRUCKER)
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
           COPY DDS-ALL-FORMATS OF XXD0107DE.
      /
      *--- PBESUCH: BSDATUM, BSLFDN
       FD  PBESUCH-DP
           LABEL RECORDS ARE STANDARD.
       01  PBESUCH-P.
           COPY DDS-ALL-FORMATS OF PBESUCH.
      /
      *--- PRESRES: RSID
       FD  PRESRES-DP
           LABEL RECORDS ARE STANDARD.
       01  PRESRES-P.
           COPY DDS-ALL-FORMATS OF PRESRES.
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
           COPY  DDS-FMT01-O OF  XXD0107DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  XXD0107DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD0107DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  XXD0107DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  XXD0107DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  XXD0107DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT4X.
           COPY  DDS-FMT04-O OF  XXD0107DE
           REPLACING FMT04-O BY FORMAT4
                     FMT04-O-INDIC BY FORMAT4-O-INDIC.

       01  FORMAT4Y.
           COPY  DDS-FMT04-I OF  XXD0107DE
           REPLACING FMT04-I BY FORMAT4-I
                     FMT04-I-INDIC BY FORMAT4-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * STANDARDFELDER FUER PROGRAMMTEXTE
           COPY WRKTXT     OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0107".
       01  PGM-TYP                       PIC X(8)  VALUE "FUN    ".

       01  AUSWAHL                       PIC X(2).

      * ANGEZEIGTER TAG
       01  TAG-WRK                       PIC 9(8).
       01  TAG-INT                       PIC 9(9).

      * DATUMSPRUEFUNG
       01  PRF-DATUM                     PIC 9(8).

      * UHRZEITPRUEFUNG HHMM
       01  PRF-ZEIT.
        05 PRF-STD                       PIC 9(2).
        05 PRF-MIN                       PIC 9(2).
       01  PRF-ZEIT-RED REDEFINES PRF-ZEIT
                                         PIC 9(4).
       01  ZEIT-OK                       PIC 9(1).

      * NAECHSTE LAUFENDE NUMMER DES TAGES
       01  NEU-LFDN                      PIC 9(5).

      * PERSONENSTAMM (CFP9022)
       01  PERSON-REC                    TYPE PERSON-TYPE.

      * NAME DES GASTGEBERS AUS DEM PERSONENSTAMM
       01  HOST-NAME                     PIC X(30).
       01  HOST-AKTIV                    PIC 9(1).

      * PARAMETER FUER DAS LAYOUTDRUCKEN DRP0010
       01  LBL-SRCLIB                    PIC X(10).
       01  LBL-SRCRCN                    PIC X(10).
       01  LBL-SRCMBR                    PIC X(10).
       01  LBL-OUTQ                      PIC X(10).
       01  LBL-LAYOUT                    PIC X(10).
       01  LBL-PARMS.
        05 LBL-PARM                      OCCURS 9 TIMES
                                         PIC X(30).

      * BESUCHERNUMMER FUER DEN BARCODE (DATUM + LFD. NR.)
       01  AUSWEIS-NR.
        05 AUSWEIS-DATUM                 PIC 9(8).
        05 AUSWEIS-LFDN                  PIC 9(5).

      * PARAMETER FUER DEN VERTEILER XXP2010
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
           MOVE     "XXP0107" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD0107DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

      * ALLE DATEIEN OEFFNEN
           OPEN     I-O   PBESUCH-DP.
           OPEN     INPUT PRESRES-DP
                          PCONFIG-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

      * BEIM EINSTIEG GILT DER HEUTIGE TAG
           PERFORM  COPY-GET-TIME.
           MOVE     DATE-8 TO TAG-WRK.

       ANF020.
      * LESE-DATEN: BESUCHER DES TAGES
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
                    PERFORM ERFASSEN-BESUCH
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

           CLOSE                 PBESUCH-DP
                                 PRESRES-DP
                                 PCONFIG-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * BESUCHER DES ANGEZEIGTEN TAGES LESEN
      *--------------------------------------------------------------
       LESE-DATEN SECTION.
       LES-DAT-00.

           INITIALIZE DATEN, ANZREC-WRK.

           INITIALIZE PBESUCHF OF PBESUCH-P.
           MOVE     TAG-WRK TO BSDATUM OF PBESUCH-P.
           MOVE     ZEROES  TO BSLFDN  OF PBESUCH-P.
           START    PBESUCH-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
                    GO TO LES-DAT-90
           END-IF.

       LES-DAT-20.
           READ     PBESUCH-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      BSDATUM OF PBESUCH-P NOT = TAG-WRK
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
           MOVE     CORR PBESUCHF OF PBESUCH-P TO FORMAT2.

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

      * F6 BESUCHER VORANMELDEN
           IF       IN06 IN FORMAT3-I-INDIC = AN
                    MOVE "1" TO F6
                    GO TO ANZ-SFL-90
           END-IF.

      * F7 EINEN TAG ZURUECK
           IF       IN07 IN FORMAT3-I-INDIC = AN
                    COMPUTE TAG-INT =
                            FUNCTION INTEGER-OF-DATE(TAG-WRK) - 1
                    COMPUTE TAG-WRK =
                            FUNCTION DATE-OF-INTEGER(TAG-INT)
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * F8 EINEN TAG VOR
           IF       IN08 IN FORMAT3-I-INDIC = AN
                    COMPUTE TAG-INT =
                            FUNCTION INTEGER-OF-DATE(TAG-WRK) + 1
                    COMPUTE TAG-WRK =
                            FUNCTION DATE-OF-INTEGER(TAG-INT)
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * EINGEGEBENES DATUM UEBERNEHMEN
           IF       BSDATUM OF FORMAT3 NOT = ZEROES
            AND     BSDATUM OF FORMAT3 NOT = TAG-WRK
                    MOVE BSDATUM OF FORMAT3 TO PRF-DATUM
                    MOVE PRF-DATUM TO DATE-DB
                    PERFORM COPY-CHECK-DATE
      *             FEIERTAGE (RETCODE "3") DUERFEN ANGEZEIGT WERDEN
                    IF   DATUM-RETCODE = SPACES
                     OR  DATUM-RETCODE = "3"
                         MOVE BSDATUM OF FORMAT3 TO TAG-WRK
                         MOVE "1" TO F5
                         GO TO ANZ-SFL-90
                    END-IF
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

      * BESUCHER EINCHECKEN
           IF       AUSW OF FORMAT2 = "2"
                    PERFORM EINCHECKEN-BESUCH
           END-IF.

      * BESUCHER AUSCHECKEN
           IF       AUSW OF FORMAT2 = "3"
                    PERFORM AUSCHECKEN-BESUCH
           END-IF.

      * ANMELDUNG ENTFERNEN
           IF       AUSW OF FORMAT2 = "4"
                    PERFORM ENTFERNEN-BESUCH
           END-IF.

      * AUSWEIS NEU DRUCKEN
           IF       AUSW OF FORMAT2 = "6"
                    PERFORM LESEN-BESUCH
                    IF   FILE-STATUS = ZEROES
                     AND BSSTAT OF PBESUCH-P = "E"
                         PERFORM DRUCKE-AUSWEIS
                    END-IF
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
      * BESUCH DER SUBFILE-ZEILE LESEN (OHNE SPERRE)
      *--------------------------------------------------------------
       LESEN-BESUCH SECTION.
       LES-BES-00.

           INITIALIZE PBESUCHF OF PBESUCH-P.
           MOVE     BSDATUM OF FORMAT2 TO BSDATUM OF PBESUCH-P.
           MOVE     BSLFDN  OF FORMAT2 TO BSLFDN  OF PBESUCH-P.
           READ     PBESUCH-DP WITH NO LOCK.

       LES-BES-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BESUCHER AM BESUCHSTAG EINCHECKEN, AUSWEIS DRUCKEN UND DEN
      * GASTGEBER BENACHRICHTIGEN
      *--------------------------------------------------------------
       EINCHECKEN-BESUCH SECTION.
       EIN-BES-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PBESUCHF OF PBESUCH-P.
           MOVE     BSDATUM OF FORMAT2 TO BSDATUM OF PBESUCH-P.
           MOVE     BSLFDN  OF FORMAT2 TO BSLFDN  OF PBESUCH-P.
           READ     PBESUCH-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO EIN-BES-90
           END-IF.

      * NUR ANGEMELDETE BESUCHER UND NUR AM BESUCHSTAG
           IF       BSSTAT  OF PBESUCH-P NOT = "A"
            OR      BSDATUM OF PBESUCH-P NOT = DATE-8
                    GO TO EIN-BES-90
           END-IF.

           MOVE     "E"     TO BSSTAT OF PBESUCH-P.
           MOVE     TIME-6  TO BSEIN  OF PBESUCH-P.
           MOVE     T-USER  TO BSMSER OF PBESUCH-P.
           MOVE     T-TERM  TO BSMBS  OF PBESUCH-P.
           MOVE     PGM-WRK TO BSMPGM OF PBESUCH-P.
           MOVE     DATE-8  TO BSMDTA OF PBESUCH-P.
           MOVE     TIME-6  TO BSMTIA OF PBESUCH-P.
           REWRITE  PBESUCH-P.

           MOVE     BSSTAT OF PBESUCH-P TO BSSTAT OF FORMAT2.
           MOVE     BSEIN  OF PBESUCH-P TO BSEIN  OF FORMAT2.

           PERFORM  DRUCKE-AUSWEIS.
           PERFORM  BENACHRICHTIGE-GASTGEBER.

       EIN-BES-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BESUCHER AUSCHECKEN
      *--------------------------------------------------------------
       AUSCHECKEN-BESUCH SECTION.
       AUS-BES-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PBESUCHF OF PBESUCH-P.
           MOVE     BSDATUM OF FORMAT2 TO BSDATUM OF PBESUCH-P.
           MOVE     BSLFDN  OF FORMAT2 TO BSLFDN  OF PBESUCH-P.
           READ     PBESUCH-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-BES-90
           END-IF.
           IF       BSSTAT OF PBESUCH-P NOT = "E"
                    GO TO AUS-BES-90
           END-IF.

           MOVE     "G"     TO BSSTAT OF PBESUCH-P.
           MOVE     TIME-6  TO BSAUS  OF PBESUCH-P.
           MOVE     T-USER  TO BSMSER OF PBESUCH-P.
           MOVE     T-TERM  TO BSMBS  OF PBESUCH-P.
           MOVE     PGM-WRK TO BSMPGM OF PBESUCH-P.
           MOVE     DATE-8  TO BSMDTA OF PBESUCH-P.
           MOVE     TIME-6  TO BSMTIA OF PBESUCH-P.
           REWRITE  PBESUCH-P.

           MOVE     BSSTAT OF PBESUCH-P TO BSSTAT OF FORMAT2.
           MOVE     BSAUS  OF PBESUCH-P TO BSAUS  OF FORMAT2.

       AUS-BES-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NOCH NICHT EINGECHECKTE ANMELDUNG ENTFERNEN
      *--------------------------------------------------------------
       ENTFERNEN-BESUCH SECTION.
       ENT-BES-00.

           INITIALIZE PBESUCHF OF PBESUCH-P.
           MOVE     BSDATUM OF FORMAT2 TO BSDATUM OF PBESUCH-P.
           MOVE     BSLFDN  OF FORMAT2 TO BSLFDN  OF PBESUCH-P.
           READ     PBESUCH-DP.
           IF       FILE-STATUS = ZEROES
            AND     BSSTAT OF PBESUCH-P = "A"
                    DELETE PBESUCH-DP
           END-IF.

       ENT-BES-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BESUCHERAUSWEIS UEBER DAS LAYOUT "BESUCHER" DRUCKEN:
      * *PARM1 NAME, *PARM2 FIRMA, *PARM3 GASTGEBER, *PARM4 DATUM,
      * *PARM5 RAUM, *PARM6 BESUCHERNUMMER (BARCODE)
      *--------------------------------------------------------------
       DRUCKE-AUSWEIS SECTION.
       DRK-AUS-00.

           MOVE     BSHOST OF PBESUCH-P TO NOT-USER.
           PERFORM  LESEN-GASTGEBER.

      * AUSWEISDRUCKER DES EMPFANGS
           INITIALIZE LBL-OUTQ.
           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "BESUCH"  TO CFID   OF PCONFIG-P.
           MOVE     "DRUCKER" TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES    TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES    TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES    TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE CFTXT1 OF PCONFIG-P(1:10) TO LBL-OUTQ
           END-IF.

           MOVE     BSDATUM OF PBESUCH-P TO AUSWEIS-DATUM.
           MOVE     BSLFDN  OF PBESUCH-P TO AUSWEIS-LFDN.

           INITIALIZE LBL-SRCLIB LBL-SRCRCN LBL-SRCMBR LBL-PARMS.
           MOVE     "BESUCHER"           TO LBL-LAYOUT.
           MOVE     BSNAME  OF PBESUCH-P TO LBL-PARM(1).
           MOVE     BSFIRMA OF PBESUCH-P TO LBL-PARM(2).
           MOVE     HOST-NAME            TO LBL-PARM(3).
           MOVE     BSDATUM OF PBESUCH-P TO LBL-PARM(4).
           MOVE     BSRAUM  OF PBESUCH-P TO LBL-PARM(5).
           MOVE     AUSWEIS-NR           TO LBL-PARM(6).
           CALL     "DRP0010" USING LBL-SRCLIB
                                    LBL-SRCRCN
                                    LBL-SRCMBR
                                    LBL-OUTQ
                                    LBL-LAYOUT
                                    LBL-PARMS
           END-CALL.

       DRK-AUS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GASTGEBER UEBER DEN ZENTRALEN VERTEILER BENACHRICHTIGEN
      *--------------------------------------------------------------
       BENACHRICHTIGE-GASTGEBER SECTION.
       BEN-GAS-00.

           MOVE     "S"          TO NOT-MODUS.
           MOVE     "BESUCH"     TO NOT-EVTTYP.
           MOVE     BSHOST OF PBESUCH-P TO NOT-USER.
           INITIALIZE NOT-BETREFF.
           STRING   "IHR BESUCH IST DA: "       DELIMITED BY SIZE
                    BSNAME OF PBESUCH-P         DELIMITED BY SIZE
             INTO   NOT-BETREFF
           END-STRING.
           INITIALIZE NOT-TEXT.
           STRING   FUNCTION TRIM(BSNAME OF PBESUCH-P)
                                                DELIMITED BY SIZE
                    " ("                        DELIMITED BY SIZE
                    FUNCTION TRIM(BSFIRMA OF PBESUCH-P)
                                                DELIMITED BY SIZE
                    ") WURDE AM EMPFANG EINGECHECKT. RAUM: "
                                                DELIMITED BY SIZE
                    BSRAUM OF PBESUCH-P         DELIMITED BY SIZE
             INTO   NOT-TEXT
           END-STRING.
           MOVE     "T"    TO NOT-STDKAN.
           MOVE     SPACES TO NOT-KANAL.
           CALL     "XXP2010" USING NOT-MODUS
                                    NOT-EVTTYP
                                    NOT-USER
                                    NOT-BETREFF
                                    NOT-TEXT
                                    NOT-STDKAN
                                    NOT-KANAL
           END-CALL.

       BEN-GAS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NAME UND AKTIV-KENNZEICHEN DES USERS NOT-USER AUS PPERSON
      *--------------------------------------------------------------
       LESEN-GASTGEBER SECTION.
       LES-GAS-00.

           MOVE     NOT-USER TO HOST-NAME.
           MOVE     ZEROES   TO HOST-AKTIV.

           INITIALIZE PERSON-REC.
           MOVE     "L"      TO PN-MODUS OF PERSON-REC.
           MOVE     NOT-USER TO PN-USER  OF PERSON-REC.
           CALL     "CFP9022" USING PERSON-REC
           END-CALL.
           IF       PN-RET OF PERSON-REC NOT = SPACES
                    GO TO LES-GAS-90
           END-IF.

           IF       PN-NAME OF PERSON-REC NOT = SPACES
                    MOVE PN-NAME OF PERSON-REC TO HOST-NAME
           END-IF.
           IF       PN-AKTIV OF PERSON-REC NOT = ZEROES
                    MOVE 1 TO HOST-AKTIV
           END-IF.

       LES-GAS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * UHRZEIT PRF-ZEIT (HHMM) PRUEFEN (ZEIT-OK = 1)
      *--------------------------------------------------------------
       PRUEFE-ZEIT SECTION.
       PRF-ZEI-00.

           MOVE     ZEROES TO ZEIT-OK.
           IF       PRF-STD < 24
            AND     PRF-MIN < 60
                    MOVE 1 TO ZEIT-OK
           END-IF.

       PRF-ZEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BESUCHER VORANMELDEN (FMT01)
      *--------------------------------------------------------------
       ERFASSEN-BESUCH SECTION.
       ERF-BES-00.

           INITIALIZE FORMAT1.
           MOVE     TAG-WRK TO BSDATUM OF FORMAT1.
           MOVE     T-USER  TO BSHOST  OF FORMAT1.
           MOVE     "K"     TO BSART   OF FORMAT1.
           MOVE     AUS TO INXX.

       ERF-BES-10.
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
                    GO TO ERF-BES-90
           END-IF.
           IF       IN12 OF FORMAT1-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ERF-BES-90
           END-IF.

      * NICHTS EINGEGEBEN, ENTSPRICHT ABBRUCH
           IF       BSNAME OF FORMAT1 = SPACES
                    MOVE "1" TO F12
                    GO TO ERF-BES-90
           END-IF.

      * ART: K/T/L/S
           IF       BSART OF FORMAT1 NOT = "K"
            AND     BSART OF FORMAT1 NOT = "T"
            AND     BSART OF FORMAT1 NOT = "L"
            AND     BSART OF FORMAT1 NOT = "S"
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-BES-10
           END-IF.

      * GASTGEBER MUSS AKTIVER MITARBEITER SEIN
           MOVE     BSHOST OF FORMAT1 TO NOT-USER.
           PERFORM  LESEN-GASTGEBER.
           IF       HOST-AKTIV = ZEROES
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-BES-10
           END-IF.

      * BESUCHSTAG MUSS GUELTIG SEIN
           MOVE     BSDATUM OF FORMAT1 TO PRF-DATUM.
           MOVE     PRF-DATUM TO DATE-DB.
           PERFORM  COPY-CHECK-DATE.
           IF       DATUM-RETCODE NOT = SPACES
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-BES-10
           END-IF.

      * ANKUNFT UND ABREISE (HHMM), ABREISE NACH ANKUNFT
           MOVE     BSVON OF FORMAT1 TO PRF-ZEIT-RED.
           PERFORM  PRUEFE-ZEIT.
           IF       ZEIT-OK = ZEROES
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-BES-10
           END-IF.
           MOVE     BSBIS OF FORMAT1 TO PRF-ZEIT-RED.
           PERFORM  PRUEFE-ZEIT.
           IF       ZEIT-OK = ZEROES
            OR      BSBIS OF FORMAT1 NOT > BSVON OF FORMAT1
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-BES-10
           END-IF.

      * RAUM, WENN ANGEGEBEN, AUS DEM RESSOURCENSTAMM
           IF       BSRAUM OF FORMAT1 NOT = SPACES
                    INITIALIZE PRESRESF OF PRESRES-P
                    MOVE BSRAUM OF FORMAT1 TO RSID OF PRESRES-P
                    READ PRESRES-DP WITH NO LOCK
                    IF   FILE-STATUS NOT = ZEROES
                     OR  RSTYP OF PRESRES-P NOT = "RAUM"
                         MOVE AN TO IN99 OF INXX
                         GO TO ERF-BES-10
                    END-IF
           END-IF.

           PERFORM  ANLEGEN-BESUCH.

       ERF-BES-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ANMELDUNG MIT DER NAECHSTEN LFD. NUMMER DES TAGES ANLEGEN
      *--------------------------------------------------------------
       ANLEGEN-BESUCH SECTION.
       ANL-BES-00.

           MOVE     ZEROES TO NEU-LFDN.
           INITIALIZE PBESUCHF OF PBESUCH-P.
           MOVE     BSDATUM OF FORMAT1 TO BSDATUM OF PBESUCH-P.
           MOVE     ZEROES             TO BSLFDN  OF PBESUCH-P.
           START    PBESUCH-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANL-BES-50
           END-IF.

       ANL-BES-20.
           READ     PBESUCH-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      BSDATUM OF PBESUCH-P NOT = BSDATUM OF FORMAT1
                    GO TO ANL-BES-50
           END-IF.
           MOVE     BSLFDN OF PBESUCH-P TO NEU-LFDN.
           GO TO    ANL-BES-20.

       ANL-BES-50.
           ADD      1 TO NEU-LFDN.
           PERFORM  COPY-GET-TIME.

           INITIALIZE PBESUCHF OF PBESUCH-P.
           MOVE     CORR FORMAT1 TO PBESUCHF OF PBESUCH-P.
           MOVE     NEU-LFDN     TO BSLFDN OF PBESUCH-P.
           MOVE     "A"          TO BSSTAT OF PBESUCH-P.
           MOVE     ZEROES       TO BSEIN  OF PBESUCH-P.
           MOVE     ZEROES       TO BSAUS  OF PBESUCH-P.
           MOVE     T-USER       TO BSAUSR OF PBESUCH-P.
           MOVE     T-TERM       TO BSABS  OF PBESUCH-P.
           MOVE     PGM-WRK      TO BSAPGM OF PBESUCH-P.
           MOVE     DATE-8       TO BSADTA OF PBESUCH-P.
           MOVE     TIME-6       TO BSATIA OF PBESUCH-P.
           WRITE    PBESUCH-P.

      * DIE ANZEIGE SPRINGT AUF DEN BESUCHSTAG
           MOVE     BSDATUM OF FORMAT1 TO TAG-WRK.

       ANL-BES-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILEUEBERSCHRIFTEN FUELLEN
      *--------------------------------------------------------------
       SFL-HEADER SECTION.
       SFL-HEA-00.

      * UEBERSCHRIFT UND ANGEZEIGTER TAG
           MOVE     "XXP0107"         TO MAINUEB OF FORMAT3.
           MOVE     "XXP0107*3"       TO SUBUEB  OF FORMAT3.
           MOVE     TAG-WRK           TO BSDATUM OF FORMAT3.

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
