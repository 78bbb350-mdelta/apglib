       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP2040.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * ABWEICHUNGEN DER OBJEKTBERECHTIGUNGEN IN DEN SOLLSTAND        *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT DIE VON XXP2039 ERMITTELTEN            *
      *                  ABWEICHUNGEN DER OBJEKTBERECHTIGUNGEN        *
      *                  (PAUTDIF), STANDARDMAESSIG NUR DIE OFFENEN;  *
      *                  F8 SCHALTET AUF DIE GESAMTE HISTORIE UM.     *
      *                  OPTION "1" UEBERNIMMT EINE GENEHMIGTE        *
      *                  ABWEICHUNG MIT PFLICHTBEGRUENDUNG (FMT01) IN *
      *                  DEN SOLLSTAND PAUTBAS: N = SATZ ANLEGEN,     *
      *                  G = SOLLWERT AENDERN, F = SATZ LOESCHEN. DIE *
      *                  ABWEICHUNG ERHAELT STATUS "U" MIT USER,      *
      *                  ZEITPUNKT UND BEGRUENDUNG. OPTION "5" ZEIGT  *
      *                  EINE ABWEICHUNG NUR AN.                      *
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
                  ASSIGN       TO  WORKSTATION-XXD2040DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PAUTDIF: ADLIB, ADOBJ, ADTYP, ADUSR, ADDTA (ABWEICHUNGEN)
      *-------------------------------------------------------------
           SELECT PAUTDIF-DP
                  ASSIGN       TO  DATABASE-PAUTDIF
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAUTBAS: ABLIB, ABOBJ, ABTYP, ABUSR (SOLLSTAND)
      *-------------------------------------------------------------
           SELECT PAUTBAS-DP
                  ASSIGN       TO  DATABASE-PAUTBAS
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
           COPY DDS-ALL-FORMATS OF XXD2040DE.
      /
      *--- PAUTDIF: ADLIB, ADOBJ, ADTYP, ADUSR, ADDTA
       FD  PAUTDIF-DP
           LABEL RECORDS ARE STANDARD.
       01  PAUTDIF-P.
           COPY DDS-ALL-FORMATS OF PAUTDIF.
      /
      *--- PAUTBAS: ABLIB, ABOBJ, ABTYP, ABUSR
       FD  PAUTBAS-DP
           LABEL RECORDS ARE STANDARD.
       01  PAUTBAS-P.
           COPY DDS-ALL-FORMATS OF PAUTBAS.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.
        05 IN99                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  XXD2040DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  XXD2040DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD2040DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  XXD2040DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  XXD2040DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  XXD2040DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT4X.
           COPY  DDS-FMT04-O OF  XXD2040DE
           REPLACING FMT04-O BY FORMAT4
                     FMT04-O-INDIC BY FORMAT4-O-INDIC.

       01  FORMAT4Y.
           COPY  DDS-FMT04-I OF  XXD2040DE
           REPLACING FMT04-I BY FORMAT4-I
                     FMT04-I-INDIC BY FORMAT4-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * STANDARDFELDER FUER PROGRAMMTEXTE
           COPY WRKTXT     OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP2040".
       01  PGM-TYP                       PIC X(8)  VALUE "FUN    ".

       01  AUSWAHL                       PIC X(2).

      * "1" = GESAMTE HISTORIE STATT NUR OFFENER ABWEICHUNGEN
       01  ALLE-MODUS                    PIC X(1).

      * "1" = ABWEICHUNG NUR ANZEIGEN, KEINE UEBERNAHME MOEGLICH
       01  ANZEIGE-MODUS                 PIC X(1).

      * SCHLUESSEL DER ANGEZEIGTEN ABWEICHUNG
       01  SATZ-KEY.
        05 KEY-LIB                       PIC X(10).
        05 KEY-OBJ                       PIC X(10).
        05 KEY-TYP                       PIC X(10).
        05 KEY-USR                       PIC X(10).
        05 KEY-DTA                       PIC 9(8).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP2040" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD2040DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

      * ALLE DATEIEN OEFFNEN
           OPEN     I-O   PAUTDIF-DP
                          PAUTBAS-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12, ALLE-MODUS.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

       ANF020.
      * LESE-DATEN: LESEN DER ABWEICHUNGEN
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
           IF       F8 = "1"
                    INITIALIZE F8
                    IF   ALLE-MODUS = "1"
                         MOVE SPACES TO ALLE-MODUS
                    ELSE
                         MOVE "1"    TO ALLE-MODUS
                    END-IF
                    INITIALIZE SFL-ZEILE
                    GO TO ANF020
           END-IF.

      * WIEDERHOLEN BIS USER BEENDET ...
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE                 PAUTDIF-DP
                                 PAUTBAS-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * LESEN DER ABWEICHUNGEN: OFFENE ODER DIE GESAMTE HISTORIE
      *--------------------------------------------------------------
       LESE-DATEN SECTION.
       LES-DAT-00.

           INITIALIZE DATEN, ANZREC-WRK.

           INITIALIZE PAUTDIFF OF PAUTDIF-P.
           START    PAUTDIF-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
                    GO TO LES-DAT-90
           END-IF.

       LES-DAT-20.
           READ     PAUTDIF-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    IF   DATEN = ZEROES
                         PERFORM AUSGABE-SFL-CLEAR
                    END-IF
                    GO TO LES-DAT-90
           END-IF.

           IF       ALLE-MODUS NOT = "1"
            AND     ADSTS OF PAUTDIF-P NOT = "O"
                    GO TO LES-DAT-20
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
           MOVE     CORR PAUTDIFF OF PAUTDIF-P TO FORMAT2.

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

      * F8 OFFENE ABWEICHUNGEN/GESAMTE HISTORIE UMSCHALTEN
           IF       IN08 IN FORMAT3-I-INDIC = AN
                    MOVE "1" TO F8
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

      * ABWEICHUNG UEBERNEHMEN BZW. ANZEIGEN
           IF       AUSW OF FORMAT2 = "1"
            OR      AUSW OF FORMAT2 = "5"
                    IF   AUSW OF FORMAT2 = "5"
                         MOVE "1"    TO ANZEIGE-MODUS
                    ELSE
                         MOVE SPACES TO ANZEIGE-MODUS
                    END-IF
                    PERFORM LADEN-EINTRAG
                    PERFORM UEBERNEHMEN-EINTRAG
                    IF   F3 = "1"
                         GO TO ANZ-SFL-90
                    END-IF
                    INITIALIZE F12
                    MOVE "1" TO F5
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
      * ABWEICHUNG IN DAS ANZEIGEFORMAT LADEN
      *--------------------------------------------------------------
       LADEN-EINTRAG SECTION.
       LAD-EIN-00.

           INITIALIZE FORMAT1.
           INITIALIZE PAUTDIFF OF PAUTDIF-P.
           MOVE     ADLIB OF FORMAT2 TO ADLIB OF PAUTDIF-P.
           MOVE     ADOBJ OF FORMAT2 TO ADOBJ OF PAUTDIF-P.
           MOVE     ADTYP OF FORMAT2 TO ADTYP OF PAUTDIF-P.
           MOVE     ADUSR OF FORMAT2 TO ADUSR OF PAUTDIF-P.
           MOVE     ADDTA OF FORMAT2 TO ADDTA OF PAUTDIF-P.
           READ     PAUTDIF-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "1" TO ANZEIGE-MODUS
                    GO TO LAD-EIN-90
           END-IF.

           MOVE     CORR PAUTDIFF OF PAUTDIF-P TO FORMAT1.
           MOVE     ADLIB OF PAUTDIF-P TO KEY-LIB.
           MOVE     ADOBJ OF PAUTDIF-P TO KEY-OBJ.
           MOVE     ADTYP OF PAUTDIF-P TO KEY-TYP.
           MOVE     ADUSR OF PAUTDIF-P TO KEY-USR.
           MOVE     ADDTA OF PAUTDIF-P TO KEY-DTA.

      * NUR OFFENE ABWEICHUNGEN KOENNEN UEBERNOMMEN WERDEN
           IF       ADSTS OF PAUTDIF-P NOT = "O"
                    MOVE "1" TO ANZEIGE-MODUS
           END-IF.

       LAD-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABWEICHUNG ANZEIGEN UND BEGRUENDUNG ERFASSEN (FMT01)
      *--------------------------------------------------------------
       UEBERNEHMEN-EINTRAG SECTION.
       UEB-EIN-00.

           MOVE     AUS TO INXX.

       UEB-EIN-10.
           MOVE     CORR INXX       TO  FORMAT1-O-INDIC.
      * IM ANZEIGEMODUS IST DIE BEGRUENDUNG GESCHUETZT (IN52)
           IF       ANZEIGE-MODUS = "1"
                    MOVE AN TO IN52 OF FORMAT1-O-INDIC
           END-IF.
           MOVE     "FMT01"         TO  FMT-WRK.
           MOVE     FORMAT1         TO  WSREC-WRK.
           PERFORM  COPY-DISPLAY-WRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK TO FORMAT1-I.
           MOVE     CORR FORMAT1-I TO FORMAT1.
           MOVE     AUS  TO INXX.

           IF       IN03 OF FORMAT1-I-INDIC = AN
                    MOVE "1" TO F3
                    GO TO UEB-EIN-90
           END-IF.
           IF       IN12 OF FORMAT1-I-INDIC = AN
            OR      ANZEIGE-MODUS = "1"
                    MOVE "1" TO F12
                    GO TO UEB-EIN-90
           END-IF.

      * OHNE BEGRUENDUNG KEINE UEBERNAHME
           IF       ADGRUND OF FORMAT1 = SPACES
                    MOVE AN TO IN99 OF INXX
                    GO TO UEB-EIN-10
           END-IF.

           PERFORM  UEBERNEHMEN-SOLLSTAND.

       UEB-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABWEICHUNG IN DEN SOLLSTAND PAUTBAS UEBERNEHMEN
      *--------------------------------------------------------------
       UEBERNEHMEN-SOLLSTAND SECTION.
       UEB-SOL-00.

           PERFORM  COPY-GET-TIME.

      * SATZ SPERREN; INZWISCHEN ANDERWEITIG ERLEDIGT?
           INITIALIZE PAUTDIFF OF PAUTDIF-P.
           MOVE     KEY-LIB TO ADLIB OF PAUTDIF-P.
           MOVE     KEY-OBJ TO ADOBJ OF PAUTDIF-P.
           MOVE     KEY-TYP TO ADTYP OF PAUTDIF-P.
           MOVE     KEY-USR TO ADUSR OF PAUTDIF-P.
           MOVE     KEY-DTA TO ADDTA OF PAUTDIF-P.
           READ     PAUTDIF-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO UEB-SOL-90
           END-IF.
           IF       ADSTS OF PAUTDIF-P NOT = "O"
                    UNLOCK PAUTDIF-DP
                    GO TO UEB-SOL-90
           END-IF.

           INITIALIZE PAUTBASF OF PAUTBAS-P.
           MOVE     KEY-LIB TO ABLIB OF PAUTBAS-P.
           MOVE     KEY-OBJ TO ABOBJ OF PAUTBAS-P.
           MOVE     KEY-TYP TO ABTYP OF PAUTBAS-P.
           MOVE     KEY-USR TO ABUSR OF PAUTBAS-P.
           READ     PAUTBAS-DP.

      * ENTFALLEN: SOLLSATZ LOESCHEN
           IF       ADART OF PAUTDIF-P = "F"
                    IF   FILE-STATUS = ZEROES
                         DELETE PAUTBAS-DP
                    END-IF
                    GO TO UEB-SOL-80
           END-IF.

      * NEU ODER GEAENDERT: ISTWERT WIRD SOLLWERT
           IF       FILE-STATUS = ZEROES
                    MOVE ADIST   OF PAUTDIF-P TO ABAUT   OF PAUTBAS-P
                    MOVE ADGRUND OF FORMAT1   TO ABGRUND OF PAUTBAS-P
                    MOVE T-USER               TO ABMSER  OF PAUTBAS-P
                    MOVE T-TERM               TO ABMBS   OF PAUTBAS-P
                    MOVE PGM-WRK              TO ABMPGM  OF PAUTBAS-P
                    MOVE DATE-8               TO ABMDTA  OF PAUTBAS-P
                    MOVE TIME-6               TO ABMTIA  OF PAUTBAS-P
                    REWRITE PAUTBAS-P
           ELSE
                    INITIALIZE PAUTBASF OF PAUTBAS-P
                    MOVE KEY-LIB              TO ABLIB   OF PAUTBAS-P
                    MOVE KEY-OBJ              TO ABOBJ   OF PAUTBAS-P
                    MOVE KEY-TYP              TO ABTYP   OF PAUTBAS-P
                    MOVE KEY-USR              TO ABUSR   OF PAUTBAS-P
                    MOVE ADIST   OF PAUTDIF-P TO ABAUT   OF PAUTBAS-P
                    MOVE ADGRUND OF FORMAT1   TO ABGRUND OF PAUTBAS-P
                    MOVE T-USER               TO ABAUSR  OF PAUTBAS-P
                    MOVE T-TERM               TO ABABS   OF PAUTBAS-P
                    MOVE PGM-WRK              TO ABAPGM  OF PAUTBAS-P
                    MOVE DATE-8               TO ABADTA  OF PAUTBAS-P
                    MOVE TIME-6               TO ABATIA  OF PAUTBAS-P
                    WRITE PAUTBAS-P
           END-IF.

       UEB-SOL-80.
      * ABWEICHUNG ALS UEBERNOMMEN KENNZEICHNEN
           MOVE     "U"                TO ADSTS   OF PAUTDIF-P.
           MOVE     ADGRUND OF FORMAT1 TO ADGRUND OF PAUTDIF-P.
           MOVE     T-USER             TO ADQUSR  OF PAUTDIF-P.
           MOVE     DATE-8             TO ADQDTA  OF PAUTDIF-P.
           MOVE     TIME-6             TO ADQTIA  OF PAUTDIF-P.
           MOVE     T-USER             TO ADMSER  OF PAUTDIF-P.
           MOVE     T-TERM             TO ADMBS   OF PAUTDIF-P.
           MOVE     PGM-WRK            TO ADMPGM  OF PAUTDIF-P.
           MOVE     DATE-8             TO ADMDTA  OF PAUTDIF-P.
           MOVE     TIME-6             TO ADMTIA  OF PAUTDIF-P.
           REWRITE  PAUTDIF-P.

       UEB-SOL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILEUEBERSCHRIFTEN FUELLEN
      *--------------------------------------------------------------
       SFL-HEADER SECTION.
       SFL-HEA-00.

      * UEBERSCHRIFT, UNTERTITEL JE NACH ANZEIGEUMFANG
           MOVE     "XXP2040"         TO MAINUEB OF FORMAT3.
           IF       ALLE-MODUS = "1"
                    MOVE "XXP2040*4"  TO SUBUEB  OF FORMAT3
           ELSE
                    MOVE "XXP2040*3"  TO SUBUEB  OF FORMAT3
           END-IF.

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
