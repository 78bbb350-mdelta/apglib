       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              HMP0013.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * VERANTWORTLICHE JE PROGRAMM ODER TAG PFLEGEN (PPGMOWN)        *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT ALLE EINTRAEGE AUS PPGMOWN: JE          *
      *                  PROGRAMM (OWTYP "P", OWLIB/OWFILE AUS        *
      *                  PPGMLIB) ODER JE TAG (OWTYP "T", OWTAG AUS   *
      *                  PTAGLIB) EIN EIGNER (OWPRIM) UND EIN         *
      *                  VERTRETER (OWVERT). F6 ERFASST EINEN NEUEN   *
      *                  EINTRAG, OPTION "2" AENDERT EIGNER UND       *
      *                  VERTRETER, OPTION "4" ENTFERNT EINEN.        *
      *                  EIGNER UND VERTRETER MUESSEN AKTIVE USER     *
      *                  SEIN (PCONFIG H050 UND AKTIV IM PERSONEN-    *
      *                  STAMM). DER EINTRAG ZUM PROGRAMM GEHT DEM    *
      *                  ZU SEINEN TAGS VOR (ERMITTLUNG IN HMP0014).  *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    EIGNER/VERTRETER MUESSEN IM PERSONENSTAMM    *
      *                  (CFP9022) AKTIV SEIN                         *
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
                  ASSIGN       TO  WORKSTATION-HMD0013DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PPGMOWN: OWTYP, OWLIB, OWFILE, OWTAG (VERANTWORTLICHE)
      *-------------------------------------------------------------
           SELECT PPGMOWN-DP
                  ASSIGN       TO  DATABASE-PPGMOWN
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PPGMLIB: PLLIB, PLFILE (PROGRAMME)
      *-------------------------------------------------------------
           SELECT PPGMLIB-DP
                  ASSIGN       TO  DATABASE-PPGMLIB
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PTAGLIBL2: PTLIB, PTFILE, PTTAG (TAGS)
      *-------------------------------------------------------------
           SELECT PTAGLIB-DL
                  ASSIGN       TO  DATABASE-PTAGLIBL2
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                                   WITH DUPLICATES
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCONFIG: CFID, CFKEY (H050 JE USER)
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
           COPY DDS-ALL-FORMATS OF HMD0013DE.
      /
      *--- PPGMOWN: OWTYP, OWLIB, OWFILE, OWTAG
       FD  PPGMOWN-DP
           LABEL RECORDS ARE STANDARD.
       01  PPGMOWN-P.
           COPY DDS-ALL-FORMATS OF PPGMOWN.
      /
      *--- PPGMLIB: PLLIB, PLFILE
       FD  PPGMLIB-DP
           LABEL RECORDS ARE STANDARD.
       01  PPGMLIB-P.
           COPY DDS-ALL-FORMATS OF PPGMLIB.
      /
      *--- PTAGLIBL2: PTLIB, PTFILE, PTTAG
       FD  PTAGLIB-DL
           LABEL RECORDS ARE STANDARD.
       01  PTAGLIB-L.
           COPY DDS-ALL-FORMATS OF PTAGLIBL2.
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
           COPY  DDS-FMT01-O OF  HMD0013DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  HMD0013DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  HMD0013DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  HMD0013DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  HMD0013DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  HMD0013DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT4X.
           COPY  DDS-FMT04-O OF  HMD0013DE
           REPLACING FMT04-O BY FORMAT4
                     FMT04-O-INDIC BY FORMAT4-O-INDIC.

       01  FORMAT4Y.
           COPY  DDS-FMT04-I OF  HMD0013DE
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

       01  PGM-WRK                       PIC X(10) VALUE "HMP0013".
       01  PGM-TYP                       PIC X(8)  VALUE "HERMES".

       01  AUSWAHL                       PIC X(2).

      * BEARBEITETER EINTRAG (AEND-KZ ZEROES = NEU ERFASSEN)
       01  AEND-KZ                       PIC 9(1).
       01  AEND-TYP                      LIKE OWTYP  OF PPGMOWN-P.
       01  AEND-LIB                      LIKE OWLIB  OF PPGMOWN-P.
       01  AEND-FILE                     LIKE OWFILE OF PPGMOWN-P.
       01  AEND-TAG                      LIKE OWTAG  OF PPGMOWN-P.

      * PRUEFUNG DER EINGABE
       01  EINGABE-OK                    PIC 9(1).
       01  PRF-USER                      PIC X(10).
       01  PRF-USER-OK                   PIC 9(1).

      * PERSONENSTAMM (CFP9022)
       01  PERSON-REC                    TYPE PERSON-TYPE.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "HMP0013" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "HMD0013DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

      * ALLE DATEIEN OEFFNEN
           OPEN     I-O   PPGMOWN-DP.
           OPEN     INPUT PPGMLIB-DP
                          PTAGLIB-DL
                          PCONFIG-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

       ANF020.
      * LESE-DATEN: ALLE EINTRAEGE
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
                    MOVE ZEROES TO AEND-KZ
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

           CLOSE                 PPGMOWN-DP
                                 PPGMLIB-DP
                                 PTAGLIB-DL
                                 PCONFIG-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE EINTRAEGE LESEN
      *--------------------------------------------------------------
       LESE-DATEN SECTION.
       LES-DAT-00.

           INITIALIZE DATEN, ANZREC-WRK.

           INITIALIZE PPGMOWNF OF PPGMOWN-P.
           MOVE     SPACES TO OWTYP  OF PPGMOWN-P.
           MOVE     SPACES TO OWLIB  OF PPGMOWN-P.
           MOVE     SPACES TO OWFILE OF PPGMOWN-P.
           MOVE     SPACES TO OWTAG  OF PPGMOWN-P.
           START    PPGMOWN-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
                    GO TO LES-DAT-90
           END-IF.

       LES-DAT-20.
           READ     PPGMOWN-DP NEXT RECORD.
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
           MOVE     CORR PPGMOWNF OF PPGMOWN-P TO FORMAT2.

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

      * F6 NEUEN EINTRAG ERFASSEN
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

      * EIGNER UND VERTRETER AENDERN
           IF       AUSW OF FORMAT2 = "2"
                    MOVE 1                 TO AEND-KZ
                    MOVE OWTYP  OF FORMAT2 TO AEND-TYP
                    MOVE OWLIB  OF FORMAT2 TO AEND-LIB
                    MOVE OWFILE OF FORMAT2 TO AEND-FILE
                    MOVE OWTAG  OF FORMAT2 TO AEND-TAG
                    PERFORM ERFASSEN-EINTRAG
                    IF   F3 = "1"
                         GO TO ANZ-SFL-90
                    END-IF
                    INITIALIZE F12
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

      * EINTRAG ENTFERNEN
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
      * EINTRAG AUS PPGMOWN ENTFERNEN
      *--------------------------------------------------------------
       ENTFERNEN-EINTRAG SECTION.
       ENT-EIN-00.

           INITIALIZE PPGMOWNF OF PPGMOWN-P.
           MOVE     OWTYP  OF FORMAT2 TO OWTYP  OF PPGMOWN-P.
           MOVE     OWLIB  OF FORMAT2 TO OWLIB  OF PPGMOWN-P.
           MOVE     OWFILE OF FORMAT2 TO OWFILE OF PPGMOWN-P.
           MOVE     OWTAG  OF FORMAT2 TO OWTAG  OF PPGMOWN-P.
           READ     PPGMOWN-DP.
           IF       FILE-STATUS = ZEROES
                    DELETE PPGMOWN-DP
           END-IF.

       ENT-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINTRAG ERFASSEN ODER AENDERN (FMT01)
      *--------------------------------------------------------------
       ERFASSEN-EINTRAG SECTION.
       ERF-EIN-00.

           INITIALIZE FORMAT1.
           MOVE     AUS TO INXX.

      * BEIM AENDERN DIE BISHERIGEN WERTE VORBELEGEN
           IF       AEND-KZ NOT = ZEROES
                    INITIALIZE PPGMOWNF OF PPGMOWN-P
                    MOVE AEND-TYP  TO OWTYP  OF PPGMOWN-P
                    MOVE AEND-LIB  TO OWLIB  OF PPGMOWN-P
                    MOVE AEND-FILE TO OWFILE OF PPGMOWN-P
                    MOVE AEND-TAG  TO OWTAG  OF PPGMOWN-P
                    READ PPGMOWN-DP WITH NO LOCK
                    IF   FILE-STATUS NOT = ZEROES
                         GO TO ERF-EIN-90
                    END-IF
                    MOVE CORR PPGMOWNF OF PPGMOWN-P TO FORMAT1
           END-IF.

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
           IF       OWTYP  OF FORMAT1 = SPACES
            AND     OWPRIM OF FORMAT1 = SPACES
                    MOVE "1" TO F12
                    GO TO ERF-EIN-90
           END-IF.

           PERFORM  PRUEFE-EINGABE.
           IF       EINGABE-OK = ZEROES
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
           END-IF.

           PERFORM  ANLEGEN-EINTRAG.
           IF       EINGABE-OK = ZEROES
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
           END-IF.

       ERF-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINGABE PRUEFEN: PROGRAMM BZW. TAG MUSS ES GEBEN, EIGNER
      * UND VERTRETER MUESSEN AKTIVE USER SEIN
      *--------------------------------------------------------------
       PRUEFE-EINGABE SECTION.
       PRF-EIN-00.

           INITIALIZE EINGABE-OK.

      * BEIM AENDERN BLEIBT DER SCHLUESSEL STEHEN
           IF       AEND-KZ NOT = ZEROES
                    IF   OWTYP  OF FORMAT1 NOT = AEND-TYP
                     OR  OWLIB  OF FORMAT1 NOT = AEND-LIB
                     OR  OWFILE OF FORMAT1 NOT = AEND-FILE
                     OR  OWTAG  OF FORMAT1 NOT = AEND-TAG
                         GO TO PRF-EIN-90
                    END-IF
           END-IF.

           EVALUATE OWTYP OF FORMAT1
      *             PROGRAMM AUS PPGMLIB
                    WHEN "P"
                         IF   OWTAG OF FORMAT1 NOT = SPACES
                              GO TO PRF-EIN-90
                         END-IF
                         INITIALIZE PPGMLIBF OF PPGMLIB-P
                         MOVE OWLIB  OF FORMAT1 TO PLLIB  OF PPGMLIB-P
                         MOVE OWFILE OF FORMAT1 TO PLFILE OF PPGMLIB-P
                         READ PPGMLIB-DP WITH NO LOCK
                         IF   FILE-STATUS NOT = ZEROES
                              GO TO PRF-EIN-90
                         END-IF
      *             TAG-STAMMSATZ AUS PTAGLIB (OHNE BIBLIOTHEK/DATEI)
                    WHEN "T"
                         IF   OWLIB  OF FORMAT1 NOT = SPACES
                          OR  OWFILE OF FORMAT1 NOT = SPACES
                          OR  OWTAG  OF FORMAT1 = SPACES
                              GO TO PRF-EIN-90
                         END-IF
                         INITIALIZE PTAGLIBF OF PTAGLIB-L
                         MOVE SPACES            TO PTLIB  OF PTAGLIB-L
                         MOVE SPACES            TO PTFILE OF PTAGLIB-L
                         MOVE OWTAG  OF FORMAT1 TO PTTAG  OF PTAGLIB-L
                         READ PTAGLIB-DL WITH NO LOCK
                         IF   FILE-STATUS NOT = ZEROES
                              GO TO PRF-EIN-90
                         END-IF
                    WHEN OTHER
                         GO TO PRF-EIN-90
           END-EVALUATE.

      * EIGNER IST PFLICHT UND MUSS AKTIV SEIN
           MOVE     OWPRIM OF FORMAT1 TO PRF-USER.
           PERFORM  PRUEFE-USER.
           IF       PRF-USER-OK = ZEROES
                    GO TO PRF-EIN-90
           END-IF.

      * VERTRETER IST FREIWILLIG, ABER NICHT DER EIGNER SELBST
           IF       OWVERT OF FORMAT1 NOT = SPACES
                    IF   OWVERT OF FORMAT1 = OWPRIM OF FORMAT1
                         GO TO PRF-EIN-90
                    END-IF
                    MOVE OWVERT OF FORMAT1 TO PRF-USER
                    PERFORM PRUEFE-USER
                    IF   PRF-USER-OK = ZEROES
                         GO TO PRF-EIN-90
                    END-IF
           END-IF.

           MOVE     1 TO EINGABE-OK.

       PRF-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * IST DER USER AKTIV (PCONFIG H050 UND PERSONENSTAMM)?
      *--------------------------------------------------------------
       PRUEFE-USER SECTION.
       PRF-USR-00.

           INITIALIZE PRF-USER-OK.
           IF       PRF-USER = SPACES
                    GO TO PRF-USR-90
           END-IF.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "H050"         TO CFID   OF PCONFIG-P.
           MOVE     PRF-USER       TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-USR-90
           END-IF.

      * IM PERSONENSTAMM INAKTIV GESETZTE USER ZAEHLEN NICHT
           INITIALIZE PERSON-REC.
           MOVE     "L"            TO PN-MODUS OF PERSON-REC.
           MOVE     PRF-USER       TO PN-USER  OF PERSON-REC.
           CALL     "CFP9022" USING PERSON-REC
           END-CALL.
           IF       PN-RET   OF PERSON-REC = SPACES
            AND     PN-AKTIV OF PERSON-REC NOT = ZEROES
                    MOVE 1 TO PRF-USER-OK
           END-IF.

       PRF-USR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINTRAG IN PPGMOWN ANLEGEN BZW. AENDERN
      *--------------------------------------------------------------
       ANLEGEN-EINTRAG SECTION.
       ANL-EIN-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PPGMOWNF OF PPGMOWN-P.
           MOVE     OWTYP  OF FORMAT1 TO OWTYP  OF PPGMOWN-P.
           MOVE     OWLIB  OF FORMAT1 TO OWLIB  OF PPGMOWN-P.
           MOVE     OWFILE OF FORMAT1 TO OWFILE OF PPGMOWN-P.
           MOVE     OWTAG  OF FORMAT1 TO OWTAG  OF PPGMOWN-P.
           READ     PPGMOWN-DP.

           IF       AEND-KZ NOT = ZEROES
                    IF   FILE-STATUS = ZEROES
                         MOVE OWPRIM OF FORMAT1 TO OWPRIM OF PPGMOWN-P
                         MOVE OWVERT OF FORMAT1 TO OWVERT OF PPGMOWN-P
                         MOVE T-USER            TO OWMSER OF PPGMOWN-P
                         MOVE DATE-8            TO OWMDTA OF PPGMOWN-P
                         MOVE TIME-6            TO OWMTIA OF PPGMOWN-P
                         REWRITE PPGMOWN-P
                    END-IF
                    GO TO ANL-EIN-90
           END-IF.

      * JEDES PROGRAMM UND JEDER TAG HAT NUR EINEN EINTRAG
           IF       FILE-STATUS = ZEROES
                    INITIALIZE EINGABE-OK
                    GO TO ANL-EIN-90
           END-IF.

           INITIALIZE PPGMOWNF OF PPGMOWN-P.
           MOVE     OWTYP  OF FORMAT1 TO OWTYP  OF PPGMOWN-P.
           MOVE     OWLIB  OF FORMAT1 TO OWLIB  OF PPGMOWN-P.
           MOVE     OWFILE OF FORMAT1 TO OWFILE OF PPGMOWN-P.
           MOVE     OWTAG  OF FORMAT1 TO OWTAG  OF PPGMOWN-P.
           MOVE     OWPRIM OF FORMAT1 TO OWPRIM OF PPGMOWN-P.
           MOVE     OWVERT OF FORMAT1 TO OWVERT OF PPGMOWN-P.
           MOVE     T-USER            TO OWAUSR OF PPGMOWN-P.
           MOVE     DATE-8            TO OWADTA OF PPGMOWN-P.
           MOVE     TIME-6            TO OWATIA OF PPGMOWN-P.
           WRITE    PPGMOWN-P.

       ANL-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILEUEBERSCHRIFTEN FUELLEN
      *--------------------------------------------------------------
       SFL-HEADER SECTION.
       SFL-HEA-00.

      * UEBERSCHRIFT
           MOVE     "HMP0013"         TO MAINUEB OF FORMAT3.
           MOVE     "HMP0013*3"       TO SUBUEB  OF FORMAT3.

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
