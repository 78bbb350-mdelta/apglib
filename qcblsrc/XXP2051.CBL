       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP2051.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * PFLEGE DER PLANEINTRAEGE DES JOBPLANERS (PJOBSCD)             *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT ALLE PLANEINTRAEGE MIT RHYTHMUS,       *
      *                  UHRZEIT, NAECHSTEM TERMIN UND LETZTER        *
      *                  ABGABE. MIT F6 WIRD EIN EINTRAG ERFASST,     *
      *                  OPTION "2" AENDERT IHN, OPTION "4" ENTFERNT  *
      *                  IHN. EIN EINTRAG STARTET EIN PROGRAMM        *
      *                  (JSTYP "P", DAS OBJEKT MUSS EXISTIEREN)      *
      *                  ODER EINE JOBKETTE AUS PJOBCHN (JSTYP "K").  *
      *                  RHYTHMUS UND VERSCHIEBUNG WERDEN UEBER       *
      *                  CFP9021 GEPRUEFT, DAS BEIM SPEICHERN AUCH    *
      *                  DEN NAECHSTEN TERMIN AB JETZT SETZT. DEN     *
      *                  START UEBERNIMMT DER SERVERJOB XXP2050.      *
      *                  JEDE AENDERUNG WIRD PROTOKOLLIERT.           *
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
                  ASSIGN       TO  WORKSTATION-XXD2051DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PJOBSCD: JSNAME (PLANEINTRAEGE)
      *-------------------------------------------------------------
           SELECT PJOBSCD-DP
                  ASSIGN       TO  DATABASE-PJOBSCD
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PJOBCHN: CHNAME, CHSEQ (KETTENDEFINITION)
      *-------------------------------------------------------------
           SELECT PJOBCHN-DP
                  ASSIGN       TO  DATABASE-PJOBCHN
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
           COPY DDS-ALL-FORMATS OF XXD2051DE.
      /
      *--- PJOBSCD: JSNAME
       FD  PJOBSCD-DP
           LABEL RECORDS ARE STANDARD.
       01  PJOBSCD-P.
           COPY DDS-ALL-FORMATS OF PJOBSCD.
      /
      *--- PJOBCHN: CHNAME, CHSEQ
       FD  PJOBCHN-DP
           LABEL RECORDS ARE STANDARD.
       01  PJOBCHN-P.
           COPY DDS-ALL-FORMATS OF PJOBCHN.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.
        05 IN99                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  XXD2051DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  XXD2051DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD2051DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  XXD2051DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  XXD2051DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  XXD2051DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT4X.
           COPY  DDS-FMT04-O OF  XXD2051DE
           REPLACING FMT04-O BY FORMAT4
                     FMT04-O-INDIC BY FORMAT4-O-INDIC.

       01  FORMAT4Y.
           COPY  DDS-FMT04-I OF  XXD2051DE
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

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP2051".
       01  PGM-TYP                       PIC X(8)  VALUE "FUN    ".

       01  AUSWAHL                       PIC X(2).

      * "1" = EINTRAG WIRD GEAENDERT STATT NEU ERFASST
       01  AENDERN-MODUS                 PIC X(1).

      * AKTION FUER DAS PROTOKOLL
       01  LOG-AKTION                    PIC X(10).

      * PRUEFUNG DES PROGRAMMS (CLP0004) UND DER REGEL (CFP9021)
       01  CHKOBJ-REC                    TYPE CHKOBJ-TYPE.
       01  JOBTERM-REC                   TYPE JOBTERM-TYPE.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP2051" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD2051DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

      * ALLE DATEIEN OEFFNEN
           OPEN     I-O   PJOBSCD-DP.
           OPEN     INPUT PJOBCHN-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

       ANF020.
      * LESE-DATEN: LESEN ALLER EINTRAEGE
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
                    MOVE SPACES TO AENDERN-MODUS
                    INITIALIZE FORMAT1
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

           CLOSE                 PJOBSCD-DP
                                 PJOBCHN-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * LESEN ALLER PLANEINTRAEGE
      *--------------------------------------------------------------
       LESE-DATEN SECTION.
       LES-DAT-00.

           INITIALIZE DATEN, ANZREC-WRK.

           INITIALIZE PJOBSCDF OF PJOBSCD-P.
           MOVE     SPACES TO JSNAME OF PJOBSCD-P.
           START    PJOBSCD-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
                    GO TO LES-DAT-90
           END-IF.

       LES-DAT-20.
           READ     PJOBSCD-DP NEXT RECORD WITH NO LOCK.
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
           MOVE     CORR PJOBSCDF OF PJOBSCD-P TO FORMAT2.

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

      * EINTRAG AENDERN
           IF       AUSW OF FORMAT2 = "2"
                    MOVE "1" TO AENDERN-MODUS
                    PERFORM LADEN-EINTRAG
                    PERFORM ERFASSEN-EINTRAG
                    IF   F3 = "1"
                         GO TO ANZ-SFL-90
                    END-IF
                    INITIALIZE F12
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
      * PLANEINTRAG ENTFERNEN
      *--------------------------------------------------------------
       ENTFERNEN-EINTRAG SECTION.
       ENT-EIN-00.

           INITIALIZE PJOBSCDF OF PJOBSCD-P.
           MOVE     JSNAME OF FORMAT2 TO JSNAME OF PJOBSCD-P.
           READ     PJOBSCD-DP.
           IF       FILE-STATUS = ZEROES
                    DELETE PJOBSCD-DP
                    MOVE "ENTFERNT" TO LOG-AKTION
                    PERFORM SCHREIBE-EINTRAG-LOG
           END-IF.

       ENT-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BESTEHENDEN PLANEINTRAG IN DAS ERFASSUNGSFORMAT LADEN
      *--------------------------------------------------------------
       LADEN-EINTRAG SECTION.
       LAD-EIN-00.

           INITIALIZE FORMAT1.
           INITIALIZE PJOBSCDF OF PJOBSCD-P.
           MOVE     JSNAME OF FORMAT2 TO JSNAME OF PJOBSCD-P.
           READ     PJOBSCD-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE CORR PJOBSCDF OF PJOBSCD-P TO FORMAT1
           END-IF.

       LAD-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PLANEINTRAG ERFASSEN BZW. AENDERN (FMT01)
      *--------------------------------------------------------------
       ERFASSEN-EINTRAG SECTION.
       ERF-EIN-00.

           MOVE     AUS TO INXX.

       ERF-EIN-10.
           MOVE     CORR INXX       TO  FORMAT1-O-INDIC.
      * BEIM AENDERN IST DER SCHLUESSEL GESCHUETZT (IN52)
           IF       AENDERN-MODUS = "1"
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
                    GO TO ERF-EIN-90
           END-IF.
           IF       IN12 OF FORMAT1-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ERF-EIN-90
           END-IF.

      * NICHTS EINGEGEBEN, ENTSPRICHT ABBRUCH
           IF       JSNAME OF FORMAT1 = SPACES
            AND     JSPGM  OF FORMAT1 = SPACES
                    MOVE "1" TO F12
                    GO TO ERF-EIN-90
           END-IF.

      * NAME (= JOBNAME BEIM SBMJOB) UND ZIEL SIND PFLICHT
           IF       JSNAME OF FORMAT1 = SPACES
            OR      JSPGM  OF FORMAT1 = SPACES
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
           END-IF.

      * TYP "P" (PROGRAMM) ODER "K" (JOBKETTE AUS PJOBCHN)
           IF       JSTYP OF FORMAT1 = SPACES
                    MOVE "P" TO JSTYP OF FORMAT1
           END-IF.
           EVALUATE JSTYP OF FORMAT1
                    WHEN "P"
                         PERFORM PRUEFE-PROGRAMM
                    WHEN "K"
                         PERFORM PRUEFE-KETTE
                    WHEN OTHER
                         MOVE "1" TO RET-CODE
           END-EVALUATE.
           IF       RET-CODE NOT = SPACES
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
           END-IF.

      * AKTIV "J"/"N", NACHHOLREGEL "E"/"A"/"K"
           IF       JSAKT OF FORMAT1 = SPACES
                    MOVE "J" TO JSAKT OF FORMAT1
           END-IF.
           IF       JSAKT OF FORMAT1 NOT = "J"
            AND     JSAKT OF FORMAT1 NOT = "N"
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
           END-IF.
           IF       JSNACH OF FORMAT1 = SPACES
                    MOVE "E" TO JSNACH OF FORMAT1
           END-IF.
           IF       JSNACH OF FORMAT1 NOT = "E"
            AND     JSNACH OF FORMAT1 NOT = "A"
            AND     JSNACH OF FORMAT1 NOT = "K"
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
           END-IF.

      * RHYTHMUS, VERSCHIEBUNG UND UHRZEIT UEBER CFP9021 PRUEFEN,
      * DABEI DEN NAECHSTEN TERMIN AB JETZT ERMITTELN
           PERFORM  COPY-GET-TIME.
           INITIALIZE JOBTERM-REC.
           MOVE     JSFREQ OF FORMAT1 TO JT-FREQ    OF JOBTERM-REC.
           MOVE     JSWOTA OF FORMAT1 TO JT-WOTA    OF JOBTERM-REC.
           MOVE     JSTAG  OF FORMAT1 TO JT-TAG     OF JOBTERM-REC.
           MOVE     JSFTAG OF FORMAT1 TO JT-FTAG    OF JOBTERM-REC.
           MOVE     JSZEIT OF FORMAT1 TO JT-ZEIT    OF JOBTERM-REC.
           MOVE     DATE-8            TO JT-REFDAT  OF JOBTERM-REC.
           MOVE     TIME-6            TO JT-REFZEIT OF JOBTERM-REC.
           CALL     "CFP9021" USING JOBTERM-REC
           END-CALL.
           IF       JT-RET OF JOBTERM-REC NOT = SPACES
                    MOVE AN TO IN99 OF INXX
                    GO TO ERF-EIN-10
           END-IF.

           PERFORM  ANLEGEN-EINTRAG.

       ERF-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DAS PROGRAMM MUSS IN DER BIBLIOTHEKSLISTE STEHEN
      *--------------------------------------------------------------
       PRUEFE-PROGRAMM SECTION.
       PRF-PGM-00.

           MOVE     SPACES TO RET-CODE.
           INITIALIZE CHKOBJ-REC.
           MOVE     "*LIBL"           TO LIB     OF CHKOBJ-REC.
           MOVE     JSPGM OF FORMAT1  TO OBJ     OF CHKOBJ-REC.
           MOVE     "*PGM"            TO OBJTYPE OF CHKOBJ-REC.
           CALL     "CLP0004" USING CHKOBJ-REC
           END-CALL.
           IF       OBJ-EXIST OF CHKOBJ-REC NOT = 1
                    MOVE "1" TO RET-CODE
           END-IF.

       PRF-PGM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DIE JOBKETTE MUSS IN PJOBCHN MINDESTENS EIN GLIED HABEN
      *--------------------------------------------------------------
       PRUEFE-KETTE SECTION.
       PRF-KET-00.

           MOVE     "1" TO RET-CODE.
           INITIALIZE PJOBCHNF OF PJOBCHN-P.
           MOVE     JSPGM OF FORMAT1 TO CHNAME OF PJOBCHN-P.
           MOVE     ZEROES           TO CHSEQ  OF PJOBCHN-P.
           START    PJOBCHN-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-KET-90
           END-IF.

           READ     PJOBCHN-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     CHNAME OF PJOBCHN-P = JSPGM OF FORMAT1
                    MOVE SPACES TO RET-CODE
           END-IF.

       PRF-KET-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PLANEINTRAG IN PJOBSCD ANLEGEN BZW. NEU BEFUELLEN; DER
      * NAECHSTE TERMIN KOMMT AUS CFP9021
      *--------------------------------------------------------------
       ANLEGEN-EINTRAG SECTION.
       ANL-EIN-00.

           INITIALIZE PJOBSCDF OF PJOBSCD-P.
           MOVE     JSNAME OF FORMAT1 TO JSNAME OF PJOBSCD-P.
           READ     PJOBSCD-DP.
           IF       FILE-STATUS = ZEROES
                    PERFORM UEBERNEHMEN-FELDER
                    MOVE T-USER            TO JSMSER OF PJOBSCD-P
                    MOVE T-TERM            TO JSMBS  OF PJOBSCD-P
                    MOVE PGM-WRK           TO JSMPGM OF PJOBSCD-P
                    MOVE DATE-8            TO JSMDTA OF PJOBSCD-P
                    MOVE TIME-6            TO JSMTIA OF PJOBSCD-P
                    REWRITE PJOBSCD-P
                    MOVE "GEAENDERT" TO LOG-AKTION
           ELSE
                    INITIALIZE PJOBSCDF OF PJOBSCD-P
                    MOVE JSNAME OF FORMAT1 TO JSNAME OF PJOBSCD-P
                    PERFORM UEBERNEHMEN-FELDER
                    MOVE T-USER            TO JSAUSR OF PJOBSCD-P
                    MOVE T-TERM            TO JSABS  OF PJOBSCD-P
                    MOVE PGM-WRK           TO JSAPGM OF PJOBSCD-P
                    MOVE DATE-8            TO JSADTA OF PJOBSCD-P
                    MOVE TIME-6            TO JSATIA OF PJOBSCD-P
                    WRITE PJOBSCD-P
                    MOVE "ANGELEGT"  TO LOG-AKTION
           END-IF.

           PERFORM  SCHREIBE-EINTRAG-LOG.

       ANL-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINGABEFELDER UND NAECHSTEN TERMIN IN DEN SATZ UEBERNEHMEN
      *--------------------------------------------------------------
       UEBERNEHMEN-FELDER SECTION.
       UEB-FEL-00.

           MOVE     JSTEXT OF FORMAT1 TO JSTEXT OF PJOBSCD-P.
           MOVE     JSTYP  OF FORMAT1 TO JSTYP  OF PJOBSCD-P.
           MOVE     JSPGM  OF FORMAT1 TO JSPGM  OF PJOBSCD-P.
           MOVE     JSPARM OF FORMAT1 TO JSPARM OF PJOBSCD-P.
           MOVE     JSJOBQ OF FORMAT1 TO JSJOBQ OF PJOBSCD-P.
           MOVE     JSUSER OF FORMAT1 TO JSUSER OF PJOBSCD-P.
           MOVE     JSFREQ OF FORMAT1 TO JSFREQ OF PJOBSCD-P.
           MOVE     JSWOTA OF FORMAT1 TO JSWOTA OF PJOBSCD-P.
           MOVE     JSTAG  OF FORMAT1 TO JSTAG  OF PJOBSCD-P.
           MOVE     JSFTAG OF FORMAT1 TO JSFTAG OF PJOBSCD-P.
           MOVE     JSZEIT OF FORMAT1 TO JSZEIT OF PJOBSCD-P.
           MOVE     JSNACH OF FORMAT1 TO JSNACH OF PJOBSCD-P.
           MOVE     JSNSTD OF FORMAT1 TO JSNSTD OF PJOBSCD-P.
           MOVE     JSAKT  OF FORMAT1 TO JSAKT  OF PJOBSCD-P.
           MOVE     JT-DATUM OF JOBTERM-REC TO JSNDTA OF PJOBSCD-P.
           MOVE     JSZEIT   OF FORMAT1     TO JSNTIA OF PJOBSCD-P.

       UEB-FEL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AENDERUNG AN EINEM PLANEINTRAG PROTOKOLLIEREN
      *--------------------------------------------------------------
       SCHREIBE-EINTRAG-LOG SECTION.
       SCH-EIN-00.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PJOBSCD"  TO STFILE OF LOG-CPY.
           MOVE     "INFO"     TO STKEY  OF LOG-CPY.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "PLANEINTRAG "                  DELIMITED BY SIZE
                    LOG-AKTION                      DELIMITED BY SPACE
                    ": "                            DELIMITED BY SIZE
                    JSNAME OF PJOBSCD-P             DELIMITED BY SPACE
                    " "                             DELIMITED BY SIZE
                    JSTYP  OF PJOBSCD-P             DELIMITED BY SIZE
                    "/"                             DELIMITED BY SIZE
                    JSPGM  OF PJOBSCD-P             DELIMITED BY SPACE
                    " RHYTHMUS "                    DELIMITED BY SIZE
                    JSFREQ OF PJOBSCD-P             DELIMITED BY SIZE
                    " UM "                          DELIMITED BY SIZE
                    JSZEIT OF PJOBSCD-P             DELIMITED BY SIZE
                    " AKTIV "                       DELIMITED BY SIZE
                    JSAKT  OF PJOBSCD-P             DELIMITED BY SIZE
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       SCH-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILEUEBERSCHRIFTEN FUELLEN
      *--------------------------------------------------------------
       SFL-HEADER SECTION.
       SFL-HEA-00.

      * UEBERSCHRIFT
           MOVE     "XXP2051"         TO MAINUEB OF FORMAT3.
           MOVE     "XXP2051*3"       TO SUBUEB  OF FORMAT3.

       SFL-HEA-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-WRITE-LOG-CPY: SCHREIBEN EINES LOG-SATZES
      *---------------------------------------------------------------

           COPY     LOGCPY     OF APG-QCPYSRC.
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
