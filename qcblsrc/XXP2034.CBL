       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP2034.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * ABFRAGENACHRICHTEN ANZEIGEN UND BEANTWORTEN (POPRMSG)         *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT DIE VOM SERVERJOB XXP2033 ERFASSTEN    *
      *                  ABFRAGENACHRICHTEN AN, STANDARDMAESSIG NUR   *
      *                  DIE OFFENEN; F8 SCHALTET AUF DIE GESAMTE     *
      *                  HISTORIE UM. OPTION "2" ZEIGT DEN TEXT UND   *
      *                  NIMMT DIE ANTWORT AUF (FMT01), DIE MIT DER   *
      *                  API QMHSNDRM AN DIE WARTESCHLANGE GESENDET   *
      *                  WIRD. ANTWORT, USER UND ZEITPUNKT WERDEN IN  *
      *                  POPRMSG (STATUS "B") UND IN DER HISTORIE     *
      *                  POPRRPY (HERKUNFT "A") FESTGEHALTEN; EIN     *
      *                  FEHLGESCHLAGENER VERSUCH WIRD MIT DER        *
      *                  FEHLER-ID EBENFALLS IN POPRRPY ABGELEGT.     *
      *                  OPTION "5" ZEIGT EINE NACHRICHT NUR AN.      *
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
                  ASSIGN       TO  WORKSTATION-XXD2034DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * POPRMSG: OMLFDN (ERFASSTE ABFRAGENACHRICHTEN)
      *-------------------------------------------------------------
           SELECT POPRMSG-DP
                  ASSIGN       TO  DATABASE-POPRMSG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * POPRMSGL2: OMSTS, OMLFDN
      *-------------------------------------------------------------
           SELECT POPRMSG-DL2
                  ASSIGN       TO  DATABASE-POPRMSGL2
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * POPRRPY: RYLFDN (ANTWORTHISTORIE)
      *-------------------------------------------------------------
           SELECT POPRRPY-DP
                  ASSIGN       TO  DATABASE-POPRRPY
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
           COPY DDS-ALL-FORMATS OF XXD2034DE.
      /
      *--- POPRMSG: OMLFDN
       FD  POPRMSG-DP
           LABEL RECORDS ARE STANDARD.
       01  POPRMSG-P.
           COPY DDS-ALL-FORMATS OF POPRMSG.
      /
      *--- POPRMSGL2: OMSTS, OMLFDN
       FD  POPRMSG-DL2
           LABEL RECORDS ARE STANDARD.
       01  POPRMSG-L2.
           COPY DDS-ALL-FORMATS OF POPRMSGL2.
      /
      *--- POPRRPY: RYLFDN
       FD  POPRRPY-DP
           LABEL RECORDS ARE STANDARD.
       01  POPRRPY-P.
           COPY DDS-ALL-FORMATS OF POPRRPY.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.
        05 IN99                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  XXD2034DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  XXD2034DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD2034DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  XXD2034DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  XXD2034DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  XXD2034DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT4X.
           COPY  DDS-FMT04-O OF  XXD2034DE
           REPLACING FMT04-O BY FORMAT4
                     FMT04-O-INDIC BY FORMAT4-O-INDIC.

       01  FORMAT4Y.
           COPY  DDS-FMT04-I OF  XXD2034DE
           REPLACING FMT04-I BY FORMAT4-I
                     FMT04-I-INDIC BY FORMAT4-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * STANDARDFELDER FUER PROGRAMMTEXTE
           COPY WRKTXT     OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP2034".
       01  PGM-TYP                       PIC X(8)  VALUE "FUN    ".

       01  AUSWAHL                       PIC X(2).

      * "1" = GESAMTE HISTORIE STATT NUR OFFENER NACHRICHTEN
       01  ALLE-MODUS                    PIC X(1).

      * "1" = NACHRICHT NUR ANZEIGEN, KEINE ANTWORT MOEGLICH
       01  ANZEIGE-MODUS                 PIC X(1).

      * PARAMETER FUER QMHSNDRM
       01  RPY-KEY                       PIC X(4).
       01  RPY-MSGQ.
        05 RPY-MSGQ-NAME                 PIC X(10).
        05 RPY-MSGQ-LIB                  PIC X(10).
       01  RPY-TEXT                      PIC X(132).
       01  RPY-LEN                       PIC 9(8) BINARY.
       01  RPY-ENTF                      PIC X(10) VALUE "*NO".
       01  ERROR-REC.
        05 BYTESPROV                     PIC 9(8) BINARY.
        05 BYTESAVAIL                    PIC 9(8) BINARY.
        05 EXCEPTID                      PIC X(7).
        05 FILLER1                       PIC X(1).
        05 FILLER2                       PIC X(16).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP2034" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD2034DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

      * ALLE DATEIEN OEFFNEN
           OPEN     I-O   POPRMSG-DP
                          POPRRPY-DP.
           OPEN     INPUT POPRMSG-DL2.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12, ALLE-MODUS.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

       ANF020.
      * LESE-DATEN: LESEN DER NACHRICHTEN
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

           CLOSE                 POPRMSG-DP
                                 POPRRPY-DP
                                 POPRMSG-DL2.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * LESEN DER NACHRICHTEN: OFFENE UEBER POPRMSGL2, DIE GESAMTE
      * HISTORIE UEBER POPRMSG
      *--------------------------------------------------------------
       LESE-DATEN SECTION.
       LES-DAT-00.

           INITIALIZE DATEN, ANZREC-WRK.

           IF       ALLE-MODUS = "1"
                    GO TO LES-DAT-50
           END-IF.

           INITIALIZE POPRMSGF OF POPRMSG-L2.
           MOVE     "O"    TO OMSTS  OF POPRMSG-L2.
           MOVE     ZEROES TO OMLFDN OF POPRMSG-L2.
           START    POPRMSG-DL2 KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
                    GO TO LES-DAT-90
           END-IF.

       LES-DAT-20.
           READ     POPRMSG-DL2 NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      OMSTS OF POPRMSG-L2 NOT = "O"
                    IF   DATEN = ZEROES
                         PERFORM AUSGABE-SFL-CLEAR
                    END-IF
                    GO TO LES-DAT-90
           END-IF.

           MOVE     POPRMSGF OF POPRMSG-L2 TO POPRMSGF OF POPRMSG-P.

      * AUSGABE EINER SUBFILE-ZEILE
           PERFORM  AUSGABE-SFL.
           IF       SUBFILE-RECORD-NUMBER < 9999
                    GO TO LES-DAT-20
           END-IF.
           GO TO    LES-DAT-90.

       LES-DAT-50.
           INITIALIZE POPRMSGF OF POPRMSG-P.
           MOVE     ZEROES TO OMLFDN OF POPRMSG-P.
           START    POPRMSG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
                    GO TO LES-DAT-90
           END-IF.

       LES-DAT-60.
           READ     POPRMSG-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    IF   DATEN = ZEROES
                         PERFORM AUSGABE-SFL-CLEAR
                    END-IF
                    GO TO LES-DAT-90
           END-IF.

      * AUSGABE EINER SUBFILE-ZEILE
           PERFORM  AUSGABE-SFL.
           IF       SUBFILE-RECORD-NUMBER < 9999
                    GO TO LES-DAT-60
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
           MOVE     CORR POPRMSGF OF POPRMSG-P TO FORMAT2.

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

      * F8 OFFENE NACHRICHTEN/GESAMTE HISTORIE UMSCHALTEN
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

      * NACHRICHT BEANTWORTEN BZW. ANZEIGEN
           IF       AUSW OF FORMAT2 = "2"
            OR      AUSW OF FORMAT2 = "5"
                    IF   AUSW OF FORMAT2 = "5"
                         MOVE "1"    TO ANZEIGE-MODUS
                    ELSE
                         MOVE SPACES TO ANZEIGE-MODUS
                    END-IF
                    PERFORM LADEN-EINTRAG
                    PERFORM BEANTWORTEN-EINTRAG
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
      * NACHRICHT IN DAS ANZEIGEFORMAT LADEN, TEXT IN 4 ZEILEN
      *--------------------------------------------------------------
       LADEN-EINTRAG SECTION.
       LAD-EIN-00.

           INITIALIZE FORMAT1.
           INITIALIZE POPRMSGF OF POPRMSG-P.
           MOVE     OMLFDN OF FORMAT2 TO OMLFDN OF POPRMSG-P.
           READ     POPRMSG-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "1" TO ANZEIGE-MODUS
                    GO TO LAD-EIN-90
           END-IF.

           MOVE     CORR POPRMSGF OF POPRMSG-P TO FORMAT1.
           MOVE     OMTEXT OF POPRMSG-P(1:64)   TO OMTXT1 OF FORMAT1.
           MOVE     OMTEXT OF POPRMSG-P(65:64)  TO OMTXT2 OF FORMAT1.
           MOVE     OMTEXT OF POPRMSG-P(129:64) TO OMTXT3 OF FORMAT1.
           MOVE     OMTEXT OF POPRMSG-P(193:64) TO OMTXT4 OF FORMAT1.

      * NUR OFFENE NACHRICHTEN KOENNEN BEANTWORTET WERDEN
           IF       OMSTS OF POPRMSG-P NOT = "O"
                    MOVE "1" TO ANZEIGE-MODUS
           END-IF.

       LAD-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NACHRICHT ANZEIGEN UND ANTWORT ERFASSEN (FMT01)
      *--------------------------------------------------------------
       BEANTWORTEN-EINTRAG SECTION.
       BEA-EIN-00.

           MOVE     AUS TO INXX.

       BEA-EIN-10.
           MOVE     CORR INXX       TO  FORMAT1-O-INDIC.
      * IM ANZEIGEMODUS IST DIE ANTWORT GESCHUETZT (IN52)
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
                    GO TO BEA-EIN-90
           END-IF.
           IF       IN12 OF FORMAT1-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO BEA-EIN-90
           END-IF.

      * ANZEIGEMODUS ODER KEINE ANTWORT EINGEGEBEN: ZURUECK
           IF       ANZEIGE-MODUS = "1"
            OR      RPYTXT OF FORMAT1 = SPACES
                    MOVE "1" TO F12
                    GO TO BEA-EIN-90
           END-IF.

           PERFORM  SENDEN-ANTWORT.

      * ANTWORT NICHT ZUSTELLBAR: FEHLER ANZEIGEN, ERNEUT ERFASSEN
           IF       BYTESAVAIL OF ERROR-REC NOT = ZEROES
                    MOVE AN TO IN99 OF INXX
                    GO TO BEA-EIN-10
           END-IF.

       BEA-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ANTWORT MIT QMHSNDRM SENDEN UND PROTOKOLLIEREN
      *--------------------------------------------------------------
       SENDEN-ANTWORT SECTION.
       SND-ANT-00.

           PERFORM  COPY-GET-TIME.

      * SATZ SPERREN; INZWISCHEN ANDERWEITIG ERLEDIGT?
           INITIALIZE POPRMSGF OF POPRMSG-P.
           MOVE     OMLFDN OF FORMAT1 TO OMLFDN OF POPRMSG-P.
           READ     POPRMSG-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SND-ANT-90
           END-IF.
           IF       OMSTS OF POPRMSG-P NOT = "O"
                    MOVE "1" TO F12
                    GO TO SND-ANT-90
           END-IF.

           MOVE     OMKEY  OF POPRMSG-P TO RPY-KEY.
           MOVE     OMMSGQ OF POPRMSG-P TO RPY-MSGQ-NAME.
           MOVE     OMMLIB OF POPRMSG-P TO RPY-MSGQ-LIB.
           MOVE     RPYTXT OF FORMAT1   TO RPY-TEXT.
           PERFORM  ERMITTLE-LAENGE.

           INITIALIZE ERROR-REC.
           MOVE     16 TO BYTESPROV OF ERROR-REC.
           CALL     "QMHSNDRM" USING RPY-KEY
                                     RPY-MSGQ
                                     RPY-TEXT
                                     RPY-LEN
                                     RPY-ENTF
                                     ERROR-REC
           END-CALL.

      * VERSUCH IN DER HISTORIE FESTHALTEN
           INITIALIZE POPRRPYF OF POPRRPY-P.
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "POPRRPY" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK             TO RYLFDN  OF POPRRPY-P.
           MOVE     OMLFDN  OF POPRMSG-P TO RYMLFD  OF POPRRPY-P.
           MOVE     OMMSGQ  OF POPRMSG-P TO RYMSGQ  OF POPRRPY-P.
           MOVE     OMMLIB  OF POPRMSG-P TO RYMLIB  OF POPRRPY-P.
           MOVE     OMMSGID OF POPRMSG-P TO RYMSGID OF POPRRPY-P.
           MOVE     RPY-TEXT             TO RYTEXT  OF POPRRPY-P.
           MOVE     "A"                  TO RYHERK  OF POPRRPY-P.
           IF       BYTESAVAIL OF ERROR-REC = ZEROES
                    MOVE "O"      TO RYERG  OF POPRRPY-P
           ELSE
                    MOVE "F"      TO RYERG  OF POPRRPY-P
                    MOVE EXCEPTID TO RYFEHL OF POPRRPY-P
           END-IF.
           MOVE     T-USER               TO RYAUSR  OF POPRRPY-P.
           MOVE     T-TERM               TO RYABS   OF POPRRPY-P.
           MOVE     PGM-WRK              TO RYAPGM  OF POPRRPY-P.
           MOVE     DATE-8               TO RYADTA  OF POPRRPY-P.
           MOVE     TIME-6               TO RYATIA  OF POPRRPY-P.
           WRITE    POPRRPY-P.

           IF       BYTESAVAIL OF ERROR-REC NOT = ZEROES
                    UNLOCK POPRMSG-DP
                    GO TO SND-ANT-90
           END-IF.

      * NACHRICHT ALS IN APG BEANTWORTET KENNZEICHNEN
           MOVE     "B"          TO OMSTS  OF POPRMSG-P.
           MOVE     RPY-TEXT     TO OMRPY  OF POPRMSG-P.
           MOVE     T-USER       TO OMRUSR OF POPRMSG-P.
           MOVE     DATE-8       TO OMRDTA OF POPRMSG-P.
           MOVE     TIME-6       TO OMRTIA OF POPRMSG-P.
           MOVE     T-USER       TO OMMSER OF POPRMSG-P.
           MOVE     T-TERM       TO OMMBS  OF POPRMSG-P.
           MOVE     PGM-WRK      TO OMMPGM OF POPRMSG-P.
           MOVE     DATE-8       TO OMMDTA OF POPRMSG-P.
           MOVE     TIME-6       TO OMMTIA OF POPRMSG-P.
           REWRITE  POPRMSG-P.

       SND-ANT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LAENGE DER ANTWORT OHNE NACHFOLGENDE LEERSTELLEN
      *--------------------------------------------------------------
       ERMITTLE-LAENGE SECTION.
       ERM-LAE-00.

           MOVE     132 TO RPY-LEN.

       ERM-LAE-20.
           IF       RPY-LEN > 1
            AND     RPY-TEXT(RPY-LEN:1) = SPACE
                    SUBTRACT 1 FROM RPY-LEN
                    GO TO ERM-LAE-20
           END-IF.

       ERM-LAE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILEUEBERSCHRIFTEN FUELLEN
      *--------------------------------------------------------------
       SFL-HEADER SECTION.
       SFL-HEA-00.

      * UEBERSCHRIFT, UNTERTITEL JE NACH ANZEIGEUMFANG
           MOVE     "XXP2034"         TO MAINUEB OF FORMAT3.
           IF       ALLE-MODUS = "1"
                    MOVE "XXP2034*4"  TO SUBUEB  OF FORMAT3
           ELSE
                    MOVE "XXP2034*3"  TO SUBUEB  OF FORMAT3
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
