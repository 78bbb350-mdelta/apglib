       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP2050.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * SERVERJOB: PLANEINTRAEGE AUS PJOBSCD ZUM TERMIN STARTEN       *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LAEUFT ALS DAUERJOB (LOESUNG FUER DIE BISHER *
      *                  UEBER WRKJOBSCDE GESTARTETEN NACHTLAEUFE).   *
      *                  JE DURCHLAUF WIRD JEDER AKTIVE EINTRAG IN    *
      *                  PJOBSCD GEPRUEFT: IST SEIN NAECHSTER TERMIN  *
      *                  (JSNDTA/JSNTIA) ERREICHT, WIRD DAS PROGRAMM  *
      *                  (JSTYP "P") BZW. DIE JOBKETTE AUS PJOBCHN    *
      *                  UEBER XXP1015 (JSTYP "K") MIT CLP0040 IN     *
      *                  DIE JOBWARTESCHLANGE JSJOBQ (STANDARD        *
      *                  QBATCH) GESTELLT. DANACH BERECHNET CFP9021   *
      *                  AUS RHYTHMUS, PCFGDAT UND DEN FEIERTAGEN     *
      *                  H200 DEN FOLGETERMIN. JEDE ABGABE UND JEDER  *
      *                  AUSGELASSENE TERMIN STEHT IN PJOBSLG.        *
      *                                                               *
      *                  LIEGT EIN TERMIN MEHR ALS J100/TOLERANZ      *
      *                  (CFIN01 MINUTEN, STANDARD 15) ZURUECK - Z.B. *
      *                  NACH EINEM IPL -, GILT ER ALS VERSAEUMT UND  *
      *                  ES ENTSCHEIDET DIE REGEL DES EINTRAGS        *
      *                  (JSNACH): "E" EINMAL NACHHOLEN, "A" JEDEN    *
      *                  VERSAEUMTEN TERMIN NACHHOLEN, "K" NICHT      *
      *                  NACHHOLEN. JSNSTD > 0 BEGRENZT DAS           *
      *                  NACHHOLEN AUF SO VIELE STUNDEN VERSPAETUNG.  *
      *                                                               *
      *                  ZWISCHEN DEN DURCHLAEUFEN WARTET DER JOB     *
      *                  AUF DER DATENWARTESCHLANGE APGJSCQ           *
      *                  (J100/INTERVALL CFIN01 SEKUNDEN, STANDARD    *
      *                  60); D-PGM = "*ENDE" BEENDET DEN JOB         *
      *                  GEORDNET (WIE XXP2033). JE DURCHLAUF WIRD    *
      *                  EIN HEARTBEAT (XXP0064) GESCHRIEBEN, DAMIT   *
      *                  XXP1010 EINEN STEHENDEN PLANER MELDET.       *
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
        SPECIAL-NAMES. , DECIMAL-POINT IS COMMA.
      /
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
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
      * PJOBSLG: JLLFDN (PROTOKOLL DER ABGABEN)
      *-------------------------------------------------------------
           SELECT PJOBSLG-DP
                  ASSIGN       TO  DATABASE-PJOBSLG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCONFIG: CFID, CFKEY, CFKEY2 (EINSTELLUNGEN J100)
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
      *--- PJOBSCD: JSNAME
       FD  PJOBSCD-DP
           LABEL RECORDS ARE STANDARD.
       01  PJOBSCD-P.
           COPY DDS-ALL-FORMATS OF PJOBSCD.
      /
      *--- PJOBSLG: JLLFDN
       FD  PJOBSLG-DP
           LABEL RECORDS ARE STANDARD.
       01  PJOBSLG-P.
           COPY DDS-ALL-FORMATS OF PJOBSLG.
      /
      *--- PCONFIG: CFID, CFKEY, CFKEY2
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * SATZAUFBAU DER DATENWARTESCHLANGE
           COPY WRKDTAQ     OF APG-QCPYSRC.

      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY   OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP2050".
       01  PGM-TYP                       PIC X(8)  VALUE "FUN    ".

      * PARAMETER FUER QRCVDTAQ
       01  DTAQ-NAME                     PIC X(10) VALUE "APGJSCQ".
       01  DTAQ-LIB                      PIC X(10).
       01  DTAQ-LEN                      PIC S9(5) COMP-3.
      * WARTEZEIT IN SEKUNDEN ZWISCHEN ZWEI DURCHLAEUFEN
       01  DTAQ-WAIT                     PIC S9(5) COMP-3 VALUE 60.

      * TOLERANZ IN MINUTEN, BIS ZU DER EIN TERMIN NICHT ALS
      * VERSAEUMT GILT
       01  TOLERANZ-MIN                  PIC 9(5) VALUE 15.

      * PARAMETER FUER CLP0040 (SBMJOB)
       01  SBMJOB-REC                    TYPE SBMJOB-TYPE.

      * PARAMETER FUER CFP9021 (FOLGETERMIN)
       01  JOBTERM-REC                   TYPE JOBTERM-TYPE.

      * HEARTBEAT-PARAMETER FUER XXP0064
       01  HB-STEP                       PIC X(20).
       01  HB-ANZ                        PIC 9(9).
       01  HB-INTV                       PIC 9(4).
       01  HB-STAT                       PIC X(1).

      * VERSPAETUNG EINES FAELLIGEN TERMINS IN MINUTEN
       01  SPAET-MIN                     PIC S9(9).
       01  JETZT-ZEIT                    PIC 9(6).
       01  JETZT-ZEIT-R REDEFINES JETZT-ZEIT.
        05 JETZT-HH                      PIC 9(2).
        05 JETZT-MI                      PIC 9(2).
        05 JETZT-SS                      PIC 9(2).
       01  SOLL-ZEIT                     PIC 9(6).
       01  SOLL-ZEIT-R REDEFINES SOLL-ZEIT.
        05 SOLL-HH                       PIC 9(2).
        05 SOLL-MI                       PIC 9(2).
        05 SOLL-SS                       PIC 9(2).

      * ART DER ABGABE: "P" = PLANMAESSIG, "N" = NACHGEHOLT,
      * "X" = VERSAEUMT UND NICHT NACHGEHOLT
       01  ABGABE-ART                    PIC X(1).
      * "1" = FOLGETERMIN AB DEM ALTEN TERMIN STATT AB JETZT
       01  AB-TERMIN                     PIC X(1).
      * NACHHOLUNGEN JE EINTRAG UND DURCHLAUF ("A")
       01  ANZ-NACH                      PIC 9(3).
       01  LOG-TEXT                      PIC X(60).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP2050" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           OPEN     I-O   PJOBSCD-DP
                          PJOBSLG-DP.
           OPEN     INPUT PCONFIG-DP.
           MOVE     CONST-LIB TO DTAQ-LIB.

           PERFORM  LESEN-EINSTELLUNGEN.
           MOVE     ZEROES TO HB-ANZ.

       ANF020.
      * EIN DURCHLAUF UEBER ALLE PLANEINTRAEGE
           PERFORM  PRUEFE-EINTRAEGE.

      * HEARTBEAT: DER PLANER LAEUFT
           MOVE     "DURCHLAUF" TO HB-STEP.
           MOVE     "L"         TO HB-STAT.
           PERFORM  SCHREIBE-HEARTBEAT.

      * BIS ZUM NAECHSTEN DURCHLAUF AUF DER DATENWARTESCHLANGE WARTEN
           INITIALIZE DTAQ-REC.
           MOVE     ZEROES TO DTAQ-LEN.
           CALL     "QRCVDTAQ" USING DTAQ-NAME
                                     DTAQ-LIB
                                     DTAQ-LEN
                                     DTAQ-REC
                                     DTAQ-WAIT
           END-CALL.

      * GEORDNETES ENDE ANGEFORDERT?
           IF       DTAQ-LEN NOT = ZEROES
            AND     D-PGM OF DTAQ-REC = "*ENDE"
                    GO TO ANF080
           END-IF.

           GO TO    ANF020.

       ANF080.
      * HEARTBEAT: GEORDNET BEENDET
           MOVE     "ENDE" TO HB-STEP.
           MOVE     "E"    TO HB-STAT.
           PERFORM  SCHREIBE-HEARTBEAT.

           CLOSE    PJOBSCD-DP
                    PJOBSLG-DP
                    PCONFIG-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * INTERVALL UND TOLERANZ AUS PCONFIG J100
      *--------------------------------------------------------------
       LESEN-EINSTELLUNGEN SECTION.
       LES-EIN-00.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "J100"      TO CFID   OF PCONFIG-P.
           MOVE     "INTERVALL" TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     CFIN01 OF PCONFIG-P > ZEROES
                    MOVE CFIN01 OF PCONFIG-P TO DTAQ-WAIT
           END-IF.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "J100"      TO CFID   OF PCONFIG-P.
           MOVE     "TOLERANZ"  TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     CFIN01 OF PCONFIG-P > ZEROES
                    MOVE CFIN01 OF PCONFIG-P TO TOLERANZ-MIN
           END-IF.

      * DER HEARTBEAT DARF EIN INTERVALL PLUS 10 MINUTEN ALT SEIN
           COMPUTE  HB-INTV = DTAQ-WAIT / 60 + 10.

       LES-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE PLANEINTRAEGE LESEN UND FAELLIGE ABGEBEN
      *--------------------------------------------------------------
       PRUEFE-EINTRAEGE SECTION.
       PRF-EIN-00.

           INITIALIZE PJOBSCDF OF PJOBSCD-P.
           MOVE     SPACES TO JSNAME OF PJOBSCD-P.
           START    PJOBSCD-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-EIN-90
           END-IF.

       PRF-EIN-20.
           READ     PJOBSCD-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-EIN-90
           END-IF.

           IF       JSAKT OF PJOBSCD-P NOT = "J"
                    GO TO PRF-EIN-20
           END-IF.

           MOVE     ZEROES TO ANZ-NACH.
           PERFORM  PRUEFE-EINTRAG.
           REWRITE  PJOBSCD-P.

           GO TO    PRF-EIN-20.

       PRF-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINEN AKTIVEN EINTRAG PRUEFEN: NOCH OHNE TERMIN, NICHT
      * FAELLIG, FAELLIG ODER VERSAEUMT
      *--------------------------------------------------------------
       PRUEFE-EINTRAG SECTION.
       PRF-ETR-00.

           PERFORM  COPY-GET-TIME.

      * NOCH KEIN TERMIN (Z.B. NEU ODER NACH KALENDERFEHLER)
           IF       JSNDTA OF PJOBSCD-P = ZEROES
                    MOVE SPACES TO AB-TERMIN
                    PERFORM ERMITTLE-FOLGETERMIN
                    GO TO PRF-ETR-90
           END-IF.

      * NOCH NICHT FAELLIG
           IF       JSNDTA OF PJOBSCD-P > DATE-8
            OR     (JSNDTA OF PJOBSCD-P = DATE-8
            AND     JSNTIA OF PJOBSCD-P > TIME-6)
                    GO TO PRF-ETR-90
           END-IF.

      * VERSPAETUNG IN MINUTEN
           MOVE     TIME-6               TO JETZT-ZEIT.
           MOVE     JSNTIA OF PJOBSCD-P  TO SOLL-ZEIT.
           COMPUTE  SPAET-MIN =
                   (FUNCTION INTEGER-OF-DATE(DATE-8)
                  - FUNCTION INTEGER-OF-DATE(JSNDTA OF PJOBSCD-P))
                  * 1440
                  + (JETZT-HH * 60 + JETZT-MI)
                  - (SOLL-HH  * 60 + SOLL-MI).

      * PUENKTLICH: ABGEBEN, FOLGETERMIN AB DIESEM TERMIN
           IF       SPAET-MIN NOT > TOLERANZ-MIN
                    MOVE "P" TO ABGABE-ART
                    PERFORM ABGEBEN-JOB
                    MOVE "1" TO AB-TERMIN
                    PERFORM ERMITTLE-FOLGETERMIN
                    GO TO PRF-ETR-90
           END-IF.

      * VERSAEUMT: REGEL DES EINTRAGS (STANDARD EINMAL NACHHOLEN)
           IF       JSNACH OF PJOBSCD-P = SPACES
                    MOVE "E" TO JSNACH OF PJOBSCD-P
           END-IF.

           MOVE     "N" TO ABGABE-ART.
           IF       JSNACH OF PJOBSCD-P = "K"
                    MOVE "X" TO ABGABE-ART
           END-IF.
           IF       JSNSTD OF PJOBSCD-P > ZEROES
            AND     SPAET-MIN > JSNSTD OF PJOBSCD-P * 60
                    MOVE "X" TO ABGABE-ART
           END-IF.

           IF       ABGABE-ART = "N"
                    PERFORM ABGEBEN-JOB
           ELSE
                    PERFORM PROTOKOLL-AUSGELASSEN
           END-IF.

      * "A": JEDEN VERSAEUMTEN TERMIN EINZELN, ALSO AB DEM ALTEN
      * TERMIN WEITER (HOECHSTENS 31 JE DURCHLAUF, DER REST IM
      * NAECHSTEN DURCHLAUF); SONST AB JETZT
           IF       JSNACH OF PJOBSCD-P = "A"
            AND     ABGABE-ART = "N"
                    ADD  1   TO ANZ-NACH
                    MOVE "1" TO AB-TERMIN
                    PERFORM ERMITTLE-FOLGETERMIN
                    IF   ANZ-NACH < 31
                     AND JSNDTA OF PJOBSCD-P NOT = ZEROES
                         GO TO PRF-ETR-00
                    END-IF
                    GO TO PRF-ETR-90
           END-IF.

           MOVE     SPACES TO AB-TERMIN.
           PERFORM  ERMITTLE-FOLGETERMIN.

       PRF-ETR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FOLGETERMIN UEBER CFP9021 BERECHNEN (AB-TERMIN = "1": NACH
      * DEM BISHERIGEN TERMIN, SONST NACH JETZT)
      *--------------------------------------------------------------
       ERMITTLE-FOLGETERMIN SECTION.
       ERM-FOL-00.

           INITIALIZE JOBTERM-REC.
           MOVE     JSFREQ OF PJOBSCD-P TO JT-FREQ    OF JOBTERM-REC.
           MOVE     JSWOTA OF PJOBSCD-P TO JT-WOTA    OF JOBTERM-REC.
           MOVE     JSTAG  OF PJOBSCD-P TO JT-TAG     OF JOBTERM-REC.
           MOVE     JSFTAG OF PJOBSCD-P TO JT-FTAG    OF JOBTERM-REC.
           MOVE     JSZEIT OF PJOBSCD-P TO JT-ZEIT    OF JOBTERM-REC.
           IF       AB-TERMIN = "1"
                    MOVE JSNDTA OF PJOBSCD-P
                      TO JT-REFDAT  OF JOBTERM-REC
                    MOVE JSNTIA OF PJOBSCD-P
                      TO JT-REFZEIT OF JOBTERM-REC
           ELSE
                    MOVE DATE-8 TO JT-REFDAT  OF JOBTERM-REC
                    MOVE TIME-6 TO JT-REFZEIT OF JOBTERM-REC
           END-IF.
           CALL     "CFP9021" USING JOBTERM-REC
           END-CALL.

           IF       JT-RET OF JOBTERM-REC = SPACES
                    MOVE JT-DATUM OF JOBTERM-REC TO JSNDTA OF PJOBSCD-P
                    MOVE JSZEIT   OF PJOBSCD-P   TO JSNTIA OF PJOBSCD-P
                    GO TO ERM-FOL-90
           END-IF.

      * OHNE GUELTIGEN TERMIN RUHT DER EINTRAG BIS ZUR KORREKTUR
           MOVE     ZEROES TO JSNDTA OF PJOBSCD-P.
           MOVE     ZEROES TO JSNTIA OF PJOBSCD-P.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PJOBSCD"  TO STFILE OF LOG-CPY.
           MOVE     "ERROR"    TO STKEY  OF LOG-CPY.
           INITIALIZE STSTS OF LOG-CPY.
           IF       JT-RET OF JOBTERM-REC = "1"
                    MOVE "REGEL UNGUELTIG" TO LOG-TEXT
           ELSE
                    MOVE "KEIN TERMIN IM KALENDER PCFGDAT" TO LOG-TEXT
           END-IF.
           STRING   "PLANEINTRAG "                  DELIMITED BY SIZE
                    JSNAME OF PJOBSCD-P             DELIMITED BY SPACE
                    ": "                            DELIMITED BY SIZE
                    LOG-TEXT                        DELIMITED BY "  "
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       ERM-FOL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PROGRAMM BZW. JOBKETTE MIT CLP0040 ABGEBEN UND PROTOKOLLIEREN
      *--------------------------------------------------------------
       ABGEBEN-JOB SECTION.
       ABG-JOB-00.

           INITIALIZE RET-CODE.
           INITIALIZE SBMJOB-REC.
           IF       JSTYP OF PJOBSCD-P = "K"
                    MOVE "XXP1015"           TO PGMNAM  OF SBMJOB-REC
                    MOVE JSPGM  OF PJOBSCD-P TO PARM    OF SBMJOB-REC
           ELSE
                    MOVE JSPGM  OF PJOBSCD-P TO PGMNAM  OF SBMJOB-REC
                    MOVE JSPARM OF PJOBSCD-P TO PARM    OF SBMJOB-REC
           END-IF.
           MOVE     JSNAME OF PJOBSCD-P TO JOBNAME OF SBMJOB-REC.
           IF       JSJOBQ OF PJOBSCD-P = SPACES
                    MOVE "QBATCH"            TO USRSBS  OF SBMJOB-REC
           ELSE
                    MOVE JSJOBQ OF PJOBSCD-P TO USRSBS  OF SBMJOB-REC
           END-IF.
           IF       JSUSER OF PJOBSCD-P = SPACES
                    MOVE T-USER              TO TUSER   OF SBMJOB-REC
           ELSE
                    MOVE JSUSER OF PJOBSCD-P TO TUSER   OF SBMJOB-REC
           END-IF.
           MOVE     "*USRPRF"           TO JOBD    OF SBMJOB-REC.
           MOVE     "*DFT"              TO INQMSGR OF SBMJOB-REC.
           MOVE     SPACES              TO SBMNAME OF SBMJOB-REC.
           MOVE     SPACES              TO SBMUSER OF SBMJOB-REC.
           MOVE     SPACES              TO SBMNUM  OF SBMJOB-REC.
           CALL     "CLP0040" USING SBMJOB-REC
                                    RET-CODE
           END-CALL.

           PERFORM  COPY-GET-TIME.
           MOVE     DATE-8 TO JSLDTA OF PJOBSCD-P.
           MOVE     TIME-6 TO JSLTIA OF PJOBSCD-P.
           MOVE     SBMNAME OF SBMJOB-REC TO JSLJOB OF PJOBSCD-P.
           MOVE     SBMUSER OF SBMJOB-REC TO JSLJUS OF PJOBSCD-P.
           MOVE     SBMNUM  OF SBMJOB-REC TO JSLJNR OF PJOBSCD-P.

           INITIALIZE PJOBSLGF OF PJOBSLG-P.
           IF       RET-CODE = SPACES
                    MOVE "S" TO JSLSTS OF PJOBSCD-P
                    MOVE "S" TO JLSTS  OF PJOBSLG-P
                    ADD  1   TO HB-ANZ
                    IF   ABGABE-ART = "N"
                         MOVE "NACHGEHOLT" TO JLTEXT OF PJOBSLG-P
                    END-IF
           ELSE
                    MOVE "F" TO JSLSTS OF PJOBSCD-P
                    MOVE "F" TO JLSTS  OF PJOBSLG-P
                    MOVE "ABGABE MIT SBMJOB FEHLGESCHLAGEN"
                      TO JLTEXT OF PJOBSLG-P
           END-IF.
           PERFORM  SCHREIBE-PROTOKOLL.

      * FEHLGESCHLAGENE ABGABE FUER DIE UEBERWACHUNG MELDEN
           IF       RET-CODE NOT = SPACES
                    INITIALIZE PCFGSTSF OF LOG-CPY
                    MOVE "PJOBSCD"  TO STFILE OF LOG-CPY
                    MOVE "ERROR"    TO STKEY  OF LOG-CPY
                    INITIALIZE STSTS OF LOG-CPY
                    STRING "PLANEINTRAG "         DELIMITED BY SIZE
                           JSNAME OF PJOBSCD-P    DELIMITED BY SPACE
                           ": SBMJOB FUER "       DELIMITED BY SIZE
                           PGMNAM OF SBMJOB-REC   DELIMITED BY SPACE
                           " FEHLGESCHLAGEN"      DELIMITED BY SIZE
                      INTO STSTS OF LOG-CPY
                    END-STRING
                    PERFORM COPY-WRITE-LOG-CPY
           END-IF.

       ABG-JOB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VERSAEUMTEN, NICHT NACHGEHOLTEN TERMIN PROTOKOLLIEREN
      *--------------------------------------------------------------
       PROTOKOLL-AUSGELASSEN SECTION.
       PRO-AUS-00.

           INITIALIZE PJOBSLGF OF PJOBSLG-P.
           MOVE     "X" TO JLSTS OF PJOBSLG-P.
           IF       JSNACH OF PJOBSCD-P = "K"
                    MOVE "VERSAEUMT, NACHHOLEN NICHT VORGESEHEN"
                      TO JLTEXT OF PJOBSLG-P
           ELSE
                    MOVE "VERSAEUMT, NACHHOLFRIST UEBERSCHRITTEN"
                      TO JLTEXT OF PJOBSLG-P
           END-IF.
           PERFORM  SCHREIBE-PROTOKOLL.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PJOBSCD"  TO STFILE OF LOG-CPY.
           MOVE     "WARN"     TO STKEY  OF LOG-CPY.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "PLANEINTRAG "                  DELIMITED BY SIZE
                    JSNAME OF PJOBSCD-P             DELIMITED BY SPACE
                    " TERMIN "                      DELIMITED BY SIZE
                    JSNDTA OF PJOBSCD-P             DELIMITED BY SIZE
                    "/"                             DELIMITED BY SIZE
                    JSNTIA OF PJOBSCD-P             DELIMITED BY SIZE
                    " "                             DELIMITED BY SIZE
                    JLTEXT OF PJOBSLG-P             DELIMITED BY "  "
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       PRO-AUS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PROTOKOLLSATZ NACH PJOBSLG SCHREIBEN (JLSTS UND JLTEXT SIND
      * VOM AUFRUFER GEFUELLT)
      *--------------------------------------------------------------
       SCHREIBE-PROTOKOLL SECTION.
       SCH-PRO-00.

           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PJOBSLG" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK             TO JLLFDN OF PJOBSLG-P.

           MOVE     JSNAME OF PJOBSCD-P  TO JLNAME OF PJOBSLG-P.
           MOVE     JSTYP  OF PJOBSCD-P  TO JLTYP  OF PJOBSLG-P.
           MOVE     JSPGM  OF PJOBSCD-P  TO JLPGM  OF PJOBSLG-P.
           MOVE     JSNDTA OF PJOBSCD-P  TO JLSDTA OF PJOBSLG-P.
           MOVE     JSNTIA OF PJOBSCD-P  TO JLSTIA OF PJOBSLG-P.
           MOVE     ABGABE-ART           TO JLART  OF PJOBSLG-P.
           IF       JLSTS OF PJOBSLG-P NOT = "X"
                    MOVE SBMNAME OF SBMJOB-REC TO JLJOB OF PJOBSLG-P
                    MOVE SBMUSER OF SBMJOB-REC TO JLJUS OF PJOBSLG-P
                    MOVE SBMNUM  OF SBMJOB-REC TO JLJNR OF PJOBSLG-P
           END-IF.

           PERFORM  COPY-GET-TIME.
           MOVE     DATE-8               TO JLDTA  OF PJOBSLG-P.
           MOVE     TIME-6               TO JLTIA  OF PJOBSLG-P.
           WRITE    PJOBSLG-P.

       SCH-PRO-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HEARTBEAT DES PLANERS UEBER XXP0064
      *--------------------------------------------------------------
       SCHREIBE-HEARTBEAT SECTION.
       SCH-HBT-00.

           CALL     "XXP0064" USING PGM-WRK
                                    HB-STEP
                                    HB-ANZ
                                    HB-INTV
                                    HB-STAT
           END-CALL.

       SCH-HBT-90.
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
      * COPY-PERMISSION: BERECHTIGUNGSPRUEFUNG
      *---------------------------------------------------------------

           COPY     PERMISSION OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-PGM-INIT/COPY-PGM-EXIT: STANDARDROUTINEN START UND ENDE
      *---------------------------------------------------------------

           COPY     PGMWRK     OF APG-QCPYSRC.
      /
