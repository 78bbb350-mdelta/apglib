       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP2033.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * SERVERJOB: ABFRAGENACHRICHTEN IN QSYSOPR UND DEN              *
      * APG-NACHRICHTENWARTESCHLANGEN UEBERWACHEN                     *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LAEUFT ALS DAUERJOB. JE DURCHLAUF WERDEN     *
      *                  QSYS/QSYSOPR UND ALLE IN PCONFIG O100/MSGQ   *
      *                  HINTERLEGTEN WARTESCHLANGEN (CFKEY2 =        *
      *                  WARTESCHLANGE, CFTXT1 = BIBLIOTHEK, LEER =   *
      *                  APG) MIT DER API QMHRCVM (RCVM0200, OHNE     *
      *                  ENTFERNEN) GELESEN. JEDE NOCH NICHT          *
      *                  BEANTWORTETE ABFRAGENACHRICHT (TYP 05), DIE  *
      *                  NOCH NICHT IN POPRMSG STEHT, WIRD DORT       *
      *                  ERFASST UND DER AKTUELLEN RUFBEREITSCHAFT    *
      *                  (PCFGONC, GRUPPE AUS O100/GRUPPE, STANDARD   *
      *                  "OPERATOR", GUELTIGE ZEILE MIT KLEINSTER     *
      *                  OCSEQ, SONST DER ADMINISTRATOR "APG")        *
      *                  UEBER XXP2010 (EREIGNISTYP "BEDIENER")       *
      *                  GEMELDET. OFFENE NACHRICHTEN, DIE AUSSERHALB *
      *                  VON APG BEANTWORTET WURDEN, WERDEN MIT       *
      *                  ANTWORT UND ANTWORTENDEM USER ABGESCHLOSSEN  *
      *                  (STATUS "E", HISTORIE IN POPRRPY); NICHT     *
      *                  MEHR VORHANDENE ERHALTEN STATUS "X".         *
      *                  BEANTWORTET WIRD AM BILDSCHIRM IN XXP2034.   *
      *                  ZWISCHEN DEN DURCHLAEUFEN WARTET DER JOB     *
      *                  AUF DER DATENWARTESCHLANGE APGOPRQ           *
      *                  (O100/INTERVALL CFIN01 SEKUNDEN, STANDARD    *
      *                  60); JEDER EINTRAG LOEST SOFORT EINEN        *
      *                  DURCHLAUF AUS, D-PGM = "*ENDE" BEENDET DEN   *
      *                  JOB GEORDNET (WIE XXP2012).                  *
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
      * POPRMSG: OMLFDN (ERFASSTE ABFRAGENACHRICHTEN)
      *-------------------------------------------------------------
           SELECT POPRMSG-DP
                  ASSIGN       TO  DATABASE-POPRMSG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * POPRMSGL1: OMMSGQ, OMMLIB, OMKEY
      *-------------------------------------------------------------
           SELECT POPRMSG-DL1
                  ASSIGN       TO  DATABASE-POPRMSGL1
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                                   WITH DUPLICATES
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

      *-------------------------------------------------------------
      * PCONFIG: CFID, CFKEY, CFKEY2 (WARTESCHLANGEN O100)
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCFGONC: OCGRP, OCSEQ (RUFBEREITSCHAFTS-ROTATION)
      *-------------------------------------------------------------
           SELECT PCFGONC-DP
                  ASSIGN       TO  DATABASE-PCFGONC
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- POPRMSG: OMLFDN
       FD  POPRMSG-DP
           LABEL RECORDS ARE STANDARD.
       01  POPRMSG-P.
           COPY DDS-ALL-FORMATS OF POPRMSG.
      /
      *--- POPRMSGL1: OMMSGQ, OMMLIB, OMKEY
       FD  POPRMSG-DL1
           LABEL RECORDS ARE STANDARD.
       01  POPRMSG-L1.
           COPY DDS-ALL-FORMATS OF POPRMSGL1.
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
      *--- PCONFIG: CFID, CFKEY, CFKEY2
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
      *--- PCFGONC: OCGRP, OCSEQ
       FD  PCFGONC-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGONC-P.
           COPY DDS-ALL-FORMATS OF PCFGONC.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * SATZAUFBAU DER DATENWARTESCHLANGE
           COPY WRKDTAQ     OF APG-QCPYSRC.

      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP2033".
       01  PGM-TYP                       PIC X(8)  VALUE "FUN    ".

      * PARAMETER FUER QRCVDTAQ
       01  DTAQ-NAME                     PIC X(10) VALUE "APGOPRQ".
       01  DTAQ-LIB                      PIC X(10).
       01  DTAQ-LEN                      PIC S9(5) COMP-3.
      * WARTEZEIT IN SEKUNDEN ZWISCHEN ZWEI DURCHLAEUFEN
       01  DTAQ-WAIT                     PIC S9(5) COMP-3 VALUE 60.

      * RUFBEREITSCHAFTSGRUPPE FUER DIE MELDUNG
       01  ONCALL-GRP                    PIC X(10).
       01  ONCALL-USER                   PIC X(10).

      * ZU LESENDE NACHRICHTENWARTESCHLANGE
       01  MSGQ-WRK.
        05 MSGQ-NAME                     PIC X(10).
        05 MSGQ-LIB                      PIC X(10).

      * VARIABLEN FUER AUFRUF QMHRCVM
       01  RCVM-DATEN                    PIC X(4000).
       01  RCVM0200 REDEFINES RCVM-DATEN.
        05 RM-BYTRET                     PIC 9(8) BINARY.
        05 RM-BYTAVL                     PIC 9(8) BINARY.
        05 RM-SEV                        PIC 9(8) BINARY.
        05 RM-MSGID                      PIC X(7).
        05 RM-MSGTYP                     PIC X(2).
        05 RM-MSGKEY                     PIC X(4).
        05 RM-MSGF                       PIC X(10).
        05 RM-MSGFLS                     PIC X(10).
        05 RM-MSGFLU                     PIC X(10).
        05 RM-SNDJOB                     PIC X(10).
        05 RM-SNDUSR                     PIC X(10).
        05 RM-SNDNBR                     PIC X(6).
        05 RM-SNDPGM                     PIC X(12).
        05 RM-SNDINS                     PIC X(4).
        05 RM-DATUM                      PIC X(7).
        05 RM-ZEIT                       PIC X(6).
        05 RM-RCVPGM                     PIC X(10).
        05 RM-RCVINS                     PIC X(4).
        05 RM-SNDTYP                     PIC X(1).
        05 RM-RCVTYP                     PIC X(1).
        05 FILLER                        PIC X(1).
        05 RM-CCSST1                     PIC 9(8) BINARY.
        05 RM-CCSST2                     PIC 9(8) BINARY.
        05 RM-ALOPT                      PIC X(9).
        05 RM-CCSID                      PIC 9(8) BINARY.
        05 RM-CCSRPL                     PIC 9(8) BINARY.
        05 RM-LENRPL                     PIC 9(8) BINARY.
        05 RM-AVLRPL                     PIC 9(8) BINARY.
        05 RM-LENMSG                     PIC 9(8) BINARY.
        05 RM-AVLMSG                     PIC 9(8) BINARY.
        05 RM-LENHLP                     PIC 9(8) BINARY.
        05 RM-AVLHLP                     PIC 9(8) BINARY.
       01  RCVM-LEN                      PIC 9(8) BINARY VALUE 4000.
       01  RCVM-FORMAT                   PIC X(8)  VALUE "RCVM0200".
       01  RCVM-TYP                      PIC X(10).
       01  RCVM-KEY                      PIC X(4).
       01  RCVM-WAIT                     PIC 9(8) BINARY VALUE ZEROES.
       01  RCVM-AKTION                   PIC X(10) VALUE "*SAME".
       01  ERROR-REC.
        05 BYTESPROV                     PIC 9(8) BINARY.
        05 BYTESAVAIL                    PIC 9(8) BINARY.
        05 EXCEPTID                      PIC X(7).
        05 FILLER1                       PIC X(1).
        05 FILLER2                       PIC X(16).

      * NACHRICHTENTEXT AUS DEM EMPFANGSBEREICH
       01  TEXT-START                    PIC 9(5).
       01  TEXT-LEN                      PIC 9(5).
       01  MSG-TEXT                      PIC X(256).

      * DATUM CJJMMTT DER NACHRICHT
       01  MSG-DATUM                     PIC 9(8).

      * PARAMETER FUER XXP2010
       01  NOT-MODUS                     PIC X(1).
       01  NOT-EVTTYP                    PIC X(10).
       01  NOT-USER                      PIC X(10).
       01  NOT-BETREFF                   PIC X(50).
       01  NOT-TEXT                      PIC X(256).
       01  NOT-STDKAN                    PIC X(1).
       01  NOT-KANAL                     PIC X(1).

      * ZAEHLER JE DURCHLAUF
       01  ANZ-NEU                       PIC 9(5).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP2033" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           OPEN     I-O   POPRMSG-DP
                          POPRRPY-DP.
           OPEN     INPUT POPRMSG-DL1
                          POPRMSG-DL2
                          PCONFIG-DP
                          PCFGONC-DP.
           MOVE     CONST-LIB TO DTAQ-LIB.

           PERFORM  LESEN-EINSTELLUNGEN.

       ANF020.
      * EIN DURCHLAUF UEBER ALLE WARTESCHLANGEN
           PERFORM  COPY-GET-TIME.
           PERFORM  PRUEFE-OFFENE.
           PERFORM  PRUEFE-WARTESCHLANGEN.

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
           CLOSE    POPRMSG-DP
                    POPRRPY-DP
                    POPRMSG-DL1
                    POPRMSG-DL2
                    PCONFIG-DP
                    PCFGONC-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * INTERVALL UND RUFBEREITSCHAFTSGRUPPE AUS PCONFIG O100
      *--------------------------------------------------------------
       LESEN-EINSTELLUNGEN SECTION.
       LES-EIN-00.

           MOVE     "OPERATOR" TO ONCALL-GRP.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "O100"      TO CFID   OF PCONFIG-P.
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
           MOVE     "O100"      TO CFID   OF PCONFIG-P.
           MOVE     "GRUPPE"    TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     CFTXT1 OF PCONFIG-P NOT = SPACES
                    MOVE CFTXT1 OF PCONFIG-P(1:10) TO ONCALL-GRP
           END-IF.

       LES-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * QSYSOPR UND ALLE WARTESCHLANGEN AUS O100/MSGQ LESEN
      *--------------------------------------------------------------
       PRUEFE-WARTESCHLANGEN SECTION.
       PRF-WSL-00.

           MOVE     "QSYSOPR"  TO MSGQ-NAME.
           MOVE     "QSYS"     TO MSGQ-LIB.
           PERFORM  LESE-WARTESCHLANGE.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "O100"      TO CFID   OF PCONFIG-P.
           MOVE     "MSGQ"      TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY4 OF PCONFIG-P.
           START    PCONFIG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-WSL-90
           END-IF.

       PRF-WSL-20.
           READ     PCONFIG-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      CFID  OF PCONFIG-P NOT = "O100"
            OR      CFKEY OF PCONFIG-P NOT = "MSGQ"
                    GO TO PRF-WSL-90
           END-IF.
           IF       CFKEY2 OF PCONFIG-P = SPACES
                    GO TO PRF-WSL-20
           END-IF.

           MOVE     CFKEY2 OF PCONFIG-P(1:10) TO MSGQ-NAME.
           MOVE     CFTXT1 OF PCONFIG-P(1:10) TO MSGQ-LIB.
           IF       MSGQ-LIB = SPACES
                    MOVE CONST-LIB TO MSGQ-LIB
           END-IF.
           PERFORM  LESE-WARTESCHLANGE.

           GO TO    PRF-WSL-20.

       PRF-WSL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE NACHRICHTEN EINER WARTESCHLANGE VON OBEN NACH UNTEN
      * LESEN (*NEXT AB *TOP, NACHRICHT BLEIBT STEHEN)
      *--------------------------------------------------------------
       LESE-WARTESCHLANGE SECTION.
       LES-WSL-00.

           MOVE     "*TOP" TO RCVM-KEY.

       LES-WSL-20.
           MOVE     "*NEXT" TO RCVM-TYP.
           PERFORM  RUFE-QMHRCVM.

      * ENDE DER WARTESCHLANGE ODER FEHLER (Z.B. NICHT VORHANDEN)
           IF       BYTESAVAIL OF ERROR-REC NOT = ZEROES
            OR      RM-BYTAVL = ZEROES
            OR      RM-BYTRET < 176
                    GO TO LES-WSL-90
           END-IF.

           MOVE     RM-MSGKEY TO RCVM-KEY.

      * NUR ABFRAGENACHRICHTEN
           IF       RM-MSGTYP NOT = "05"
                    GO TO LES-WSL-20
           END-IF.

      * SCHON ERFASST?
           INITIALIZE POPRMSGF OF POPRMSG-L1.
           MOVE     MSGQ-NAME TO OMMSGQ OF POPRMSG-L1.
           MOVE     MSGQ-LIB  TO OMMLIB OF POPRMSG-L1.
           MOVE     RM-MSGKEY TO OMKEY  OF POPRMSG-L1.
           READ     POPRMSG-DL1 WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    GO TO LES-WSL-20
           END-IF.

           PERFORM  ERFASSE-NACHRICHT.

      * WEITER HINTER DER GERADE ERFASSTEN NACHRICHT
           MOVE     OMKEY OF POPRMSG-P TO RCVM-KEY.

           GO TO    LES-WSL-20.

       LES-WSL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE NEUE ABFRAGENACHRICHT ERFASSEN UND MELDEN. SCHON
      * BEANTWORTETE (Z.B. BEIM ERSTEN START) WERDEN UEBERGANGEN
      *--------------------------------------------------------------
       ERFASSE-NACHRICHT SECTION.
       ERF-NAC-00.

      * DATEN DER ABFRAGE SICHERN, BEVOR DIE ANTWORT GESUCHT WIRD
           INITIALIZE POPRMSGF OF POPRMSG-P.
           MOVE     MSGQ-NAME   TO OMMSGQ  OF POPRMSG-P.
           MOVE     MSGQ-LIB    TO OMMLIB  OF POPRMSG-P.
           MOVE     RM-MSGKEY   TO OMKEY   OF POPRMSG-P.
           MOVE     RM-MSGID    TO OMMSGID OF POPRMSG-P.
           MOVE     RM-SEV      TO OMSEV   OF POPRMSG-P.
           MOVE     RM-SNDJOB   TO OMJOB   OF POPRMSG-P.
           MOVE     RM-SNDUSR   TO OMJUSR  OF POPRMSG-P.
           MOVE     RM-SNDNBR   TO OMJNBR  OF POPRMSG-P.
           PERFORM  ERMITTLE-TEXT.
           MOVE     MSG-TEXT    TO OMTEXT  OF POPRMSG-P.
           PERFORM  ERMITTLE-DATUM.
           MOVE     MSG-DATUM   TO OMSDTA  OF POPRMSG-P.
           MOVE     RM-ZEIT     TO OMSTIA  OF POPRMSG-P.

      * LIEGT SCHON EINE ANTWORT VOR, NICHTS MEHR ZU TUN
           MOVE     RM-MSGKEY   TO RCVM-KEY.
           MOVE     "*RPY"      TO RCVM-TYP.
           PERFORM  RUFE-QMHRCVM.
           IF       BYTESAVAIL OF ERROR-REC NOT = ZEROES
            OR      RM-BYTAVL NOT = ZEROES
                    GO TO ERF-NAC-90
           END-IF.

           PERFORM  ERMITTLE-ONCALL.

           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "POPRMSG" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK    TO OMLFDN  OF POPRMSG-P.
           MOVE     "O"         TO OMSTS   OF POPRMSG-P.
           MOVE     ONCALL-USER TO OMUSER  OF POPRMSG-P.
           MOVE     T-USER      TO OMAUSR  OF POPRMSG-P.
           MOVE     T-TERM      TO OMABS   OF POPRMSG-P.
           MOVE     PGM-WRK     TO OMAPGM  OF POPRMSG-P.
           MOVE     DATE-8      TO OMADTA  OF POPRMSG-P.
           MOVE     TIME-6      TO OMATIA  OF POPRMSG-P.
           WRITE    POPRMSG-P.

           ADD      1 TO ANZ-NEU.

      * RUFBEREITSCHAFT UEBER DEN ZENTRALEN VERTEILER BENACHRICHTIGEN
           MOVE     "S"          TO NOT-MODUS.
           MOVE     "BEDIENER"   TO NOT-EVTTYP.
           MOVE     ONCALL-USER  TO NOT-USER.
           INITIALIZE NOT-BETREFF.
           STRING   "ABFRAGE "                  DELIMITED BY SIZE
                    OMMSGID OF POPRMSG-P        DELIMITED BY SIZE
                    " IN "                      DELIMITED BY SIZE
                    OMMSGQ  OF POPRMSG-P        DELIMITED BY SPACES
                    " WARTET AUF ANTWORT"       DELIMITED BY SIZE
             INTO   NOT-BETREFF
           END-STRING.
           INITIALIZE NOT-TEXT.
           STRING   "JOB "                      DELIMITED BY SIZE
                    OMJNBR  OF POPRMSG-P        DELIMITED BY SIZE
                    "/"                         DELIMITED BY SIZE
                    OMJUSR  OF POPRMSG-P        DELIMITED BY SPACES
                    "/"                         DELIMITED BY SIZE
                    OMJOB   OF POPRMSG-P        DELIMITED BY SPACES
                    ": "                        DELIMITED BY SIZE
                    OMTEXT  OF POPRMSG-P        DELIMITED BY SIZE
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

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "POPRMSG"  TO STFILE OF LOG-CPY.
           MOVE     "WARN"     TO STKEY  OF LOG-CPY.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "ABFRAGE "                  DELIMITED BY SIZE
                    OMMSGID OF POPRMSG-P        DELIMITED BY SIZE
                    " IN "                      DELIMITED BY SIZE
                    OMMSGQ  OF POPRMSG-P        DELIMITED BY SPACES
                    ", GEMELDET AN "            DELIMITED BY SIZE
                    ONCALL-USER                 DELIMITED BY SPACES
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       ERF-NAC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * OFFENE NACHRICHTEN: AUSSERHALB VON APG BEANTWORTET ODER
      * AUS DER WARTESCHLANGE VERSCHWUNDEN?
      *--------------------------------------------------------------
       PRUEFE-OFFENE SECTION.
       PRF-OFF-00.

           INITIALIZE POPRMSGF OF POPRMSG-L2.
           MOVE     "O"    TO OMSTS  OF POPRMSG-L2.
           MOVE     ZEROES TO OMLFDN OF POPRMSG-L2.
           START    POPRMSG-DL2 KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-OFF-90
           END-IF.

       PRF-OFF-20.
           READ     POPRMSG-DL2 NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      OMSTS OF POPRMSG-L2 NOT = "O"
                    GO TO PRF-OFF-90
           END-IF.

           MOVE     OMMSGQ OF POPRMSG-L2 TO MSGQ-NAME.
           MOVE     OMMLIB OF POPRMSG-L2 TO MSGQ-LIB.
           MOVE     OMKEY  OF POPRMSG-L2 TO RCVM-KEY.
           MOVE     "*RPY"               TO RCVM-TYP.
           PERFORM  RUFE-QMHRCVM.

      * KEINE ANTWORT BISHER: WEITER OFFEN
           IF       BYTESAVAIL OF ERROR-REC = ZEROES
            AND     RM-BYTAVL = ZEROES
                    GO TO PRF-OFF-20
           END-IF.

           INITIALIZE POPRMSGF OF POPRMSG-P.
           MOVE     OMLFDN OF POPRMSG-L2 TO OMLFDN OF POPRMSG-P.
           READ     POPRMSG-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-OFF-20
           END-IF.

      * NACHRICHT NICHT MEHR VORHANDEN
           IF       BYTESAVAIL OF ERROR-REC NOT = ZEROES
                    MOVE "X"     TO OMSTS  OF POPRMSG-P
                    MOVE T-USER  TO OMMSER OF POPRMSG-P
                    MOVE T-TERM  TO OMMBS  OF POPRMSG-P
                    MOVE PGM-WRK TO OMMPGM OF POPRMSG-P
                    MOVE DATE-8  TO OMMDTA OF POPRMSG-P
                    MOVE TIME-6  TO OMMTIA OF POPRMSG-P
                    REWRITE POPRMSG-P
                    GO TO PRF-OFF-20
           END-IF.

      * AUSSERHALB VON APG BEANTWORTET: ANTWORT UEBERNEHMEN
           PERFORM  ERMITTLE-TEXT.
           PERFORM  ERMITTLE-DATUM.
           MOVE     "E"          TO OMSTS  OF POPRMSG-P.
           MOVE     MSG-TEXT     TO OMRPY  OF POPRMSG-P.
           MOVE     RM-SNDUSR    TO OMRUSR OF POPRMSG-P.
           MOVE     MSG-DATUM    TO OMRDTA OF POPRMSG-P.
           MOVE     RM-ZEIT      TO OMRTIA OF POPRMSG-P.
           MOVE     T-USER       TO OMMSER OF POPRMSG-P.
           MOVE     T-TERM       TO OMMBS  OF POPRMSG-P.
           MOVE     PGM-WRK      TO OMMPGM OF POPRMSG-P.
           MOVE     DATE-8       TO OMMDTA OF POPRMSG-P.
           MOVE     TIME-6       TO OMMTIA OF POPRMSG-P.
           REWRITE  POPRMSG-P.

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
           MOVE     MSG-TEXT             TO RYTEXT  OF POPRRPY-P.
           MOVE     "S"                  TO RYHERK  OF POPRRPY-P.
           MOVE     "O"                  TO RYERG   OF POPRRPY-P.
           MOVE     RM-SNDUSR            TO RYAUSR  OF POPRRPY-P.
           MOVE     RM-SNDJOB            TO RYABS   OF POPRRPY-P.
           MOVE     PGM-WRK              TO RYAPGM  OF POPRRPY-P.
           MOVE     MSG-DATUM            TO RYADTA  OF POPRRPY-P.
           MOVE     RM-ZEIT              TO RYATIA  OF POPRRPY-P.
           WRITE    POPRRPY-P.

           GO TO    PRF-OFF-20.

       PRF-OFF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * QMHRCVM FUER MSGQ-WRK MIT RCVM-TYP UND RCVM-KEY AUFRUFEN
      *--------------------------------------------------------------
       RUFE-QMHRCVM SECTION.
       RUF-RCV-00.

           INITIALIZE RCVM-DATEN.
           INITIALIZE ERROR-REC.
           MOVE     16 TO BYTESPROV OF ERROR-REC.
           CALL     "QMHRCVM" USING RCVM-DATEN
                                    RCVM-LEN
                                    RCVM-FORMAT
                                    MSGQ-WRK
                                    RCVM-TYP
                                    RCVM-KEY
                                    RCVM-WAIT
                                    RCVM-AKTION
                                    ERROR-REC
           END-CALL.

       RUF-RCV-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NACHRICHTENTEXT HINTER DEN ERSATZDATEN HERAUSLOESEN
      *--------------------------------------------------------------
       ERMITTLE-TEXT SECTION.
       ERM-TXT-00.

           MOVE     SPACES TO MSG-TEXT.
           COMPUTE  TEXT-START = 177 + RM-LENRPL.
           MOVE     RM-LENMSG TO TEXT-LEN.
           IF       TEXT-LEN > 256
                    MOVE 256 TO TEXT-LEN
           END-IF.
           IF       TEXT-LEN > ZEROES
            AND     TEXT-START + TEXT-LEN - 1 NOT > RM-BYTRET
                    MOVE RCVM-DATEN(TEXT-START:TEXT-LEN) TO MSG-TEXT
           END-IF.

       ERM-TXT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SENDEDATUM CJJMMTT IN JJJJMMTT UMSETZEN
      *--------------------------------------------------------------
       ERMITTLE-DATUM SECTION.
       ERM-DAT-00.

           MOVE     ZEROES TO MSG-DATUM.
           IF       RM-DATUM(2:6) IS NOT NUMERIC
                    GO TO ERM-DAT-90
           END-IF.
           MOVE     RM-DATUM(2:6) TO MSG-DATUM(3:6).
           IF       RM-DATUM(1:1) = "1"
                    MOVE 20 TO MSG-DATUM(1:2)
           ELSE
                    MOVE 19 TO MSG-DATUM(1:2)
           END-IF.

       ERM-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AKTUELLE RUFBEREITSCHAFT DER GRUPPE ERMITTELN: GUELTIGE
      * ZEILE (DATUMSFENSTER) MIT DER KLEINSTEN OCSEQ, OHNE
      * RUFBEREITSCHAFT DER ADMINISTRATOR (WIE XXP2028)
      *--------------------------------------------------------------
       ERMITTLE-ONCALL SECTION.
       ERM-ONC-00.

           MOVE     "APG" TO ONCALL-USER.

           INITIALIZE PCFGONCF OF PCFGONC-P.
           MOVE     ONCALL-GRP TO OCGRP OF PCFGONC-P.
           MOVE     ZEROES     TO OCSEQ OF PCFGONC-P.
           START    PCFGONC-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERM-ONC-90
           END-IF.

       ERM-ONC-20.
           READ     PCFGONC-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERM-ONC-90
           END-IF.
           IF       OCGRP OF PCFGONC-P NOT = ONCALL-GRP
                    GO TO ERM-ONC-90
           END-IF.
           IF       DATE-8 < OCVON OF PCFGONC-P
            OR      DATE-8 > OCBIS OF PCFGONC-P
                    GO TO ERM-ONC-20
           END-IF.

           MOVE     OCUSER OF PCFGONC-P TO ONCALL-USER.

       ERM-ONC-90.
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
