       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP2055.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * SERVERJOB: JSON-SCHNITTSTELLE FUER INTRANET UND HANDY         *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LAEUFT ALS DAUERJOB UND BEANTWORTET AUF DEM  *
      *                  PORT AUS PCONFIG W120/PORT (CFIN01,          *
      *                  STANDARD 8080) FESTE GET-ADRESSEN MIT JSON   *
      *                  (NUR LESEND, HTTP/1.0, EINE ANFRAGE JE       *
      *                  VERBINDUNG):                                 *
      *                    /API/PRAESENZ       PRAESENZTAFEL HEUTE    *
      *                                        (XXP0079 JE AKTIVEM    *
      *                                        MITARBEITER PPERSON)   *
      *                    /API/KUECHENDIENST  KUECHENDIENST HEUTE    *
      *                                        (PKDPLANL1)            *
      *                    /API/SPEISEPLAN     KANTINENEINTRAEGE      *
      *                                        (PFOODPUB)             *
      *                    /API/GLEITZEIT      EIGENER GLEITZEIT-     *
      *                                        SALDO (PZEITSAL)       *
      *                  JEDE ANFRAGE BRAUCHT DAS PERSOENLICHE TOKEN  *
      *                  AUS PAPITOK (PFLEGE XXP2056), ALS HEADER     *
      *                  "AUTHORIZATION: BEARER <TOKEN>" ODER ALS     *
      *                  PARAMETER "?TOKEN=<TOKEN>". PERSOENLICHE     *
      *                  DATEN GEHEN NUR AN DEN EIGENTUEMER DES       *
      *                  TOKENS: DER SALDO NUR DER EIGENE, IN DER     *
      *                  PRAESENZTAFEL DIE ZUSATZINFO (ABWESENHEITS-  *
      *                  ART, EVENT) NUR IN DER EIGENEN ZEILE. JEDER  *
      *                  AUFRUF STEHT MIT USER, ADRESSE, PFAD (OHNE   *
      *                  PARAMETER) UND HTTP-STATUS IN PAPILOG.       *
      *                                                               *
      *                  DER VERBINDUNGSAUFBAU (SOCKET, BIND,         *
      *                  LISTEN, ACCEPT) LAEUFT UEBER DIE SOCKET-     *
      *                  SCHNITTSTELLE DES SYSTEMS, DER SOCKET        *
      *                  WARTET NICHT BLOCKIEREND. LESEN, SCHREIBEN   *
      *                  UND SCHLIESSEN DER ANGENOMMENEN VERBINDUNG   *
      *                  UND DIE KONVERTIERUNG LAUFEN UEBER           *
      *                  DIESELBEN PROZEDUREN WIE HLP0031/HLP0032     *
      *                  (LGTCPIO, LGPGM0818). LIEGT KEINE ANFRAGE    *
      *                  AN, WARTET DER JOB EINE SEKUNDE AUF DER      *
      *                  DATENWARTESCHLANGE APGAPIQ; D-PGM = "*ENDE"  *
      *                  BEENDET IHN GEORDNET. ETWA JEDE MINUTE       *
      *                  GEHT EIN HEARTBEAT AN XXP0064.               *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    AKTIVE MITARBEITER DER PRAESENZTAFEL UEBER   *
      *                  PERSONENSTAMM (CFP9022) STATT PCONFIG H050   *
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
      * PAPITOKL1: TKTOKN (TOKEN DER SCHNITTSTELLE NACH TOKEN)
      *-------------------------------------------------------------
           SELECT PAPITOK-DL
                  ASSIGN       TO  DATABASE-PAPITOKL1
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAPILOG: WLLFDN (PROTOKOLL DER AUFRUFE)
      *-------------------------------------------------------------
           SELECT PAPILOG-DP
                  ASSIGN       TO  DATABASE-PAPILOG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCONFIG: CFID, CFKEY (W120 EINSTELLUNGEN)
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDPLANL1: KDDATE, KDUSER (KUECHENDIENST NACH DATUM)
      *-------------------------------------------------------------
           SELECT PKDPLAN-DL
                  ASSIGN       TO  DATABASE-PKDPLANL1
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PFOODPUB: FPLFDN (KANTINENEINTRAEGE)
      *-------------------------------------------------------------
           SELECT PFOODPUB-DP
                  ASSIGN       TO  DATABASE-PFOODPUB
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PZEITSAL: SAUSER (GLEITZEITSALDEN)
      *-------------------------------------------------------------
           SELECT PZEITSAL-DP
                  ASSIGN       TO  DATABASE-PZEITSAL
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PAPITOKL1: TKTOKN
       FD  PAPITOK-DL
           LABEL RECORDS ARE STANDARD.
       01  PAPITOK-L.
           COPY DDS-ALL-FORMATS OF PAPITOKL1.
      /
      *--- PAPILOG: WLLFDN
       FD  PAPILOG-DP
           LABEL RECORDS ARE STANDARD.
       01  PAPILOG-P.
           COPY DDS-ALL-FORMATS OF PAPILOG.
      /
      *--- PCONFIG: CFID, CFKEY, CFKEY2
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
      *--- PKDPLANL1: KDDATE, KDUSER
       FD  PKDPLAN-DL
           LABEL RECORDS ARE STANDARD.
       01  PKDPLAN-L.
           COPY DDS-ALL-FORMATS OF PKDPLANL1.
      /
      *--- PFOODPUB: FPLFDN
       FD  PFOODPUB-DP
           LABEL RECORDS ARE STANDARD.
       01  PFOODPUB-P.
           COPY DDS-ALL-FORMATS OF MAT-PFOODPUB.
      /
      *--- PZEITSAL: SAUSER
       FD  PZEITSAL-DP
           LABEL RECORDS ARE STANDARD.
       01  PZEITSAL-P.
           COPY DDS-ALL-FORMATS OF PZEITSAL.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

      * SATZAUFBAU DER DATENWARTESCHLANGE
           COPY WRKDTAQ     OF APG-QCPYSRC.

      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP2055".
       01  PGM-TYP                       PIC X(8)  VALUE "FUN    ".

      * PARAMETER FUER QRCVDTAQ
       01  DTAQ-NAME                     PIC X(10) VALUE "APGAPIQ".
       01  DTAQ-LIB                      PIC X(10).
       01  DTAQ-LEN                      PIC S9(5) COMP-3.
      * WARTEZEIT IN SEKUNDEN, WENN KEINE ANFRAGE ANSTEHT
       01  DTAQ-WAIT                     PIC S9(5) COMP-3 VALUE 1.

      * HEARTBEAT-PARAMETER FUER XXP0064
       01  HB-STEP                       PIC X(20).
       01  HB-ANZ                        PIC 9(9).
       01  HB-INTV                       PIC 9(4) VALUE 10.
       01  HB-STAT                       PIC X(1).
      * DURCHLAEUFE SEIT DEM LETZTEN HEARTBEAT
       01  LAUF-ANZ                      PIC 9(5).

      * SOCKET-SCHNITTSTELLE (WERTE AUS SYS/SOCKET.H, FCNTL.H)
       01  AF-INET                       PIC S9(9) BINARY VALUE 2.
       01  SOCK-STREAM                   PIC S9(9) BINARY VALUE 1.
       01  SOCK-PROTO                    PIC S9(9) BINARY VALUE 0.
       01  SOL-SOCKET                    PIC S9(9) BINARY VALUE -1.
       01  SO-REUSEADDR                  PIC S9(9) BINARY VALUE 55.
       01  F-GETFL                       PIC S9(9) BINARY VALUE 6.
       01  F-SETFL                       PIC S9(9) BINARY VALUE 7.
       01  O-NONBLOCK                    PIC S9(9) BINARY VALUE 128.
       01  LISTEN-ANZ                    PIC S9(9) BINARY VALUE 10.
       01  OPT-EIN                       PIC S9(9) BINARY VALUE 1.
       01  OPT-LEN                       PIC S9(9) BINARY VALUE 4.
       01  SOCK-NULL                     PIC S9(9) BINARY VALUE 0.
       01  SOCK-FLAGS                    PIC S9(9) BINARY.
       01  SOCK-RC                       PIC S9(9) BINARY.
       01  SOCK-LISTEN                   PIC S9(9) BINARY VALUE -1.
       01  SOCK-CLIENT                   PIC S9(9) BINARY.

      * ADRESSE (SOCKADDR_IN) FUER BIND UND ACCEPT
       01  SOCK-ADR.
        05 SA-FAMILY                     PIC 9(4) BINARY.
        05 SA-PORT                       PIC X(2).
        05 SA-ADDR                       PIC X(4).
        05 SA-ZERO                       PIC X(8).
       01  ADR-LEN                       PIC S9(9) BINARY.
       01  PORT-BIN                      PIC 9(9) BINARY.
       01  PORT-BIN-R REDEFINES PORT-BIN.
        05 FILLER                        PIC X(2).
        05 PORT-BIN-LO                   PIC X(2).
       01  PORT-NR                       PIC 9(5) VALUE 8080.
      * SCHRITT, AN DEM DAS OEFFNEN DES ANSCHLUSSES SCHEITERT
       01  FEHLER-SCHRITT                PIC X(10).

      * AUFBEREITUNG DER ABSENDERADRESSE
       01  IP-BYTE-BIN                   PIC 9(4) BINARY.
       01  IP-BYTE-R REDEFINES IP-BYTE-BIN.
        05 IP-BYTE-HI                    PIC X(1).
        05 IP-BYTE-LO                    PIC X(1).
       01  IP-OKTETT                     PIC ZZ9.
       01  IP-IDX                        PIC 9(1).
       01  IP-POS                        PIC 9(3).
       01  IP-TXT                        PIC X(15).

      * VARIABLEN FUER LGTCPIO
       01  WRK-RECORD          PIC X(32000).
       01  TCP-SOCK            PIC S9(9) BINARY VALUE -1.
       01  TCP-ACTION          PIC X(1) VALUE " ".
       01  TCP-BUFLEN          PIC 9(9) BINARY VALUE 0.
       01  TCP-DELIM           PIC X(24) VALUE X'0D0A'.
       01  TCP-DELIMLEN        PIC 9(9) BINARY VALUE 2.
       01  TCP-TIMEOUT         PIC 9(9) BINARY VALUE ZEROES.
       01  TCP-RETTXT          PIC X(10).
       01  RECORD-SIZE         PIC 9(9).
       01  SEND-LEN            PIC 9(9) BINARY.

      * VARIABLEN FUER DIE STRINGKONVERTIERUNG (LGPGM0818)
       01  INT-LEN-IN          PIC S9(9) BINARY.
       01  INT-LEN-OUT         PIC S9(9) BINARY.
       01  CCSID-IN            PIC 9(5).
       01  CODE-PAGE           PIC 9(5).
       01  EBC-ASCII           PIC X(1).

      * EMPFANGENE ZEILE DER ANFRAGE
       01  ZEILE-WRK                     PIC X(1024).
       01  ZEILE-GROSS                   PIC X(1024).
       01  ZEILE-LEN                     PIC 9(5).
       01  KOPF-ANZ                      PIC 9(3).

      * BESTANDTEILE DER ANFRAGE
       01  METHODE                       PIC X(8).
       01  URL-WRK                       PIC X(512).
       01  PFAD-WRK                      PIC X(60).
       01  PFAD-GROSS                    PIC X(60).
       01  ABFRAGE-WRK                   PIC X(450).
       01  ABFRAGE-REST                  PIC X(450).
       01  TOKEN-WRK                     PIC X(32).
       01  API-USER                      PIC X(10).
       01  HTTP-STATUS                   PIC 9(3).
       01  HTTP-TEXT                     PIC X(30).

      * ANTWORT (JSON-RUMPF)
       01  RUMPF                         PIC X(30000).
       01  RUMPF-POS                     PIC 9(5).
       01  RUMPF-LEN                     PIC 9(5).
       01  RUMPF-LEN-TXT                 PIC Z(4)9.
       01  RUMPF-MAX                     PIC 9(5) VALUE 29000.
       01  ERSTER-EINTRAG                PIC X(1).

      * JSON-AUFBEREITUNG EINES TEXTES BZW. EINER ZAHL
       01  JSON-EIN                      PIC X(256).
       01  JSON-EIN-LEN                  PIC 9(3).
       01  JSON-IDX                      PIC 9(3).
       01  JSON-ZEICHEN                  PIC X(1).
       01  ZAHL-EIN                      PIC S9(11).
       01  ZAHL-TXT                      PIC -(11)9.
       01  ZAHL-LEER                     PIC 9(3).

      * DATUM DES TAGES ALS JJJJ-MM-TT
       01  DATUM-TXT                     PIC X(10).

      * PERSONENSTAMM (CFP9022)
       01  PERSON-REC                    TYPE PERSON-TYPE.

      * PARAMETER FUER XXP0079
       01  PRS-USER                      PIC X(10).
       01  PRS-DATUM                     PIC 9(8).
       01  PRS-STATUS                    PIC X(10).
       01  PRS-ZUSATZ                    PIC X(30).
       01  PRS-KUECHE                    PIC X(1).

      * AUFBEREITUNG DES SALDOS
       01  SALDO-ABS                     PIC 9(9).
       01  SALDO-STD-WRK                 PIC 9(4).
       01  SALDO-MIN-WRK                 PIC 9(2).
       01  SALDO-REST                    PIC 9(9).
       01  SALDO-VORZ                    PIC X(1).
       01  SALDO-TXT                     PIC X(10).
       01  SALDO-STD-TXT                 PIC Z(3)9.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP2055" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           OPEN     I-O   PAPITOK-DL
                          PAPILOG-DP.
           OPEN     INPUT PCONFIG-DP
                          PKDPLAN-DL
                          PFOODPUB-DP
                          PZEITSAL-DP.
           MOVE     CONST-LIB TO DTAQ-LIB.

           PERFORM  LESEN-EINSTELLUNGEN.
           MOVE     ZEROES TO HB-ANZ.
           MOVE     ZEROES TO LAUF-ANZ.

      * ANSCHLUSS OEFFNEN, OHNE ANSCHLUSS KEIN DIENST
           PERFORM  OEFFNEN-ANSCHLUSS.
           IF       SOCK-LISTEN < ZEROES
                    MOVE "ANSCHLUSS"  TO HB-STEP
                    MOVE "E"          TO HB-STAT
                    PERFORM SCHREIBE-HEARTBEAT
                    GO TO ANF090
           END-IF.

           MOVE     "START" TO HB-STEP.
           MOVE     "L"     TO HB-STAT.
           PERFORM  SCHREIBE-HEARTBEAT.

       ANF020.
      * HEARTBEAT ALLE 60 DURCHLAEUFE (OHNE ANFRAGEN ETWA JEDE
      * MINUTE): DER DIENST LAEUFT
           ADD      1 TO LAUF-ANZ.
           IF       LAUF-ANZ NOT < 60
                    MOVE    ZEROES      TO LAUF-ANZ
                    MOVE    "WARTEN"    TO HB-STEP
                    MOVE    "L"         TO HB-STAT
                    PERFORM SCHREIBE-HEARTBEAT
           END-IF.

      * ANSTEHENDE VERBINDUNG ANNEHMEN
           MOVE     LENGTH OF SOCK-ADR TO ADR-LEN.
           CALL     PROCEDURE "accept" USING BY VALUE     SOCK-LISTEN
                                             BY REFERENCE SOCK-ADR
                                             BY REFERENCE ADR-LEN
                                             RETURNING    SOCK-CLIENT
           END-CALL.
           IF       SOCK-CLIENT NOT < ZEROES
                    PERFORM BEARBEITE-ANFRAGE
                    ADD     1 TO HB-ANZ
                    GO TO ANF020
           END-IF.

      * KEINE ANFRAGE: KURZ AUF DER DATENWARTESCHLANGE WARTEN
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
           CALL     PROCEDURE "close" USING BY VALUE SOCK-LISTEN
                                      RETURNING SOCK-RC
           END-CALL.

      * HEARTBEAT: GEORDNET BEENDET
           MOVE     "ENDE" TO HB-STEP.
           MOVE     "E"    TO HB-STAT.
           PERFORM  SCHREIBE-HEARTBEAT.

       ANF090.
           CLOSE    PAPITOK-DL
                    PAPILOG-DP
                    PCONFIG-DP
                    PKDPLAN-DL
                    PFOODPUB-DP
                    PZEITSAL-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * PORT AUS PCONFIG W120
      *--------------------------------------------------------------
       LESEN-EINSTELLUNGEN SECTION.
       LES-EIN-00.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "W120"      TO CFID   OF PCONFIG-P.
           MOVE     "PORT"      TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     CFIN01 OF PCONFIG-P > ZEROES
            AND     CFIN01 OF PCONFIG-P < 65536
                    MOVE CFIN01 OF PCONFIG-P TO PORT-NR
           END-IF.

       LES-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LISTEN-SOCKET AUF PORT-NR OEFFNEN, NICHT BLOCKIEREND
      *--------------------------------------------------------------
       OEFFNEN-ANSCHLUSS SECTION.
       OEF-ANS-00.

           CALL     PROCEDURE "socket" USING BY VALUE AF-INET
                                             BY VALUE SOCK-STREAM
                                             BY VALUE SOCK-PROTO
                                             RETURNING SOCK-LISTEN
           END-CALL.
           IF       SOCK-LISTEN < ZEROES
                    MOVE "SOCKET" TO FEHLER-SCHRITT
                    GO TO OEF-ANS-80
           END-IF.

      * PORT NACH EINEM NEUSTART SOFORT WIEDER BELEGEN
           CALL     PROCEDURE "setsockopt" USING BY VALUE SOCK-LISTEN
                                             BY VALUE SOL-SOCKET
                                             BY VALUE SO-REUSEADDR
                                             BY REFERENCE OPT-EIN
                                             BY VALUE OPT-LEN
                                             RETURNING SOCK-RC
           END-CALL.

      * AN ALLE ADRESSEN DES SYSTEMS BINDEN
           MOVE     PORT-NR     TO PORT-BIN.
           MOVE     AF-INET     TO SA-FAMILY.
           MOVE     PORT-BIN-LO TO SA-PORT.
           MOVE     LOW-VALUES  TO SA-ADDR.
           MOVE     LOW-VALUES  TO SA-ZERO.
           MOVE     LENGTH OF SOCK-ADR TO ADR-LEN.
           CALL     PROCEDURE "bind" USING BY VALUE SOCK-LISTEN
                                           BY REFERENCE SOCK-ADR
                                           BY VALUE ADR-LEN
                                           RETURNING SOCK-RC
           END-CALL.
           IF       SOCK-RC < ZEROES
                    MOVE "BIND" TO FEHLER-SCHRITT
                    GO TO OEF-ANS-70
           END-IF.

           CALL     PROCEDURE "listen" USING BY VALUE SOCK-LISTEN
                                             BY VALUE LISTEN-ANZ
                                             RETURNING SOCK-RC
           END-CALL.
           IF       SOCK-RC < ZEROES
                    MOVE "LISTEN" TO FEHLER-SCHRITT
                    GO TO OEF-ANS-70
           END-IF.

      * ACCEPT SOLL NICHT BLOCKIEREN, DAMIT "*ENDE" ANKOMMT
           CALL     PROCEDURE "fcntl" USING BY VALUE SOCK-LISTEN
                                            BY VALUE F-GETFL
                                            BY VALUE SOCK-NULL
                                            RETURNING SOCK-FLAGS
           END-CALL.
           IF       SOCK-FLAGS < ZEROES
                    MOVE ZEROES TO SOCK-FLAGS
           END-IF.
           ADD      O-NONBLOCK TO SOCK-FLAGS.
           CALL     PROCEDURE "fcntl" USING BY VALUE SOCK-LISTEN
                                            BY VALUE F-SETFL
                                            BY VALUE SOCK-FLAGS
                                            RETURNING SOCK-RC
           END-CALL.
           IF       SOCK-RC < ZEROES
                    MOVE "FCNTL" TO FEHLER-SCHRITT
                    GO TO OEF-ANS-70
           END-IF.

           GO TO    OEF-ANS-90.

       OEF-ANS-70.
           CALL     PROCEDURE "close" USING BY VALUE SOCK-LISTEN
                                      RETURNING SOCK-RC
           END-CALL.
           MOVE     -1 TO SOCK-LISTEN.

       OEF-ANS-80.
      * FEHLER PROTOKOLLIEREN
           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PAPILOG"   TO STFILE OF LOG-CPY.
           MOVE     "ERROR"     TO STKEY  OF LOG-CPY.
           STRING   "PORT "            DELIMITED BY SIZE
                    PORT-NR            DELIMITED BY SIZE
                    " NICHT GEOEFFNET ("  DELIMITED BY SIZE
                    FEHLER-SCHRITT     DELIMITED BY SPACE
                    ")"                DELIMITED BY SIZE
                    INTO STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       OEF-ANS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE ANGENOMMENE VERBINDUNG BEARBEITEN: ANFRAGE LESEN,
      * TOKEN PRUEFEN, ANTWORT SENDEN, PROTOKOLLIEREN
      *--------------------------------------------------------------
       BEARBEITE-ANFRAGE SECTION.
       BEA-ANF-00.

           INITIALIZE METHODE, URL-WRK, PFAD-WRK, PFAD-GROSS,
                      ABFRAGE-WRK, TOKEN-WRK, API-USER.
           MOVE     ZEROES TO KOPF-ANZ.
           PERFORM  ERMITTLE-ADRESSE.

      * DIE VERBINDUNG SELBST WIEDER BLOCKIEREND BETREIBEN
           CALL     PROCEDURE "fcntl" USING BY VALUE SOCK-CLIENT
                                            BY VALUE F-SETFL
                                            BY VALUE SOCK-NULL
                                            RETURNING SOCK-RC
           END-CALL.
           MOVE     SOCK-CLIENT TO TCP-SOCK.

      * ANFRAGEZEILE "GET /PFAD?PARAMETER HTTP/1.X"
           PERFORM  LESE-ZEILE.
           IF       ZEILE-LEN = ZEROES
                    MOVE 400 TO HTTP-STATUS
                    GO TO BEA-ANF-70
           END-IF.
           UNSTRING ZEILE-WRK DELIMITED BY ALL SPACE
                    INTO METHODE URL-WRK
           END-UNSTRING.
           UNSTRING URL-WRK DELIMITED BY "?"
                    INTO PFAD-WRK ABFRAGE-WRK
           END-UNSTRING.
           MOVE     PFAD-WRK TO PFAD-GROSS.
           INSPECT  PFAD-GROSS CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * KOPFZEILEN BIS ZUR LEERZEILE, NUR AUTHORIZATION ZAEHLT
       BEA-ANF-20.
           PERFORM  LESE-ZEILE.
           IF       ZEILE-LEN = ZEROES
                    GO TO BEA-ANF-30
           END-IF.
           ADD      1 TO KOPF-ANZ.
           MOVE     ZEILE-WRK TO ZEILE-GROSS.
           INSPECT  ZEILE-GROSS CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF       ZEILE-GROSS(1:22) = "AUTHORIZATION: BEARER "
                    MOVE ZEILE-GROSS(23:32) TO TOKEN-WRK
           END-IF.
           IF       KOPF-ANZ < 50
                    GO TO BEA-ANF-20
           END-IF.

       BEA-ANF-30.
      * OHNE HEADER DAS TOKEN AUS DEM PARAMETER "TOKEN="
           IF       TOKEN-WRK = SPACES
            AND     ABFRAGE-WRK NOT = SPACES
                    PERFORM LESE-TOKEN-PARAMETER
           END-IF.

      * NUR LESENDE ZUGRIFFE
           IF       METHODE NOT = "GET"
                    MOVE 405 TO HTTP-STATUS
                    GO TO BEA-ANF-70
           END-IF.

      * TOKEN PRUEFEN, ES BESTIMMT DEN USER
           PERFORM  PRUEFE-TOKEN.
           IF       API-USER = SPACES
                    MOVE 401 TO HTTP-STATUS
                    GO TO BEA-ANF-70
           END-IF.

           MOVE     200 TO HTTP-STATUS.
           MOVE     1   TO RUMPF-POS.
           INITIALIZE RUMPF.
           PERFORM  COPY-GET-TIME.
           STRING   DATE-8(1:4) "-" DATE-8(5:2) "-" DATE-8(7:2)
                    DELIMITED BY SIZE INTO DATUM-TXT
           END-STRING.

           EVALUATE PFAD-GROSS
                    WHEN "/API/PRAESENZ"
                         PERFORM ANTWORT-PRAESENZ
                    WHEN "/API/KUECHENDIENST"
                         PERFORM ANTWORT-KUECHENDIENST
                    WHEN "/API/SPEISEPLAN"
                         PERFORM ANTWORT-SPEISEPLAN
                    WHEN "/API/GLEITZEIT"
                         PERFORM ANTWORT-GLEITZEIT
                    WHEN OTHER
                         MOVE 404 TO HTTP-STATUS
           END-EVALUATE.

       BEA-ANF-70.
      * FEHLERANTWORT ALS KLEINES JSON
           IF       HTTP-STATUS NOT = 200
                    PERFORM ANTWORT-FEHLER
           END-IF.
           COMPUTE  RUMPF-LEN = RUMPF-POS - 1.
           PERFORM  SENDEN-ANTWORT.

      * VERBINDUNG SCHLIESSEN
           MOVE     5          TO TCP-TIMEOUT.
           MOVE     "1"        TO TCP-ACTION.
           INITIALIZE TCP-RETTXT.
           CALL     PROCEDURE "LGTCPIO"  USING TCP-SOCK
                                               TCP-ACTION
                                               RECORD-SIZE
                                               TCP-BUFLEN
                                               TCP-DELIM
                                               TCP-DELIMLEN
                                               TCP-TIMEOUT
                                               TCP-RETTXT
           END-CALL.

           PERFORM  SCHREIBE-PROTOKOLL.

       BEA-ANF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABSENDERADRESSE AUS DER ACCEPT-ADRESSE (A.B.C.D) AUFBEREITEN
      *--------------------------------------------------------------
       ERMITTLE-ADRESSE SECTION.
       ERM-ADR-00.

           MOVE     SPACES TO IP-TXT.
           MOVE     1      TO IP-POS.
           MOVE     1      TO IP-IDX.

       ERM-ADR-20.
           MOVE     LOW-VALUE          TO IP-BYTE-HI.
           MOVE     SA-ADDR(IP-IDX:1)  TO IP-BYTE-LO.
           MOVE     IP-BYTE-BIN        TO IP-OKTETT.
           IF       IP-IDX > 1
                    STRING "." DELIMITED BY SIZE
                           INTO IP-TXT WITH POINTER IP-POS
                    END-STRING
           END-IF.
           MOVE     ZEROES TO ZAHL-LEER.
           INSPECT  IP-OKTETT TALLYING ZAHL-LEER FOR LEADING SPACES.
           STRING   IP-OKTETT(ZAHL-LEER + 1:) DELIMITED BY SIZE
                    INTO IP-TXT WITH POINTER IP-POS
           END-STRING.
           IF       IP-IDX < 4
                    ADD   1 TO IP-IDX
                    GO TO ERM-ADR-20
           END-IF.

       ERM-ADR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TOKEN AUS DEM PARAMETERTEIL DER ADRESSE ("TOKEN=...")
      *--------------------------------------------------------------
       LESE-TOKEN-PARAMETER SECTION.
       LES-TOK-00.

           MOVE     ABFRAGE-WRK TO ZEILE-GROSS.
           INSPECT  ZEILE-GROSS CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * NUR EIN PARAMETER "TOKEN" AM ANFANG ODER NACH "&" ZAEHLT
           INITIALIZE ABFRAGE-REST.
           IF       ZEILE-GROSS(1:6) = "TOKEN="
                    MOVE ZEILE-GROSS(7:) TO ABFRAGE-REST
           ELSE
                    UNSTRING ZEILE-GROSS DELIMITED BY "&TOKEN="
                             INTO URL-WRK ABFRAGE-REST
                    END-UNSTRING
           END-IF.
           IF       ABFRAGE-REST = SPACES
                    GO TO LES-TOK-90
           END-IF.

           UNSTRING ABFRAGE-REST DELIMITED BY "&" OR SPACE
                    INTO TOKEN-WRK
           END-UNSTRING.

       LES-TOK-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TOKEN GEGEN PAPITOK PRUEFEN, LETZTE NUTZUNG FESTHALTEN
      *--------------------------------------------------------------
       PRUEFE-TOKEN SECTION.
       PRF-TOK-00.

           MOVE     SPACES TO API-USER.
           IF       TOKEN-WRK = SPACES
                    GO TO PRF-TOK-90
           END-IF.

           INITIALIZE PAPITOKF OF PAPITOK-L.
           MOVE     TOKEN-WRK TO TKTOKN OF PAPITOK-L.
           READ     PAPITOK-DL.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-TOK-90
           END-IF.

      * GESPERRTE TOKEN WERDEN ABGEWIESEN
           IF       TKAKT OF PAPITOK-L NOT = "J"
                    UNLOCK PAPITOK-DL
                    GO TO PRF-TOK-90
           END-IF.

           MOVE     TKUSER OF PAPITOK-L TO API-USER.

           PERFORM  COPY-GET-TIME.
           MOVE     DATE-8 TO TKLDTA OF PAPITOK-L.
           MOVE     TIME-6 TO TKLTIA OF PAPITOK-L.
           ADD      1      TO TKANZ  OF PAPITOK-L.
           REWRITE  PAPITOK-L.

       PRF-TOK-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PRAESENZTAFEL DES TAGES: JE AKTIVEM MITARBEITER (PPERSON) DER
      * STATUS AUS XXP0079, DIE ZUSATZINFO NUR FUER DEN EIGENEN USER
      *--------------------------------------------------------------
       ANTWORT-PRAESENZ SECTION.
       ANT-PRS-00.

           STRING   "{""datum"":""" DATUM-TXT """,""mitarbeiter"":["
                    DELIMITED BY SIZE
                    INTO RUMPF WITH POINTER RUMPF-POS
           END-STRING.
           MOVE     "1" TO ERSTER-EINTRAG.

           INITIALIZE PERSON-REC.
           MOVE     SPACES    TO PN-USER  OF PERSON-REC.

      * NUR AKTIVE MITARBEITER BERUECKSICHTIGEN
       ANT-PRS-20.
           MOVE     "A"       TO PN-MODUS OF PERSON-REC.
           CALL     "CFP9022" USING PERSON-REC
           END-CALL.
           IF       PN-RET OF PERSON-REC NOT = SPACES
                    GO TO ANT-PRS-80
           END-IF.

      * PLATZ IM PUFFER?
           IF       RUMPF-POS > RUMPF-MAX
                    GO TO ANT-PRS-80
           END-IF.

           MOVE     PN-USER OF PERSON-REC    TO PRS-USER.
           MOVE     DATE-8                   TO PRS-DATUM.
           INITIALIZE PRS-STATUS, PRS-ZUSATZ, PRS-KUECHE.
           CALL     "XXP0079" USING PRS-USER
                                    PRS-DATUM
                                    PRS-STATUS
                                    PRS-ZUSATZ
                                    PRS-KUECHE
           END-CALL.

      * DIE ART EINER ABWESENHEIT IST PERSOENLICH
           IF       PRS-USER NOT = API-USER
                    MOVE SPACES TO PRS-ZUSATZ
           END-IF.

           IF       ERSTER-EINTRAG = "1"
                    MOVE SPACES TO ERSTER-EINTRAG
           ELSE
                    STRING "," DELIMITED BY SIZE
                           INTO RUMPF WITH POINTER RUMPF-POS
                    END-STRING
           END-IF.
           STRING   "{""user"":" DELIMITED BY SIZE
                    INTO RUMPF WITH POINTER RUMPF-POS
           END-STRING.
           MOVE     PRS-USER   TO JSON-EIN.
           PERFORM  JSON-WERT.
           STRING   ",""status"":" DELIMITED BY SIZE
                    INTO RUMPF WITH POINTER RUMPF-POS
           END-STRING.
           MOVE     PRS-STATUS TO JSON-EIN.
           PERFORM  JSON-WERT.
           STRING   ",""zusatz"":" DELIMITED BY SIZE
                    INTO RUMPF WITH POINTER RUMPF-POS
           END-STRING.
           MOVE     PRS-ZUSATZ TO JSON-EIN.
           PERFORM  JSON-WERT.
           IF       PRS-KUECHE = "J"
                    STRING ",""kuechendienst"":true}" DELIMITED BY SIZE
                           INTO RUMPF WITH POINTER RUMPF-POS
                    END-STRING
           ELSE
                    STRING ",""kuechendienst"":false}" DELIMITED BY SIZE
                           INTO RUMPF WITH POINTER RUMPF-POS
                    END-STRING
           END-IF.

           GO TO    ANT-PRS-20.

       ANT-PRS-80.
           STRING   "]}" DELIMITED BY SIZE
                    INTO RUMPF WITH POINTER RUMPF-POS
           END-STRING.

       ANT-PRS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KUECHENDIENST DES TAGES (PKDPLANL1)
      *--------------------------------------------------------------
       ANTWORT-KUECHENDIENST SECTION.
       ANT-KUE-00.

           STRING   "{""datum"":""" DATUM-TXT """,""dienst"":["
                    DELIMITED BY SIZE
                    INTO RUMPF WITH POINTER RUMPF-POS
           END-STRING.
           MOVE     "1" TO ERSTER-EINTRAG.

           INITIALIZE PKDPLANF OF PKDPLAN-L.
           MOVE     DATE-8 TO KDDATE OF PKDPLAN-L.
           MOVE     SPACES TO KDUSER OF PKDPLAN-L.
           START    PKDPLAN-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANT-KUE-80
           END-IF.

       ANT-KUE-20.
           READ     PKDPLAN-DL NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      KDDATE OF PKDPLAN-L NOT = DATE-8
                    GO TO ANT-KUE-80
           END-IF.

           IF       ERSTER-EINTRAG = "1"
                    MOVE SPACES TO ERSTER-EINTRAG
           ELSE
                    STRING "," DELIMITED BY SIZE
                           INTO RUMPF WITH POINTER RUMPF-POS
                    END-STRING
           END-IF.
           MOVE     KDUSER OF PKDPLAN-L TO JSON-EIN.
           PERFORM  JSON-WERT.

           GO TO    ANT-KUE-20.

       ANT-KUE-80.
           STRING   "]}" DELIMITED BY SIZE
                    INTO RUMPF WITH POINTER RUMPF-POS
           END-STRING.

       ANT-KUE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KANTINENEINTRAEGE (PFOODPUB) MIT IHREN BEMERKUNGEN
      *--------------------------------------------------------------
       ANTWORT-SPEISEPLAN SECTION.
       ANT-SPE-00.

           STRING   "{""datum"":""" DATUM-TXT """,""eintraege"":["
                    DELIMITED BY SIZE
                    INTO RUMPF WITH POINTER RUMPF-POS
           END-STRING.
           MOVE     "1" TO ERSTER-EINTRAG.

           INITIALIZE PFOODPUBF OF PFOODPUB-P.
           MOVE     ZEROES TO FPLFDN OF PFOODPUB-P.
           START    PFOODPUB-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANT-SPE-80
           END-IF.

       ANT-SPE-20.
           READ     PFOODPUB-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANT-SPE-80
           END-IF.

      * PLATZ IM PUFFER?
           IF       RUMPF-POS > RUMPF-MAX
                    GO TO ANT-SPE-80
           END-IF.

           IF       ERSTER-EINTRAG = "1"
                    MOVE SPACES TO ERSTER-EINTRAG
           ELSE
                    STRING "," DELIMITED BY SIZE
                           INTO RUMPF WITH POINTER RUMPF-POS
                    END-STRING
           END-IF.
           STRING   "{""nr"":" DELIMITED BY SIZE
                    INTO RUMPF WITH POINTER RUMPF-POS
           END-STRING.
           MOVE     FPLFDN OF PFOODPUB-P TO ZAHL-EIN.
           PERFORM  JSON-ZAHL.
           STRING   ",""name"":" DELIMITED BY SIZE
                    INTO RUMPF WITH POINTER RUMPF-POS
           END-STRING.
           MOVE     FPPUB  OF PFOODPUB-P TO JSON-EIN.
           PERFORM  JSON-WERT.
           STRING   ",""bemerkungen"":[" DELIMITED BY SIZE
                    INTO RUMPF WITH POINTER RUMPF-POS
           END-STRING.
           MOVE     FPBEM1 OF PFOODPUB-P TO JSON-EIN.
           PERFORM  JSON-WERT.
           STRING   "," DELIMITED BY SIZE
                    INTO RUMPF WITH POINTER RUMPF-POS
           END-STRING.
           MOVE     FPBEM2 OF PFOODPUB-P TO JSON-EIN.
           PERFORM  JSON-WERT.
           STRING   "," DELIMITED BY SIZE
                    INTO RUMPF WITH POINTER RUMPF-POS
           END-STRING.
           MOVE     FPBEM3 OF PFOODPUB-P TO JSON-EIN.
           PERFORM  JSON-WERT.
           STRING   "," DELIMITED BY SIZE
                    INTO RUMPF WITH POINTER RUMPF-POS
           END-STRING.
           MOVE     FPBEM4 OF PFOODPUB-P TO JSON-EIN.
           PERFORM  JSON-WERT.
           STRING   "]}" DELIMITED BY SIZE
                    INTO RUMPF WITH POINTER RUMPF-POS
           END-STRING.

           GO TO    ANT-SPE-20.

       ANT-SPE-80.
           STRING   "]}" DELIMITED BY SIZE
                    INTO RUMPF WITH POINTER RUMPF-POS
           END-STRING.

       ANT-SPE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GLEITZEITSALDO NUR DES TOKEN-EIGENTUEMERS (PZEITSAL)
      *--------------------------------------------------------------
       ANTWORT-GLEITZEIT SECTION.
       ANT-GLZ-00.

           INITIALIZE PZEITSALF OF PZEITSAL-P.
           MOVE     API-USER TO SAUSER OF PZEITSAL-P.
           READ     PZEITSAL-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE 404 TO HTTP-STATUS
                    GO TO ANT-GLZ-90
           END-IF.

      * SALDO IN STUNDEN/MINUTEN MIT VORZEICHEN (WIE XXP0066)
           IF       SASECS OF PZEITSAL-P < ZEROES
                    MOVE "-" TO SALDO-VORZ
                    COMPUTE SALDO-ABS = SASECS OF PZEITSAL-P * -1
           ELSE
                    MOVE "+" TO SALDO-VORZ
                    MOVE SASECS OF PZEITSAL-P TO SALDO-ABS
           END-IF.
           DIVIDE   SALDO-ABS BY 3600 GIVING SALDO-STD-WRK
                    REMAINDER SALDO-REST.
           DIVIDE   SALDO-REST BY 60 GIVING SALDO-MIN-WRK.
           MOVE     SALDO-STD-WRK TO SALDO-STD-TXT.
           MOVE     ZEROES TO ZAHL-LEER.
           INSPECT  SALDO-STD-TXT TALLYING ZAHL-LEER
                    FOR LEADING SPACES.
           INITIALIZE SALDO-TXT.
           STRING   SALDO-VORZ                     DELIMITED BY SIZE
                    SALDO-STD-TXT(ZAHL-LEER + 1:)  DELIMITED BY SIZE
                    ":"                            DELIMITED BY SIZE
                    SALDO-MIN-WRK                  DELIMITED BY SIZE
                    INTO SALDO-TXT
           END-STRING.

           STRING   "{""user"":" DELIMITED BY SIZE
                    INTO RUMPF WITH POINTER RUMPF-POS
           END-STRING.
           MOVE     API-USER TO JSON-EIN.
           PERFORM  JSON-WERT.
           STRING   ",""saldo_sekunden"":" DELIMITED BY SIZE
                    INTO RUMPF WITH POINTER RUMPF-POS
           END-STRING.
           MOVE     SASECS OF PZEITSAL-P TO ZAHL-EIN.
           PERFORM  JSON-ZAHL.
           STRING   ",""saldo"":""" DELIMITED BY SIZE
                    SALDO-TXT       DELIMITED BY SPACE
                    """,""stand"":""" DELIMITED BY SIZE
                    SADTA OF PZEITSAL-P(1:4) "-"
                    SADTA OF PZEITSAL-P(5:2) "-"
                    SADTA OF PZEITSAL-P(7:2) DELIMITED BY SIZE
                    """}"           DELIMITED BY SIZE
                    INTO RUMPF WITH POINTER RUMPF-POS
           END-STRING.

       ANT-GLZ-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FEHLERANTWORT {"fehler":"<TEXT>"} ZUM HTTP-STATUS
      *--------------------------------------------------------------
       ANTWORT-FEHLER SECTION.
       ANT-FEH-00.

           PERFORM  ERMITTLE-STATUSTEXT.
           MOVE     1 TO RUMPF-POS.
           INITIALIZE RUMPF.
           STRING   "{""fehler"":""" DELIMITED BY SIZE
                    HTTP-TEXT        DELIMITED BY "  "
                    """}"            DELIMITED BY SIZE
                    INTO RUMPF WITH POINTER RUMPF-POS
           END-STRING.

       ANT-FEH-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TEXT DER STATUSZEILE ZUM HTTP-STATUS
      *--------------------------------------------------------------
       ERMITTLE-STATUSTEXT SECTION.
       ERM-STT-00.

           EVALUATE HTTP-STATUS
                    WHEN 200
                         MOVE "OK"                 TO HTTP-TEXT
                    WHEN 400
                         MOVE "Bad Request"        TO HTTP-TEXT
                    WHEN 401
                         MOVE "Unauthorized"       TO HTTP-TEXT
                    WHEN 404
                         MOVE "Not Found"          TO HTTP-TEXT
                    WHEN 405
                         MOVE "Method Not Allowed" TO HTTP-TEXT
                    WHEN OTHER
                         MOVE "Error"              TO HTTP-TEXT
           END-EVALUATE.

       ERM-STT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * JSON-EIN OHNE FOLGELEERSTELLEN ALS JSON-TEXT IN "" AN DEN
      * RUMPF HAENGEN; " UND \ WERDEN MASKIERT, STEUERZEICHEN
      * WERDEN ZU LEERSTELLEN
      *--------------------------------------------------------------
       JSON-WERT SECTION.
       JSN-WRT-00.

           STRING   """" DELIMITED BY SIZE
                    INTO RUMPF WITH POINTER RUMPF-POS
           END-STRING.

      * LAENGE OHNE FOLGELEERSTELLEN
           MOVE     LENGTH OF JSON-EIN TO JSON-EIN-LEN.

       JSN-WRT-10.
           IF       JSON-EIN-LEN > ZEROES
            AND     JSON-EIN(JSON-EIN-LEN:1) = SPACE
                    SUBTRACT 1 FROM JSON-EIN-LEN
                    GO TO JSN-WRT-10
           END-IF.

           MOVE     1 TO JSON-IDX.

       JSN-WRT-20.
           IF       JSON-IDX > JSON-EIN-LEN
                    GO TO JSN-WRT-80
           END-IF.

           MOVE     JSON-EIN(JSON-IDX:1) TO JSON-ZEICHEN.
           IF       JSON-ZEICHEN < SPACE
                    MOVE SPACE TO JSON-ZEICHEN
           END-IF.
           IF       JSON-ZEICHEN = """"
            OR      JSON-ZEICHEN = "\"
                    STRING "\" DELIMITED BY SIZE
                           INTO RUMPF WITH POINTER RUMPF-POS
                    END-STRING
           END-IF.
           STRING   JSON-ZEICHEN DELIMITED BY SIZE
                    INTO RUMPF WITH POINTER RUMPF-POS
           END-STRING.

           ADD      1 TO JSON-IDX.
           GO TO    JSN-WRT-20.

       JSN-WRT-80.
           STRING   """" DELIMITED BY SIZE
                    INTO RUMPF WITH POINTER RUMPF-POS
           END-STRING.

       JSN-WRT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZAHL-EIN OHNE FUEHRENDE LEERSTELLEN AN DEN RUMPF HAENGEN
      *--------------------------------------------------------------
       JSON-ZAHL SECTION.
       JSN-ZHL-00.

           MOVE     ZAHL-EIN TO ZAHL-TXT.
           MOVE     ZEROES   TO ZAHL-LEER.
           INSPECT  ZAHL-TXT TALLYING ZAHL-LEER FOR LEADING SPACES.
           STRING   ZAHL-TXT(ZAHL-LEER + 1:) DELIMITED BY SIZE
                    INTO RUMPF WITH POINTER RUMPF-POS
           END-STRING.

       JSN-ZHL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE ZEILE DER ANFRAGE LESEN (ZEILE-WRK, LAENGE ZEILE-LEN,
      * OHNE ZEILENENDE); ZEILE-LEN = 0 BEI LEERZEILE ODER ENDE
      *--------------------------------------------------------------
       LESE-ZEILE SECTION.
       LES-ZEI-00.

           MOVE     ZEROES TO ZEILE-LEN.
           INITIALIZE ZEILE-WRK.
           INITIALIZE WRK-RECORD.
           MOVE     "3"               TO TCP-ACTION.
           MOVE     5                 TO TCP-TIMEOUT.
           COMPUTE  TCP-BUFLEN = LENGTH OF ZEILE-WRK.
           INITIALIZE TCP-RETTXT.
           CALL     PROCEDURE "LGTCPIO"  USING TCP-SOCK
                                               TCP-ACTION
                                               WRK-RECORD
                                               TCP-BUFLEN
                                               TCP-DELIM
                                               TCP-DELIMLEN
                                               TCP-TIMEOUT
                                               TCP-RETTXT
           END-CALL.

      * TIMEOUT ODER VERBINDUNGSENDE
           IF       TCP-RETTXT = "*TIMEOUT"
            OR      TCP-BUFLEN = ZEROES
                    GO TO LES-ZEI-90
           END-IF.

      * EMPFANGENES NACH EBCDIC KONVERTIEREN
           MOVE     TCP-BUFLEN TO SEND-LEN.
           MOVE     SPACES TO EBC-ASCII.
           PERFORM  KONVERT-STRING.

           IF       SEND-LEN > LENGTH OF ZEILE-WRK
                    MOVE LENGTH OF ZEILE-WRK TO SEND-LEN
           END-IF.

      * EIN MITGELIEFERTES ZEILENENDE ABSCHNEIDEN
       LES-ZEI-20.
           IF       SEND-LEN > ZEROES
            AND    (WRK-RECORD(SEND-LEN:1) = X"0D"
            OR      WRK-RECORD(SEND-LEN:1) = X"25")
                    SUBTRACT 1 FROM SEND-LEN
                    GO TO LES-ZEI-20
           END-IF.

           IF       SEND-LEN > ZEROES
                    MOVE WRK-RECORD(1:SEND-LEN) TO ZEILE-WRK
                    MOVE SEND-LEN               TO ZEILE-LEN
           END-IF.

       LES-ZEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * STATUSZEILE, KOPFZEILEN UND JSON-RUMPF SENDEN
      *--------------------------------------------------------------
       SENDEN-ANTWORT SECTION.
       SND-ANT-00.

           PERFORM  ERMITTLE-STATUSTEXT.

           MOVE     1 TO SEND-LEN.
           INITIALIZE WRK-RECORD.
           STRING   "HTTP/1.0 "          DELIMITED BY SIZE
                    HTTP-STATUS          DELIMITED BY SIZE
                    " "                  DELIMITED BY SIZE
                    HTTP-TEXT            DELIMITED BY "  "
                    INTO WRK-RECORD WITH POINTER SEND-LEN
           END-STRING.
           SUBTRACT 1 FROM SEND-LEN.
           PERFORM  SENDEN-ZEILE.

           MOVE     1 TO SEND-LEN.
           INITIALIZE WRK-RECORD.
           STRING   "Content-Type: application/json; charset=iso-8859-1"
                    DELIMITED BY SIZE
                    INTO WRK-RECORD WITH POINTER SEND-LEN
           END-STRING.
           SUBTRACT 1 FROM SEND-LEN.
           PERFORM  SENDEN-ZEILE.

           MOVE     RUMPF-LEN TO RUMPF-LEN-TXT.
           MOVE     ZEROES    TO ZAHL-LEER.
           INSPECT  RUMPF-LEN-TXT TALLYING ZAHL-LEER
                    FOR LEADING SPACES.
           MOVE     1 TO SEND-LEN.
           INITIALIZE WRK-RECORD.
           STRING   "Content-Length: "              DELIMITED BY SIZE
                    RUMPF-LEN-TXT(ZAHL-LEER + 1:)   DELIMITED BY SIZE
                    INTO WRK-RECORD WITH POINTER SEND-LEN
           END-STRING.
           SUBTRACT 1 FROM SEND-LEN.
           PERFORM  SENDEN-ZEILE.

           MOVE     1 TO SEND-LEN.
           INITIALIZE WRK-RECORD.
           STRING   "Cache-Control: no-store" DELIMITED BY SIZE
                    INTO WRK-RECORD WITH POINTER SEND-LEN
           END-STRING.
           SUBTRACT 1 FROM SEND-LEN.
           PERFORM  SENDEN-ZEILE.

           MOVE     1 TO SEND-LEN.
           INITIALIZE WRK-RECORD.
           STRING   "Connection: close" DELIMITED BY SIZE
                    INTO WRK-RECORD WITH POINTER SEND-LEN
           END-STRING.
           SUBTRACT 1 FROM SEND-LEN.
           PERFORM  SENDEN-ZEILE.

      * LEERZEILE BEENDET DEN HEADER
           MOVE     ZEROES TO SEND-LEN.
           PERFORM  SENDEN-ZEILE.

      * RUMPF OHNE ZEILENENDE
           IF       RUMPF-LEN = ZEROES
                    GO TO SND-ANT-90
           END-IF.
           INITIALIZE WRK-RECORD.
           MOVE     RUMPF(1:RUMPF-LEN) TO WRK-RECORD.
           MOVE     RUMPF-LEN          TO SEND-LEN.
           MOVE     "1" TO EBC-ASCII.
           PERFORM  KONVERT-STRING.

           MOVE     "2"      TO TCP-ACTION.
           MOVE     5        TO TCP-TIMEOUT.
           MOVE     SEND-LEN TO TCP-BUFLEN.
           INITIALIZE TCP-RETTXT.
           CALL     PROCEDURE "LGTCPIO" USING TCP-SOCK
                                              TCP-ACTION
                                              WRK-RECORD(1:SEND-LEN)
                                              TCP-BUFLEN
                                              TCP-DELIM
                                              TCP-DELIMLEN
                                              TCP-TIMEOUT
                                              TCP-RETTXT
           END-CALL.

       SND-ANT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE ZEILE (WRK-RECORD, LAENGE SEND-LEN) IN ASCII SENDEN
      *--------------------------------------------------------------
       SENDEN-ZEILE SECTION.
       SND-ZEI-00.

      * STRING IN ASCII KONVERTIEREN
           IF       SEND-LEN > ZEROES
                    MOVE     "1" TO EBC-ASCII
                    PERFORM  KONVERT-STRING
           END-IF.

           MOVE     TCP-DELIM TO WRK-RECORD(SEND-LEN + 1:2).
           ADD      2 TO SEND-LEN.

           MOVE     "2"      TO TCP-ACTION.
           MOVE     5        TO TCP-TIMEOUT.
           MOVE     SEND-LEN TO TCP-BUFLEN.
           INITIALIZE TCP-RETTXT.
           CALL     PROCEDURE "LGTCPIO" USING TCP-SOCK
                                              TCP-ACTION
                                              WRK-RECORD(1:SEND-LEN)
                                              TCP-BUFLEN
                                              TCP-DELIM
                                              TCP-DELIMLEN
                                              TCP-TIMEOUT
                                              TCP-RETTXT
           END-CALL.

       SND-ZEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KONVERTIEREN DES WRK-RECORD (WIE HLP0031)
      *--------------------------------------------------------------
       KONVERT-STRING SECTION.
       KON-STR-00.

           INITIALIZE RET-CODE.
           INITIALIZE INT-LEN-IN.
           INITIALIZE INT-LEN-OUT.

      * SOLL VON ASCII VON ODER NACH ASCII KONVERTIERT WERDEN?
           IF       EBC-ASCII = SPACES
                    MOVE     819 TO CCSID-IN
                    MOVE     0   TO CODE-PAGE
           ELSE
                    MOVE     ZEROES  TO CCSID-IN
                    MOVE     819 TO CODE-PAGE
           END-IF.

           MOVE     SEND-LEN TO INT-LEN-IN.
           COMPUTE  INT-LEN-OUT = LENGTH OF WRK-RECORD.

      * LGPGM0818 KONVERTIERT DEN WRK-RECORD
           CALL     PROCEDURE  "LGPGM0818" USING
                                        WRK-RECORD(1:INT-LEN-IN)
                                        INT-LEN-IN
                                        INT-LEN-OUT
                                        CCSID-IN
                                        CODE-PAGE
                                        RET-CODE
           END-CALL.

      * WAR DAS KONVERTIEREN ERFOLGREICH
           IF       RET-CODE NOT = SPACES
                    GO TO KON-STR-90
           END-IF.

           MOVE     INT-LEN-OUT TO SEND-LEN.

       KON-STR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * JEDEN AUFRUF IN PAPILOG FESTHALTEN (PFAD OHNE PARAMETER,
      * DAMIT KEIN TOKEN IM PROTOKOLL STEHT)
      *--------------------------------------------------------------
       SCHREIBE-PROTOKOLL SECTION.
       SCH-PRO-00.

           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PAPILOG" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.

           INITIALIZE PAPILOGF OF PAPILOG-P.
           MOVE     LFDN-WRK    TO WLLFDN OF PAPILOG-P.
           MOVE     API-USER    TO WLUSER OF PAPILOG-P.
           MOVE     IP-TXT      TO WLIPAD OF PAPILOG-P.
           MOVE     METHODE     TO WLMETH OF PAPILOG-P.
           MOVE     PFAD-WRK    TO WLPFAD OF PAPILOG-P.
           MOVE     HTTP-STATUS TO WLSTAT OF PAPILOG-P.
           MOVE     RUMPF-LEN   TO WLLEN  OF PAPILOG-P.
           PERFORM  COPY-GET-TIME.
           MOVE     DATE-8      TO WLDTA  OF PAPILOG-P.
           MOVE     TIME-6      TO WLTIA  OF PAPILOG-P.
           WRITE    PAPILOG-P.

       SCH-PRO-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HEARTBEAT DES DIENSTES UEBER XXP0064
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
