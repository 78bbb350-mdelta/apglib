       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP2052.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * SERVERJOB: MAILEINGANG AUS DEM GEMEINSAMEN POSTFACH           *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LAEUFT ALS DAUERJOB UND HOLT JE DURCHLAUF    *
      *                  DIE MAILS AUS DEM GEMEINSAMEN POSTFACH       *
      *                  (POP3 UEBER HLP0033, ZUGANG IN PCONFIG       *
      *                  M100/POSTFACH: CFTXT1 HOST, CFIN01 PORT,     *
      *                  CFTXT2 KONTO, CFTXT3 KENNWORT). JEDE MAIL    *
      *                  WIRD IM POSTFACH GELOESCHT UND IN PMAILEIN   *
      *                  ABGELEGT, DER TEXT ZEILENWEISE IN PTXTFIT    *
      *                  (FTFILE "PMAILEIN", FTKEY = MELFDN).         *
      *                                                               *
      *                  TRAEGT DIE MAIL EINE REFERENZ "[APG-T" +     *
      *                  KSNR + "]" (TAUSCHANFRAGE AUS XXP0207) ODER  *
      *                  "[APG-E" + EVLFDN + "]" (ERINNERUNG AUS      *
      *                  XXP1020), IST SIE EINE ANTWORT: DIE ERSTE    *
      *                  TEXTZEILE "JA" ODER "NEIN" BESTAETIGT BZW.   *
      *                  LEHNT DEN TAUSCH UEBER XXP0256 AB BZW.       *
      *                  BESTAETIGT DIE ANMELDUNG ODER MELDET DEN     *
      *                  ABSENDER VON DER VERANSTALTUNG AB (PEVTANM). *
      *                  DER ABSENDER WIRD UEBER SEINE ADRESSE        *
      *                  USER@EHRHARDT-PARTNER.COM ERKANNT.           *
      *                                                               *
      *                  OHNE REFERENZ WIRD DIE EMPFAENGERADRESSE     *
      *                  (TO/CC) MIT DEN EINTRAEGEN M100/ADRESSE      *
      *                  VERGLICHEN (CFTXT1 ADRESSE, CFTXT2 TEAM);    *
      *                  BEI TREFFER LEGT XXP2054 EINEN GETEILTEN     *
      *                  OPL-PUNKT FUER DAS TEAM AN.                  *
      *                                                               *
      *                  WAS NICHT ZUGEORDNET ODER AUSGEFUEHRT        *
      *                  WERDEN KANN, BLEIBT MIT MESTAT "O" UND       *
      *                  GRUND (MEGRUND) FUER DIE PRUEFLISTE XXP2053  *
      *                  STEHEN.                                      *
      *                                                               *
      *                  ZWISCHEN DEN DURCHLAEUFEN WARTET DER JOB     *
      *                  AUF DER DATENWARTESCHLANGE APGMLEQ           *
      *                  (M100/INTERVALL CFIN01 SEKUNDEN, STANDARD    *
      *                  300); D-PGM = "*ENDE" BEENDET DEN JOB        *
      *                  GEORDNET (WIE XXP2050). JE DURCHLAUF WIRD    *
      *                  EIN HEARTBEAT (XXP0064) GESCHRIEBEN.         *
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
      * PMAILEIN: MELFDN (EINGEGANGENE MAILS)
      *-------------------------------------------------------------
           SELECT PMAILEIN-DP
                  ASSIGN       TO  DATABASE-PMAILEIN
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PTXTFIT: FTFILE, FTKEY, FTLFPO (MAILTEXT)
      *-------------------------------------------------------------
           SELECT PTXTFIT-DP
                  ASSIGN       TO  DATABASE-PTXTFIT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PEVENT: EVLFDN (VERANSTALTUNGEN)
      *-------------------------------------------------------------
           SELECT PEVENT-DP
                  ASSIGN       TO  DATABASE-PEVENT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PEVTANM: EAEVT, EAUSER (ANMELDUNGEN)
      *-------------------------------------------------------------
           SELECT PEVTANM-DP
                  ASSIGN       TO  DATABASE-PEVTANM
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCONFIG: CFID, CFKEY, CFKEY2 (EINSTELLUNGEN M100)
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
      *--- PMAILEIN: MELFDN
       FD  PMAILEIN-DP
           LABEL RECORDS ARE STANDARD.
       01  PMAILEIN-P.
           COPY DDS-ALL-FORMATS OF PMAILEIN.
      /
      *--- PTXTFIT: FTFILE, FTKEY, FTLFPO
       FD  PTXTFIT-DP
           LABEL RECORDS ARE STANDARD.
       01  PTXTFIT-P.
           COPY DDS-ALL-FORMATS OF PTXTFIT.
      /
      *--- PEVENT: EVLFDN
       FD  PEVENT-DP
           LABEL RECORDS ARE STANDARD.
       01  PEVENT-P.
           COPY DDS-ALL-FORMATS OF PEVENT.
      /
      *--- PEVTANM: EAEVT, EAUSER
       FD  PEVTANM-DP
           LABEL RECORDS ARE STANDARD.
       01  PEVTANM-P.
           COPY DDS-ALL-FORMATS OF PEVTANM.
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

       01  PGM-WRK                       PIC X(10) VALUE "XXP2052".
       01  PGM-TYP                       PIC X(8)  VALUE "FUN    ".

      * PARAMETER FUER QRCVDTAQ
       01  DTAQ-NAME                     PIC X(10) VALUE "APGMLEQ".
       01  DTAQ-LIB                      PIC X(10).
       01  DTAQ-LEN                      PIC S9(5) COMP-3.
      * WARTEZEIT IN SEKUNDEN ZWISCHEN ZWEI DURCHLAEUFEN
       01  DTAQ-WAIT                     PIC S9(5) COMP-3 VALUE 300.

      * HEARTBEAT-PARAMETER FUER XXP0064
       01  HB-STEP                       PIC X(20).
       01  HB-ANZ                        PIC 9(9).
       01  HB-INTV                       PIC 9(4).
       01  HB-STAT                       PIC X(1).

      * PARAMETER FUER HLP0033 (POSTFACH)
       01  POP-HOST                      PIC X(64).
       01  POP-PORT                      PIC X(5).
       01  POP-PORT-N                    PIC Z(4)9.
       01  POP-KONTO                     PIC X(64).
       01  POP-KENNWORT                  PIC X(64).
       01  POP-LOESCHEN                  PIC X(1)  VALUE "J".
       01  POP-PUFFER                    PIC X(32000).
       01  POP-LEN                       PIC 9(5).
       01  POP-ANZAHL                    PIC 9(5).
       01  POP-RETTXT                    PIC X(256).

      * HOECHSTENS SO VIELE MAILS JE DURCHLAUF, DER REST FOLGT IM
      * NAECHSTEN DURCHLAUF
       01  MAX-MAIL                      PIC 9(3)  VALUE 50.
       01  ANZ-MAIL                      PIC 9(3).
      * HOECHSTENS SO VIELE TEXTZEILEN JE MAIL IN PTXTFIT
       01  MAX-ZEILEN                    PIC 9(5)  VALUE 500.

      * ZERLEGEN DER MAIL IN ZEILEN
       01  PUF-POS                       PIC 9(5).
       01  ZEILE-WRK                     PIC X(1000).
       01  ZEILE-GR                      PIC X(1000).
       01  ZEILE-LEN                     PIC 9(5).
      * "J" = LEERZEILE NACH DEM KOPF GELESEN, ES FOLGT DER TEXT
       01  KOPF-ENDE                     PIC X(1).
      * "A" = DIE LETZTE KOPFZEILE WAR TO/CC (FORTSETZUNGSZEILEN)
       01  LETZTER-KOPF                  PIC X(1).

      * KOPFDATEN DER MAIL
       01  VON-WRK                       PIC X(256).
       01  BETREFF-WRK                   PIC X(256).
       01  AN-GR                         PIC X(1000).
       01  AN-PTR                        PIC 9(5).
       01  ADR-WRK                       PIC X(256).
       01  ADR-GR                        PIC X(256).
       01  ADR-LOKAL                     PIC X(64).
       01  ADR-DOMAIN                    PIC X(64).
       01  HILF-WRK                      PIC X(256).
       01  ANZ-WRK                       PIC 9(5).

      * REFERENZ "[APG-" + TYP + NUMMER + "]"
       01  REF-POS                       PIC 9(5).
       01  REF-TYP                       PIC X(1).
       01  REF-NR                        PIC 9(9).

      * ANTWORT AUS DER ERSTEN TEXTZEILE: "J" = JA, "N" = NEIN
       01  ANTWORT                       PIC X(1).
      * "J" = ERSTE TEXTZEILE GEFUNDEN
       01  ANTWORT-GES                   PIC X(1).

      * MAILTEXT IN PTXTFIT
       01  FTKEY-MAIL                    LIKE FTKEY  OF PTXTFIT-P.
       01  FTLFPO-WRK                    LIKE FTLFPO OF PTXTFIT-P.
       01  TXT-BREITE                    PIC 9(5).
       01  TXT-POS                       PIC 9(5).

      * ZUORDNUNG ADRESSE ZU TEAM (M100/ADRESSE)
       01  SUCH-ADR                      PIC X(64).
       01  SUCH-LEN                      PIC 9(5).
       01  SUCH-ANZ                      PIC 9(5).

      * PARAMETER FUER XXP0256 (TAUSCHANFRAGE ENTSCHEIDEN)
       01  KSNR-WRK                      PIC 9(9).
       01  ENTSCH-WRK                    PIC X(1).
       01  ENTSCH-RET                    PIC X(1).

      * PARAMETER FUER XXP2054 (OPL-PUNKT FUER EIN TEAM)
       01  TEAM-WRK                      PIC X(10).
       01  TEAM-OPLFDN                   PIC 9(9).
       01  TEAM-RET                      PIC X(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP2052" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           OPEN     I-O   PMAILEIN-DP
                          PTXTFIT-DP
                          PEVTANM-DP.
           OPEN     INPUT PEVENT-DP
                          PCONFIG-DP.
           MOVE     CONST-LIB TO DTAQ-LIB.
           MOVE     LENGTH OF FTTEXT OF PTXTFIT-P TO TXT-BREITE.

           PERFORM  LESEN-EINSTELLUNGEN.
           MOVE     ZEROES TO HB-ANZ.

       ANF020.
      * EIN DURCHLAUF: POSTFACH LEEREN
           IF       POP-HOST  NOT = SPACES
            AND     POP-KONTO NOT = SPACES
                    PERFORM ABHOLEN-MAILS
           END-IF.

      * HEARTBEAT: DER MAILEINGANG LAEUFT
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

           CLOSE    PMAILEIN-DP
                    PTXTFIT-DP
                    PEVTANM-DP
                    PEVENT-DP
                    PCONFIG-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * INTERVALL UND POSTFACHZUGANG AUS PCONFIG M100
      *--------------------------------------------------------------
       LESEN-EINSTELLUNGEN SECTION.
       LES-EIN-00.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "M100"      TO CFID   OF PCONFIG-P.
           MOVE     "INTERVALL" TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     CFIN01 OF PCONFIG-P > ZEROES
                    MOVE CFIN01 OF PCONFIG-P TO DTAQ-WAIT
           END-IF.

      * DER HEARTBEAT DARF EIN INTERVALL PLUS 10 MINUTEN ALT SEIN
           COMPUTE  HB-INTV = DTAQ-WAIT / 60 + 10.

           MOVE     SPACES TO POP-HOST.
           MOVE     SPACES TO POP-PORT.
           MOVE     SPACES TO POP-KONTO.
           MOVE     SPACES TO POP-KENNWORT.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "M100"      TO CFID   OF PCONFIG-P.
           MOVE     "POSTFACH"  TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE CFTXT1 OF PCONFIG-P TO POP-HOST
                    MOVE CFTXT2 OF PCONFIG-P TO POP-KONTO
                    MOVE CFTXT3 OF PCONFIG-P TO POP-KENNWORT
                    IF   CFIN01 OF PCONFIG-P > ZEROES
                         MOVE CFIN01 OF PCONFIG-P TO POP-PORT-N
                         MOVE ZEROES TO ANZ-WRK
                         INSPECT POP-PORT-N TALLYING ANZ-WRK
                                 FOR LEADING SPACES
                         MOVE POP-PORT-N(ANZ-WRK + 1:) TO POP-PORT
                    END-IF
           END-IF.

      * OHNE POSTFACH LAEUFT DER JOB LEER, DAS WIRD EINMAL GEMELDET
           IF       POP-HOST  = SPACES
            OR      POP-KONTO = SPACES
                    INITIALIZE PCFGSTSF OF LOG-CPY
                    MOVE "PMAILEIN"  TO STFILE OF LOG-CPY
                    MOVE "WARN"      TO STKEY  OF LOG-CPY
                    MOVE "KEIN POSTFACH IN PCONFIG M100/POSTFACH"
                      TO STSTS  OF LOG-CPY
                    PERFORM COPY-WRITE-LOG-CPY
           END-IF.

       LES-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MAILS EINZELN AUS DEM POSTFACH HOLEN UND VERARBEITEN
      *--------------------------------------------------------------
       ABHOLEN-MAILS SECTION.
       ABH-MAI-00.

           MOVE     ZEROES TO ANZ-MAIL.

       ABH-MAI-20.
           CALL     "HLP0033" USING POP-HOST
                                    POP-PORT
                                    POP-KONTO
                                    POP-KENNWORT
                                    POP-LOESCHEN
                                    POP-PUFFER
                                    POP-LEN
                                    POP-ANZAHL
                                    POP-RETTXT
           END-CALL.
           IF       POP-RETTXT NOT = SPACES
                    INITIALIZE PCFGSTSF OF LOG-CPY
                    MOVE "PMAILEIN"  TO STFILE OF LOG-CPY
                    MOVE "ERROR"     TO STKEY  OF LOG-CPY
                    INITIALIZE STSTS OF LOG-CPY
                    STRING "POSTFACH: "        DELIMITED BY SIZE
                           POP-RETTXT          DELIMITED BY "  "
                      INTO STSTS OF LOG-CPY
                    END-STRING
                    PERFORM COPY-WRITE-LOG-CPY
                    GO TO ABH-MAI-90
           END-IF.

      * POSTFACH LEER
           IF       POP-ANZAHL = ZEROES
                    GO TO ABH-MAI-90
           END-IF.

           PERFORM  VERARBEITE-MAIL.
           ADD      1 TO ANZ-MAIL.
           ADD      1 TO HB-ANZ.

           IF       POP-ANZAHL > 1
            AND     ANZ-MAIL < MAX-MAIL
                    GO TO ABH-MAI-20
           END-IF.

       ABH-MAI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE MAIL ABLEGEN, ZUORDNEN UND AUSFUEHREN
      *--------------------------------------------------------------
       VERARBEITE-MAIL SECTION.
       VER-MAI-00.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PMAILEINF OF PMAILEIN-P.
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PMAILEIN" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK   TO MELFDN OF PMAILEIN-P.
           MOVE     DATE-8     TO MEDTA  OF PMAILEIN-P.
           MOVE     TIME-6     TO METIA  OF PMAILEIN-P.

      * KOPF AUSWERTEN, TEXT NACH PTXTFIT SCHREIBEN
           PERFORM  ZERLEGEN-MAIL.
           PERFORM  ERMITTLE-ABSENDER.

           MOVE     ADR-WRK              TO MEVON  OF PMAILEIN-P.
           MOVE     AN-GR(2:)            TO MEAN   OF PMAILEIN-P.
           MOVE     BETREFF-WRK          TO MEBETR OF PMAILEIN-P.
           MOVE     "O"                  TO MESTAT OF PMAILEIN-P.

      * ANTWORT AUF EINE TAUSCHANFRAGE ODER ERINNERUNG
           IF       REF-TYP = "T"
                    MOVE "T" TO MEART OF PMAILEIN-P
                    PERFORM ANTWORT-TAUSCH
                    WRITE PMAILEIN-P
                    GO TO VER-MAI-90
           END-IF.
           IF       REF-TYP = "E"
                    MOVE "E" TO MEART OF PMAILEIN-P
                    PERFORM ANTWORT-VERANSTALTUNG
                    WRITE PMAILEIN-P
                    GO TO VER-MAI-90
           END-IF.

      * SONST UEBER DIE EMPFAENGERADRESSE EINEM TEAM ZUORDNEN
           MOVE     "P" TO MEART OF PMAILEIN-P.
           PERFORM  SUCHE-TEAM.
           IF       TEAM-WRK = SPACES
                    MOVE "KEINE REFERENZ, ADRESSE NICHT ZUGEORDNET"
                      TO MEGRUND OF PMAILEIN-P
                    WRITE PMAILEIN-P
                    GO TO VER-MAI-90
           END-IF.

      * XXP2054 LIEST DIE MAIL AUS PMAILEIN, DAHER ERST SCHREIBEN
           MOVE     TEAM-WRK TO METEAM OF PMAILEIN-P.
           WRITE    PMAILEIN-P.

           CALL     "XXP2054" USING MELFDN OF PMAILEIN-P
                                    TEAM-WRK
                                    TEAM-OPLFDN
                                    TEAM-RET
           END-CALL.

           READ     PMAILEIN-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-MAI-90
           END-IF.
           IF       TEAM-RET = SPACES
                    MOVE "E"         TO MESTAT OF PMAILEIN-P
                    MOVE TEAM-OPLFDN TO MEOPL  OF PMAILEIN-P
                    MOVE T-USER      TO MEBUSR OF PMAILEIN-P
                    MOVE DATE-8      TO MEBDTA OF PMAILEIN-P
                    MOVE TIME-6      TO MEBTIA OF PMAILEIN-P
           ELSE
                    MOVE "TEAM OHNE MITGLIEDER IN PTEAMM"
                      TO MEGRUND OF PMAILEIN-P
           END-IF.
           REWRITE  PMAILEIN-P.

       VER-MAI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MAIL ZEILENWEISE ZERLEGEN (ZEILENENDE X"0D25"): KOPFZEILEN
      * FROM, TO, CC, SUBJECT AUSWERTEN, TEXTZEILEN NACH PTXTFIT
      *--------------------------------------------------------------
       ZERLEGEN-MAIL SECTION.
       ZER-MAI-00.

           MOVE     SPACES TO KOPF-ENDE.
           MOVE     SPACES TO LETZTER-KOPF.
           MOVE     SPACES TO VON-WRK.
           MOVE     SPACES TO BETREFF-WRK.
           MOVE     SPACES TO AN-GR.
           MOVE     1      TO AN-PTR.
           MOVE     SPACES TO REF-TYP.
           MOVE     ZEROES TO REF-NR.
           MOVE     SPACES TO ANTWORT.
           MOVE     SPACES TO ANTWORT-GES.

           MOVE     MELFDN OF PMAILEIN-P TO FTKEY-MAIL.
           MOVE     ZEROES TO FTLFPO-WRK.
           MOVE     1      TO PUF-POS.

       ZER-MAI-20.
           IF       PUF-POS > POP-LEN
                    GO TO ZER-MAI-80
           END-IF.

           MOVE     SPACES TO ZEILE-WRK.
           MOVE     ZEROES TO ZEILE-LEN.
           UNSTRING POP-PUFFER(1:POP-LEN) DELIMITED BY X"0D25"
               INTO ZEILE-WRK COUNT IN ZEILE-LEN
               WITH POINTER PUF-POS
           END-UNSTRING.
           IF       ZEILE-LEN > LENGTH OF ZEILE-WRK
                    MOVE LENGTH OF ZEILE-WRK TO ZEILE-LEN
           END-IF.

           MOVE     ZEILE-WRK TO ZEILE-GR.
           INSPECT  ZEILE-GR CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT  ZEILE-GR REPLACING ALL X"05" BY SPACE.

           IF       KOPF-ENDE = "J"
                    PERFORM SCHREIBE-MAILTEXT
                    IF   ANTWORT-GES NOT = "J"
                         PERFORM PRUEFE-ANTWORT
                    END-IF
                    PERFORM SUCHE-REFERENZ
                    GO TO ZER-MAI-20
           END-IF.

      * LEERZEILE: ENDE DES KOPFES, DIE REFERENZ IM BETREFF GILT
      * VOR EINER IM (ZITIERTEN) TEXT
           IF       ZEILE-LEN = ZEROES
                    MOVE "J" TO KOPF-ENDE
                    MOVE BETREFF-WRK TO ZEILE-GR
                    INSPECT ZEILE-GR CONVERTING
                            "abcdefghijklmnopqrstuvwxyz"
                         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                    PERFORM SUCHE-REFERENZ
                    GO TO ZER-MAI-20
           END-IF.

      * FORTSETZUNGSZEILE EINES KOPFFELDES
           IF       ZEILE-GR(1:1) = SPACE
                    IF   LETZTER-KOPF = "A"
                         MOVE ZEILE-GR TO HILF-WRK
                         PERFORM ANHAENGEN-EMPFAENGER
                    END-IF
                    GO TO ZER-MAI-20
           END-IF.

           MOVE     SPACES TO LETZTER-KOPF.
           EVALUATE TRUE
               WHEN ZEILE-GR(1:5) = "FROM:"
                    MOVE ZEILE-WRK(6:) TO VON-WRK
               WHEN ZEILE-GR(1:8) = "SUBJECT:"
                    MOVE ZEILE-WRK(9:) TO BETREFF-WRK
               WHEN ZEILE-GR(1:3) = "TO:"
                OR  ZEILE-GR(1:3) = "CC:"
                    MOVE "A" TO LETZTER-KOPF
                    MOVE ZEILE-GR(4:) TO HILF-WRK
                    PERFORM ANHAENGEN-EMPFAENGER
           END-EVALUATE.

           GO TO    ZER-MAI-20.

       ZER-MAI-80.
      * MAIL OHNE TEXT: REFERENZ NUR IM BETREFF
           IF       KOPF-ENDE NOT = "J"
                    MOVE BETREFF-WRK TO ZEILE-GR
                    INSPECT ZEILE-GR CONVERTING
                            "abcdefghijklmnopqrstuvwxyz"
                         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                    PERFORM SUCHE-REFERENZ
           END-IF.

      * ABSENDER UND BETREFF LINKSBUENDIG
           MOVE     ZEROES TO ANZ-WRK.
           INSPECT  VON-WRK TALLYING ANZ-WRK FOR LEADING SPACES.
           IF       ANZ-WRK > ZEROES
            AND     ANZ-WRK < LENGTH OF VON-WRK
                    MOVE VON-WRK(ANZ-WRK + 1:) TO HILF-WRK
                    MOVE HILF-WRK              TO VON-WRK
           END-IF.
           MOVE     ZEROES TO ANZ-WRK.
           INSPECT  BETREFF-WRK TALLYING ANZ-WRK FOR LEADING SPACES.
           IF       ANZ-WRK > ZEROES
            AND     ANZ-WRK < LENGTH OF BETREFF-WRK
                    MOVE BETREFF-WRK(ANZ-WRK + 1:) TO HILF-WRK
                    MOVE HILF-WRK                  TO BETREFF-WRK
           END-IF.

       ZER-MAI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EMPFAENGER AUS HILF-WRK (OHNE FUEHRENDE LEERSTELLEN) AN
      * AN-GR ANHAENGEN
      *--------------------------------------------------------------
       ANHAENGEN-EMPFAENGER SECTION.
       ANH-EMP-00.

           MOVE     ZEROES TO ANZ-WRK.
           INSPECT  HILF-WRK TALLYING ANZ-WRK FOR LEADING SPACES.
           IF       ANZ-WRK NOT < LENGTH OF HILF-WRK
                    GO TO ANH-EMP-90
           END-IF.

           STRING   " "                        DELIMITED BY SIZE
                    HILF-WRK(ANZ-WRK + 1:)     DELIMITED BY "  "
             INTO   AN-GR WITH POINTER AN-PTR
           END-STRING.

       ANH-EMP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE TEXTZEILE IN STUECKEN DER BREITE VON FTTEXT NACH
      * PTXTFIT (FTFILE "PMAILEIN") SCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-MAILTEXT SECTION.
       SCH-MTX-00.

           MOVE     1 TO TXT-POS.

       SCH-MTX-20.
           IF       FTLFPO-WRK NOT < MAX-ZEILEN
                    GO TO SCH-MTX-90
           END-IF.

           ADD      1 TO FTLFPO-WRK.
           INITIALIZE PTXTFITF OF PTXTFIT-P.
           MOVE     "PMAILEIN"         TO FTFILE OF PTXTFIT-P.
           MOVE     FTKEY-MAIL         TO FTKEY  OF PTXTFIT-P.
           MOVE     FTLFPO-WRK         TO FTLFPO OF PTXTFIT-P.
           MOVE     ZEILE-WRK(TXT-POS:) TO FTTEXT OF PTXTFIT-P.

           MOVE     T-USER             TO FTAUSR OF PTXTFIT-P.
           MOVE     T-TERM             TO FTABS  OF PTXTFIT-P.
           MOVE     PGM-WRK            TO FTAPGM OF PTXTFIT-P.
           MOVE     DATE-8             TO FTADTA OF PTXTFIT-P.
           MOVE     TIME-6             TO FTATIA OF PTXTFIT-P.
           WRITE    PTXTFIT-P.

           ADD      TXT-BREITE TO TXT-POS.
           IF       TXT-POS NOT > ZEILE-LEN
                    GO TO SCH-MTX-20
           END-IF.

       SCH-MTX-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ERSTE TEXTZEILE DER MAIL AUF "JA"/"NEIN" PRUEFEN; ZITATE,
      * SIGNATUREN UND MIME-TEILKOEPFE ZAEHLEN NICHT
      *--------------------------------------------------------------
       PRUEFE-ANTWORT SECTION.
       PRF-ANT-00.

           IF       ZEILE-GR = SPACES
            OR      ZEILE-GR(1:1)  = ">"
            OR      ZEILE-GR(1:2)  = "--"
            OR      ZEILE-GR(1:8)  = "CONTENT-"
            OR      ZEILE-GR(1:15) = "THIS IS A MULTI"
                    GO TO PRF-ANT-90
           END-IF.

           MOVE     "J"       TO ANTWORT-GES.
           MOVE     ZEILE-WRK TO METEXT OF PMAILEIN-P.

           IF       ZEILE-GR(1:2) = "JA"
            AND    (ZEILE-GR(3:1) = SPACE OR "," OR "." OR "!")
                    MOVE "J" TO ANTWORT
           END-IF.
           IF       ZEILE-GR(1:4) = "NEIN"
            AND    (ZEILE-GR(5:1) = SPACE OR "," OR "." OR "!")
                    MOVE "N" TO ANTWORT
           END-IF.

       PRF-ANT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * REFERENZ "[APG-T999999999]" BZW. "[APG-E999999999]" IN
      * ZEILE-GR SUCHEN (NUR DIE ERSTE GEFUNDENE GILT)
      *--------------------------------------------------------------
       SUCHE-REFERENZ SECTION.
       SUC-REF-00.

           IF       REF-TYP NOT = SPACES
                    GO TO SUC-REF-90
           END-IF.

           MOVE     ZEROES TO REF-POS.
           INSPECT  ZEILE-GR TALLYING REF-POS
                    FOR CHARACTERS BEFORE INITIAL "[APG-".
           ADD      1 TO REF-POS.
           IF       REF-POS > LENGTH OF ZEILE-GR - 15
                    GO TO SUC-REF-90
           END-IF.

           IF       ZEILE-GR(REF-POS + 5:1) NOT = "T"
            AND     ZEILE-GR(REF-POS + 5:1) NOT = "E"
                    GO TO SUC-REF-90
           END-IF.
           IF       ZEILE-GR(REF-POS + 6:9) NOT NUMERIC
            OR      ZEILE-GR(REF-POS + 15:1) NOT = "]"
                    GO TO SUC-REF-90
           END-IF.

           MOVE     ZEILE-GR(REF-POS + 5:1)  TO REF-TYP.
           MOVE     ZEILE-GR(REF-POS + 6:9)  TO REF-NR.
           MOVE     ZEILE-GR(REF-POS:16)     TO MEREF OF PMAILEIN-P.

       SUC-REF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABSENDERADRESSE AUS "NAME <ADRESSE>" HERAUSLOESEN; BEI DER
      * EIGENEN DOMAIN IST DER TEIL VOR DEM @ DER USER
      *--------------------------------------------------------------
       ERMITTLE-ABSENDER SECTION.
       ERM-ABS-00.

           MOVE     SPACES TO ADR-WRK.
           MOVE     ZEROES TO ANZ-WRK.
           INSPECT  VON-WRK TALLYING ANZ-WRK FOR ALL "<".
           IF       ANZ-WRK > ZEROES
                    UNSTRING VON-WRK DELIMITED BY "<" OR ">"
                        INTO HILF-WRK ADR-WRK
                    END-UNSTRING
           ELSE
                    UNSTRING VON-WRK DELIMITED BY SPACE
                        INTO ADR-WRK
                    END-UNSTRING
           END-IF.

           MOVE     ADR-WRK TO ADR-GR.
           INSPECT  ADR-GR CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE     SPACES TO ADR-LOKAL.
           MOVE     SPACES TO ADR-DOMAIN.
           UNSTRING ADR-GR DELIMITED BY "@"
               INTO ADR-LOKAL ADR-DOMAIN
           END-UNSTRING.

           MOVE     SPACES TO MEUSER OF PMAILEIN-P.
           IF       ADR-DOMAIN     = "EHRHARDT-PARTNER.COM"
            AND     ADR-LOKAL(11:) = SPACES
                    MOVE ADR-LOKAL TO MEUSER OF PMAILEIN-P
           END-IF.

       ERM-ABS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ANTWORT AUF EINE TAUSCHANFRAGE: JA BESTAETIGT, NEIN LEHNT AB
      * (XXP0256 PRUEFT, DASS DER ABSENDER DER WUNSCHPARTNER IST)
      *--------------------------------------------------------------
       ANTWORT-TAUSCH SECTION.
       ANT-TAU-00.

           IF       MEUSER OF PMAILEIN-P = SPACES
                    MOVE "ABSENDER IST KEIN USER"
                      TO MEGRUND OF PMAILEIN-P
                    GO TO ANT-TAU-90
           END-IF.
           IF       ANTWORT = SPACES
                    MOVE "ANTWORT OHNE JA/NEIN"
                      TO MEGRUND OF PMAILEIN-P
                    GO TO ANT-TAU-90
           END-IF.

           IF       ANTWORT = "J"
                    MOVE "B" TO ENTSCH-WRK
           ELSE
                    MOVE "A" TO ENTSCH-WRK
           END-IF.
           MOVE     REF-NR TO KSNR-WRK.
           CALL     "XXP0256" USING KSNR-WRK
                                    ENTSCH-WRK
                                    MEUSER OF PMAILEIN-P
                                    ENTSCH-RET
           END-CALL.

           EVALUATE ENTSCH-RET
               WHEN SPACES
                    PERFORM MAIL-ERLEDIGT
                    IF   ANTWORT = "J"
                         MOVE "TAUSCH BESTAETIGT"
                           TO MEGRUND OF PMAILEIN-P
                    ELSE
                         MOVE "TAUSCH ABGELEHNT"
                           TO MEGRUND OF PMAILEIN-P
                    END-IF
               WHEN "1"
                    MOVE "TAUSCHANFRAGE NICHT GEFUNDEN/NICHT OFFEN"
                      TO MEGRUND OF PMAILEIN-P
               WHEN "2"
                    MOVE "ABSENDER IST NICHT DER TAUSCHPARTNER"
                      TO MEGRUND OF PMAILEIN-P
               WHEN OTHER
                    MOVE "TAUSCH NICHT AUSGEFUEHRT"
                      TO MEGRUND OF PMAILEIN-P
           END-EVALUATE.

       ANT-TAU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ANTWORT AUF EINE ERINNERUNG: NEIN MELDET DEN ABSENDER VON
      * DER VERANSTALTUNG AB, JA BESTAETIGT DIE ANMELDUNG
      *--------------------------------------------------------------
       ANTWORT-VERANSTALTUNG SECTION.
       ANT-VER-00.

           IF       MEUSER OF PMAILEIN-P = SPACES
                    MOVE "ABSENDER IST KEIN USER"
                      TO MEGRUND OF PMAILEIN-P
                    GO TO ANT-VER-90
           END-IF.
           IF       ANTWORT = SPACES
                    MOVE "ANTWORT OHNE JA/NEIN"
                      TO MEGRUND OF PMAILEIN-P
                    GO TO ANT-VER-90
           END-IF.

           INITIALIZE PEVENTF OF PEVENT-P.
           MOVE     REF-NR TO EVLFDN OF PEVENT-P.
           READ     PEVENT-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "VERANSTALTUNG NICHT GEFUNDEN"
                      TO MEGRUND OF PMAILEIN-P
                    GO TO ANT-VER-90
           END-IF.
           IF       EVDATUM OF PEVENT-P < DATE-8
                    MOVE "VERANSTALTUNG BEREITS VORBEI"
                      TO MEGRUND OF PMAILEIN-P
                    GO TO ANT-VER-90
           END-IF.

           INITIALIZE PEVTANMF OF PEVTANM-P.
           MOVE     REF-NR               TO EAEVT  OF PEVTANM-P.
           MOVE     MEUSER OF PMAILEIN-P TO EAUSER OF PEVTANM-P.
           READ     PEVTANM-DP.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "ABSENDER IST NICHT ANGEMELDET"
                      TO MEGRUND OF PMAILEIN-P
                    GO TO ANT-VER-90
           END-IF.

           IF       ANTWORT = "N"
                    DELETE PEVTANM-DP
                    MOVE "VON DER VERANSTALTUNG ABGEMELDET"
                      TO MEGRUND OF PMAILEIN-P
           ELSE
                    MOVE "TEILNAHME BESTAETIGT"
                      TO MEGRUND OF PMAILEIN-P
           END-IF.
           PERFORM  MAIL-ERLEDIGT.

       ANT-VER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EMPFAENGERADRESSEN (TO/CC) MIT M100/ADRESSE VERGLEICHEN;
      * DER ERSTE TREFFER LIEFERT DAS TEAM
      *--------------------------------------------------------------
       SUCHE-TEAM SECTION.
       SUC-TEA-00.

           MOVE     SPACES TO TEAM-WRK.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "M100"      TO CFID   OF PCONFIG-P.
           MOVE     "ADRESSE"   TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY4 OF PCONFIG-P.
           START    PCONFIG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUC-TEA-90
           END-IF.

       SUC-TEA-20.
           READ     PCONFIG-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      CFID  OF PCONFIG-P NOT = "M100"
            OR      CFKEY OF PCONFIG-P NOT = "ADRESSE"
                    GO TO SUC-TEA-90
           END-IF.

           MOVE     CFTXT1 OF PCONFIG-P TO SUCH-ADR.
           IF       SUCH-ADR = SPACES
            OR      CFTXT2 OF PCONFIG-P = SPACES
                    GO TO SUC-TEA-20
           END-IF.
           INSPECT  SUCH-ADR CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE     ZEROES TO SUCH-LEN.
           INSPECT  SUCH-ADR TALLYING SUCH-LEN
                    FOR CHARACTERS BEFORE INITIAL SPACE.
           IF       SUCH-LEN = ZEROES
                    GO TO SUC-TEA-20
           END-IF.

           MOVE     ZEROES TO SUCH-ANZ.
           INSPECT  AN-GR TALLYING SUCH-ANZ
                    FOR ALL SUCH-ADR(1:SUCH-LEN).
           IF       SUCH-ANZ = ZEROES
                    GO TO SUC-TEA-20
           END-IF.

           MOVE     CFTXT2 OF PCONFIG-P TO TEAM-WRK.

       SUC-TEA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MAIL ALS AUTOMATISCH ERLEDIGT KENNZEICHNEN
      *--------------------------------------------------------------
       MAIL-ERLEDIGT SECTION.
       MAI-ERL-00.

           MOVE     "E"    TO MESTAT OF PMAILEIN-P.
           MOVE     T-USER TO MEBUSR OF PMAILEIN-P.
           MOVE     DATE-8 TO MEBDTA OF PMAILEIN-P.
           MOVE     TIME-6 TO MEBTIA OF PMAILEIN-P.

       MAI-ERL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HEARTBEAT DES MAILEINGANGS UEBER XXP0064
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
