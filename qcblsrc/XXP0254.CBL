       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0254.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * WOCHENBERICHT HYGIENE-CHECKLISTEN KUECHENDIENST (HACCP)       *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LAEUFT WOECHENTLICH PER JOBPLANUNG. FUER DIE *
      *                  SIEBEN TAGE BIS X-BIS (ZEROES = GESTERN)     *
      *                  WIRD JEDER DIENST AUS PKDPLAN (OHNE          *
      *                  ENTWUERFE KDVOR = "J"), DESSEN DIENSTART     *
      *                  EINE VORLAGE IN PCONFIG K160 HAT, MIT ALLEN  *
      *                  AUFGABEN GEDRUCKT: QUITTUNG AUS PKDHYG (WER, *
      *                  WANN, TEMPERATUR) ODER "FEHLT", DAZU         *
      *                  "ALARM" BEI TEMPERATUR AUSSERHALB DER        *
      *                  GRENZEN. DIE SUMMENZEILE ZAEHLT DIENSTE,     *
      *                  DIENSTE MIT FEHLENDEN QUITTUNGEN, FEHLENDE   *
      *                  QUITTUNGEN UND ALARME. DIE LISTE XXF0254     *
      *                  GEHT UEBER XXP2030 IN DIE OUTQ X-OUTQ        *
      *                  (LEER = PRT01) UND WIRD DORT JOURNALISIERT.  *
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

      *-------------------------------------------------------------
      *    PRINTERFILE FUER DEN WOCHENBERICHT
      *-------------------------------------------------------------
           SELECT XXDRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0254
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
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
      *------DRUCKAUSGABE----
       FD  XXDRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  XXDRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0254.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0254".
       01  PGM-TYP                       PIC X(8)  VALUE "KUECHE".

      * PARAMETER FUER DIE AUSGABEDREHSCHEIBE XXP2030
       01  HUB-AKTION                    PIC X(1).
       01  HUB-PRTF                      PIC X(10).
       01  HUB-USER                      PIC X(10).
       01  HUB-OUTQ                      PIC X(10).

      * BERICHTSZEITRAUM
       01  BER-VON                       PIC 9(8).
       01  BER-BIS                       PIC 9(8).

      * EINGETEILTER USER DES GELESENEN DIENSTES
       01  DIENST-USER                   LIKE KDUSER OF PKDPLAN-P.

      * ZAEHLER JE DIENST
       01  DIE-AUFG                      PIC 9(4).
       01  DIE-FEHLT                     PIC 9(4).

      * ZAEHLER DES BERICHTS
       01  ANZ-DIENSTE                   PIC 9(5).
       01  ANZ-DIENSTE-OFFEN             PIC 9(5).
       01  ANZ-FEHLT                     PIC 9(5).
       01  ANZ-ALARM                     PIC 9(5).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * LETZTER TAG DES BERICHTS, ZEROES = GESTERN
       01  X-BIS                         PIC 9(8).
      * AUSGABEWARTESCHLANGE, SPACES = PRT01
       01  X-OUTQ                        PIC X(10).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-BIS
                                X-OUTQ.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0254" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

      * ZEITRAUM: SIEBEN TAGE BIS X-BIS BZW. BIS GESTERN
           PERFORM  COPY-GET-TIME.
           IF       X-BIS = ZEROES
                    COMPUTE BER-BIS = FUNCTION DATE-OF-INTEGER(
                            FUNCTION INTEGER-OF-DATE(DATE-8) - 1)
           ELSE
                    MOVE X-BIS TO BER-BIS
           END-IF.
           COMPUTE  BER-VON = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(BER-BIS) - 6).

           OPEN     INPUT PKDPLAN-DP
                          PKDHYG-DP
                          PCONFIG-DP.

           INITIALIZE ANZ-DIENSTE, ANZ-DIENSTE-OFFEN,
                      ANZ-FEHLT, ANZ-ALARM.

      * AUSGABEWEG UEBER DIE DREHSCHEIBE XXP2030 BESTIMMEN
           INITIALIZE RET-CODE.
           MOVE     "V"       TO HUB-AKTION.
           MOVE     "XXF0254" TO HUB-PRTF.
           MOVE     T-USER    TO HUB-USER.
           MOVE     X-OUTQ    TO HUB-OUTQ.
           CALL     "XXP2030" USING HUB-AKTION
                                    HUB-PRTF
                                    HUB-USER
                                    HUB-OUTQ
                                    RET-CODE
           END-CALL.

           OPEN     OUTPUT XXDRUCK-DAT.

      * KOPFZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "KOPF"    TO DRART   OF XXDRUCK-REC.
           MOVE     BER-VON   TO DRVON   OF XXDRUCK-REC.
           MOVE     BER-BIS   TO DRBIS   OF XXDRUCK-REC.
           MOVE     DATE-8    TO DRDATUM OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

      * ALLE DIENSTE DES ZEITRAUMS MIT IHREN AUFGABEN
           PERFORM  LESE-DIENSTE.

      * SUMMENZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "SUMME"           TO DRART  OF XXDRUCK-REC.
           MOVE     ANZ-DIENSTE       TO DRANZD OF XXDRUCK-REC.
           MOVE     ANZ-DIENSTE-OFFEN TO DRANZO OF XXDRUCK-REC.
           MOVE     ANZ-FEHLT         TO DRANZF OF XXDRUCK-REC.
           MOVE     ANZ-ALARM         TO DRANZA OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           CLOSE    XXDRUCK-DAT.

      * ZUSTELLUNG UND JOURNAL UEBER DIE DREHSCHEIBE ABSCHLIESSEN
           INITIALIZE RET-CODE.
           MOVE     "N" TO HUB-AKTION.
           CALL     "XXP2030" USING HUB-AKTION
                                    HUB-PRTF
                                    HUB-USER
                                    HUB-OUTQ
                                    RET-CODE
           END-CALL.

           CLOSE    PKDPLAN-DP
                    PKDHYG-DP
                    PCONFIG-DP.

           PERFORM  SCHREIBE-LOG.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * DIENSTE DES ZEITRAUMS AUS PKDPLAN LESEN
      *--------------------------------------------------------------
       LESE-DIENSTE SECTION.
       LES-DIE-00.

           INITIALIZE PKDPLANF OF PKDPLAN-P.
           MOVE     BER-VON TO KDDATE OF PKDPLAN-P.
           MOVE     SPACES  TO KDTYP  OF PKDPLAN-P.
           MOVE     SPACES  TO KDUSER OF PKDPLAN-P.
           START    PKDPLAN-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-DIE-90
           END-IF.

       LES-DIE-20.
           READ     PKDPLAN-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      KDDATE OF PKDPLAN-P > BER-BIS
                    GO TO LES-DIE-90
           END-IF.

      * ENTWUERFE ZAEHLEN NICHT
           IF       KDVOR OF PKDPLAN-P = "J"
                    GO TO LES-DIE-20
           END-IF.

      * GETAUSCHTER DIENST GEHT VOR
           IF       KDGUSR OF PKDPLAN-P NOT = SPACES
                    MOVE KDGUSR OF PKDPLAN-P TO DIENST-USER
           ELSE
                    MOVE KDUSER OF PKDPLAN-P TO DIENST-USER
           END-IF.

           INITIALIZE DIE-AUFG, DIE-FEHLT.
           PERFORM  DRUCKE-AUFGABEN.

      * DIENSTART OHNE VORLAGE IST NICHT BERICHTSPFLICHTIG
           IF       DIE-AUFG = ZEROES
                    GO TO LES-DIE-20
           END-IF.

           ADD      1 TO ANZ-DIENSTE.
           IF       DIE-FEHLT > ZEROES
                    ADD 1 TO ANZ-DIENSTE-OFFEN
           END-IF.

           GO TO    LES-DIE-20.

       LES-DIE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AUFGABEN DER VORLAGE K160 DES DIENSTES MIT QUITTUNG DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-AUFGABEN SECTION.
       DRK-AUF-00.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "K160"              TO CFID   OF PCONFIG-P.
           MOVE     KDTYP OF PKDPLAN-P  TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES              TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES              TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES              TO CFKEY4 OF PCONFIG-P.
           START    PCONFIG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRK-AUF-90
           END-IF.

       DRK-AUF-20.
           READ     PCONFIG-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      CFID  OF PCONFIG-P NOT = "K160"
            OR      CFKEY OF PCONFIG-P NOT = KDTYP OF PKDPLAN-P
                    GO TO DRK-AUF-90
           END-IF.

      * DER KOPFSATZ (ALARMEMPFAENGER) IST KEINE AUFGABE
           IF       CFKEY2 OF PCONFIG-P = SPACES
                    GO TO DRK-AUF-20
           END-IF.

           ADD      1 TO DIE-AUFG.

           INITIALIZE XXDRUCK-REC.
           MOVE     "ZEILE"             TO DRART  OF XXDRUCK-REC.
           MOVE     KDDATE OF PKDPLAN-P TO KDDATE OF XXDRUCK-REC.
           MOVE     KDTYP  OF PKDPLAN-P TO KDTYP  OF XXDRUCK-REC.
           MOVE     DIENST-USER         TO DRUSER OF XXDRUCK-REC.
           MOVE     CFKEY2 OF PCONFIG-P TO HYAUFG OF XXDRUCK-REC.
           MOVE     CFTXT1 OF PCONFIG-P TO HYTEXT OF XXDRUCK-REC.

      * QUITTUNG LESEN
           INITIALIZE PKDHYGF OF PKDHYG-P.
           MOVE     KDDATE OF PKDPLAN-P TO HYDATE OF PKDHYG-P.
           MOVE     KDTYP  OF PKDPLAN-P TO HYTYP  OF PKDHYG-P.
           MOVE     KDUSER OF PKDPLAN-P TO HYUSER OF PKDHYG-P.
           MOVE     CFKEY2 OF PCONFIG-P TO HYAUFG OF PKDHYG-P.
           READ     PKDHYG-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    ADD  1       TO DIE-FEHLT
                    ADD  1       TO ANZ-FEHLT
                    MOVE "FEHLT" TO DRHINW OF XXDRUCK-REC
                    WRITE XXDRUCK-REC
                    GO TO DRK-AUF-20
           END-IF.

      * QUITTIERT: TEXT UND MESSWERT WIE ZUM ZEITPUNKT DER QUITTUNG
           MOVE     HYTEXT OF PKDHYG-P  TO HYTEXT OF XXDRUCK-REC.
           MOVE     HYMESS OF PKDHYG-P  TO HYMESS OF XXDRUCK-REC.
           MOVE     HYTEMP OF PKDHYG-P  TO HYTEMP OF XXDRUCK-REC.
           MOVE     HYQUSR OF PKDHYG-P  TO HYQUSR OF XXDRUCK-REC.
           MOVE     HYQDTA OF PKDHYG-P  TO HYQDTA OF XXDRUCK-REC.
           MOVE     HYQTIA OF PKDHYG-P  TO HYQTIA OF XXDRUCK-REC.
           IF       HYALRM OF PKDHYG-P = "J"
                    ADD  1       TO ANZ-ALARM
                    MOVE "ALARM" TO DRHINW OF XXDRUCK-REC
           END-IF.
           WRITE    XXDRUCK-REC.

           GO TO    DRK-AUF-20.

       DRK-AUF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ERGEBNIS PROTOKOLLIEREN
      *--------------------------------------------------------------
       SCHREIBE-LOG SECTION.
       SCH-LOG-00.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PKDHYG"   TO STFILE OF LOG-CPY.
           IF       ANZ-FEHLT > ZEROES
            OR      ANZ-ALARM > ZEROES
                    MOVE "WARN" TO STKEY OF LOG-CPY
           ELSE
                    MOVE "INFO" TO STKEY OF LOG-CPY
           END-IF.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "HYGIENEBERICHT " BER-VON " BIS " BER-BIS ": "
                    ANZ-DIENSTE " DIENSTE, " ANZ-DIENSTE-OFFEN
                    " MIT LUECKEN, " ANZ-FEHLT " FEHLENDE QUITTUNGEN, "
                    ANZ-ALARM " ALARME"
                    DELIMITED BY SIZE
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       SCH-LOG-90.
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
      * COPY-PERMISSION: BERECHTIGUNGSPRUEFUNG
      *---------------------------------------------------------------

           COPY     PERMISSION OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-PGM-INIT/COPY-PGM-EXIT: STANDARDROUTINEN START UND ENDE
      *---------------------------------------------------------------

           COPY     PGMWRK     OF APG-QCPYSRC.
      /
