       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP2041.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * QUARTALSLISTE DER KONFLIKTE IN DER FUNKTIONSTRENNUNG          *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  PRUEFT FUER JEDEN AKTIVEN MITARBEITER        *
      *                  (PERSONENSTAMM, CFP9022) MIT CFP9017 ALLE    *
      *                  KONFLIKTREGELN AUS PCFGSOD UND DRUCKT        *
      *                  JEDEN BESTEHENDEN                            *
      *                  KONFLIKT AUF XXF2041 MIT REGEL, MODUS UND    *
      *                  EINER DOKUMENTIERTEN AUSNAHME AUS PCFGSOX    *
      *                  (BEGRUENDUNG, GENEHMIGT VON, GUELTIG BIS).   *
      *                  KONFLIKTE OHNE GUELTIGE AUSNAHME WERDEN ALS  *
      *                  WARNUNG GELOGGT. LAEUFT VIERTELJAEHRLICH     *
      *                  PER JOBPLANUNG.                              *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    AKTIVE MITARBEITER UEBER PERSONENSTAMM       *
      *                  (CFP9022) STATT PCONFIG H050                 *
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
      *    PRINTERFILE FUER DIE LISTE
      *-------------------------------------------------------------
           SELECT XXDRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF2041
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *------DRUCKAUSGABE----
       FD  XXDRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  XXDRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF2041.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP2041".
       01  PGM-TYP                       PIC X(8)  VALUE "BATCH".

      * PARAMETER FUER CL-PROGRAMME
       01  OVRPRTF-REC                   TYPE OVRPRTF-TYPE.

      * PERSONENSTAMM (CFP9022)
       01  PERSON-REC                    TYPE PERSON-TYPE.

      * PRUEFUNG DER FUNKTIONSTRENNUNG (CFP9017)
       01  SODCHK-REC                    TYPE SODCHK-TYPE.
       01  SOD-IX                        PIC 9(3).

      * ZAEHLER
       01  ANZ-USER                      PIC 9(5) VALUE ZEROES.
       01  ANZ-KONFLIKT                  PIC 9(5) VALUE ZEROES.
       01  ANZ-OFFEN                     PIC 9(5) VALUE ZEROES.
       01  ANZ-AUSNAHME                  PIC 9(5) VALUE ZEROES.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * AUSGABEWARTESCHLANGE, SPACES = PRT01
       01  X-OUTQ                        PIC X(10).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-OUTQ.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP2041" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

      * OUTQ SETZEN UND DRUCKDATEI OEFFNEN
           INITIALIZE RET-CODE.
           INITIALIZE OVRPRTF-REC.
           MOVE     "XXF2041" TO FROMFILE OF OVRPRTF-REC.
           IF       X-OUTQ = SPACES
                    MOVE "PRT01" TO TOOUTQ OF OVRPRTF-REC
           ELSE
                    MOVE X-OUTQ  TO TOOUTQ OF OVRPRTF-REC
           END-IF.
           CALL     "CLP0041" USING OVRPRTF-REC
                                    RET-CODE
           END-CALL.

           OPEN     OUTPUT XXDRUCK-DAT.

      * KOPFZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "KOPF"       TO DRART   OF XXDRUCK-REC.
           MOVE     DATE-8       TO DRDATUM OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           PERFORM  VERARBEITE-MITARBEITER.

      * SUMMENZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "SUMME"      TO DRART   OF XXDRUCK-REC.
           MOVE     ANZ-USER     TO DRANZU  OF XXDRUCK-REC.
           MOVE     ANZ-KONFLIKT TO DRANZK  OF XXDRUCK-REC.
           MOVE     ANZ-OFFEN    TO DRANZO  OF XXDRUCK-REC.
           MOVE     ANZ-AUSNAHME TO DRANZA  OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           CLOSE    XXDRUCK-DAT.

           PERFORM  SCHREIBE-ABSCHLUSSLOG.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE AKTIVEN MITARBEITER AUS DEM PERSONENSTAMM PRUEFEN
      *--------------------------------------------------------------
       VERARBEITE-MITARBEITER SECTION.
       VER-MIT-00.

           INITIALIZE PERSON-REC.
           MOVE     SPACES      TO PN-USER  OF PERSON-REC.

       VER-MIT-20.
           MOVE     "A"         TO PN-MODUS OF PERSON-REC.
           CALL     "CFP9022" USING PERSON-REC
           END-CALL.
           IF       PN-RET OF PERSON-REC NOT = SPACES
                    GO TO VER-MIT-90
           END-IF.

           ADD      1 TO ANZ-USER.

           INITIALIZE SODCHK-REC.
           MOVE     PN-USER OF PERSON-REC TO SOD-USER OF SODCHK-REC.
           CALL     "CFP9017" USING SODCHK-REC
           END-CALL.

           MOVE     ZEROES TO SOD-IX.
       VER-MIT-40.
           ADD      1 TO SOD-IX.
           IF       SOD-IX > SOD-ANZ OF SODCHK-REC
                    GO TO VER-MIT-20
           END-IF.

           PERFORM  DRUCKE-KONFLIKT.

           GO TO    VER-MIT-40.

       VER-MIT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINEN KONFLIKT MIT EVENTUELLER AUSNAHME DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-KONFLIKT SECTION.
       DRU-KON-00.

           ADD      1 TO ANZ-KONFLIKT.
           IF       SOD-AUSN OF SODCHK-REC(SOD-IX) = "1"
                    ADD 1 TO ANZ-AUSNAHME
           ELSE
                    ADD 1 TO ANZ-OFFEN
           END-IF.

           INITIALIZE XXDRUCK-REC.
           MOVE     "KONF"     TO DRART   OF XXDRUCK-REC.
           MOVE     SOD-USER   OF SODCHK-REC
                               TO DRUSER  OF XXDRUCK-REC.
           MOVE     SOD-TYP1   OF SODCHK-REC(SOD-IX)
                               TO DRTYP1  OF XXDRUCK-REC.
           MOVE     SOD-OBJ1   OF SODCHK-REC(SOD-IX)
                               TO DROBJ1  OF XXDRUCK-REC.
           MOVE     SOD-TYP2   OF SODCHK-REC(SOD-IX)
                               TO DRTYP2  OF XXDRUCK-REC.
           MOVE     SOD-OBJ2   OF SODCHK-REC(SOD-IX)
                               TO DROBJ2  OF XXDRUCK-REC.
           MOVE     SOD-MODUS  OF SODCHK-REC(SOD-IX)
                               TO DRMOD   OF XXDRUCK-REC.
           MOVE     SOD-TEXT   OF SODCHK-REC(SOD-IX)
                               TO DRTEXT  OF XXDRUCK-REC.
           MOVE     SOD-AUSN   OF SODCHK-REC(SOD-IX)
                               TO DRAUSN  OF XXDRUCK-REC.
           MOVE     SOD-GRUND  OF SODCHK-REC(SOD-IX)
                               TO DRGRUND OF XXDRUCK-REC.
           MOVE     SOD-GENUSR OF SODCHK-REC(SOD-IX)
                               TO DRGUSR  OF XXDRUCK-REC.
           MOVE     SOD-BIS    OF SODCHK-REC(SOD-IX)
                               TO DRBIS   OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

       DRU-KON-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ERGEBNIS DES LAUFS PROTOKOLLIEREN
      *--------------------------------------------------------------
       SCHREIBE-ABSCHLUSSLOG SECTION.
       SCH-LOG-00.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     ":ACCESS"  TO STFILE OF LOG-CPY.
           IF       ANZ-OFFEN = ZEROES
                    MOVE "INFO"  TO STKEY OF LOG-CPY
           ELSE
                    MOVE "WARN"  TO STKEY OF LOG-CPY
           END-IF.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "FUNKTIONSTRENNUNG: "           DELIMITED BY SIZE
                    ANZ-KONFLIKT                    DELIMITED BY SIZE
                    " KONFLIKTE, DAVON "            DELIMITED BY SIZE
                    ANZ-OFFEN                       DELIMITED BY SIZE
                    " OHNE AUSNAHME"                DELIMITED BY SIZE
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       SCH-LOG-90.
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
