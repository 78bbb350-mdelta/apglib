       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              AZP0327.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * RAHMENPLANABDECKUNG DES ROTATIONSPLANS JE AZUBI DRUCKEN       *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  DRUCKT FUER X-USER DIE EINSAETZE AUS DEM     *
      *                  ROTATIONSPLAN (PAZUROT, PFLEGE AZP0326) UND  *
      *                  PRUEFT JEDE POSITION DES RAHMENPLANS         *
      *                  (PAZURPL) FUER X-BERUF: SIE GILT ALS         *
      *                  ABGEDECKT, WENN EIN TEAM AUS DEM PLAN FUER   *
      *                  SIE GEKENNZEICHNET IST (PCONFIG ROTPOS/      *
      *                  <TEAM>/<BERUF>/<POSITION>). OFFENE           *
      *                  POSITIONEN WERDEN MARKIERT, DAMIT DER PLAN   *
      *                  RECHTZEITIG ERGAENZT WERDEN KANN. SPOOL      *
      *                  AZF0327 UEBER DIE DREHSCHEIBE XXP2030.       *
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
      * PAZUROT: ROUSER, ROVON (ROTATIONSPLAN)
      *-------------------------------------------------------------
           SELECT PAZUROT-DP
                  ASSIGN       TO  DATABASE-PAZUROT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAZURPL: RPBERUF, RPPOS (RAHMENPLANPOSITIONEN)
      *-------------------------------------------------------------
           SELECT PAZURPL-DP
                  ASSIGN       TO  DATABASE-PAZURPL
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCONFIG: CFID, CFKEY (ROTPOS = POSITIONEN JE TEAM)
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *    PRINTERFILE FUER DIE ABDECKUNG
      *-------------------------------------------------------------
           SELECT XXDRUCK-DAT
                  ASSIGN        TO FORMATFILE-AZF0327
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PAZUROT: ROUSER, ROVON
       FD  PAZUROT-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUROT-P.
           COPY DDS-ALL-FORMATS OF PAZUROT.
      /
      *--- PAZURPL: RPBERUF, RPPOS
       FD  PAZURPL-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZURPL-P.
           COPY DDS-ALL-FORMATS OF PAZURPL.
      /
      *--- PCONFIG: CFID, CFKEY
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
      *------DRUCKAUSGABE----
       FD  XXDRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  XXDRUCK-REC.
           COPY DDS-ALL-FORMATS OF AZF0327.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "AZP0327".
       01  PGM-TYP                       PIC X(8)  VALUE "AZUBI ".

      * PARAMETER FUER DIE AUSGABEDREHSCHEIBE XXP2030
       01  HUB-AKTION                    PIC X(1).
       01  HUB-PRTF                      PIC X(10).
       01  HUB-USER                      PIC X(10).
       01  HUB-OUTQ                      PIC X(10).

      * TEAMS AUS DEM ROTATIONSPLAN DES AZUBIS
       01  ROT-TAB.
        02 ROT-CNT                       PIC 9(3) COMP-3.
        02 ROT-REC OCCURS 0 TO 50 TIMES DEPENDING ON ROT-CNT
                                          INDEXED   BY RIDX.
         04 ROT-TEAM                     LIKE ROTEAM OF PAZUROT-P.

      * POSITION DURCH EIN TEAM DES PLANS ABGEDECKT (1)
       01  ABGEDECKT                     PIC 9(1).
       01  ABD-TEAM                      LIKE ROTEAM OF PAZUROT-P.

      * ZAEHLER FUER DIE SUMMENZEILE
       01  ANZ-OFFEN                     PIC 9(4)   VALUE ZEROES.
       01  ANZ-GESAMT                    PIC 9(4)   VALUE ZEROES.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-USER                        PIC X(10).
       01  X-BERUF                       PIC X(10).
      * AUSGABEWARTESCHLANGE, SPACES = PRT01
       01  X-OUTQ                        PIC X(10).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-USER
                                X-BERUF
                                X-OUTQ.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "AZP0327" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

      * ALLE PARAMETER VORHANDEN?
           IF       X-USER  = SPACES
            OR      X-BERUF = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

      * AUSGABEWEG UEBER DIE DREHSCHEIBE XXP2030 BESTIMMEN
           INITIALIZE RET-CODE.
           MOVE     "V"       TO HUB-AKTION.
           MOVE     "AZF0327" TO HUB-PRTF.
           MOVE     T-USER    TO HUB-USER.
           MOVE     X-OUTQ    TO HUB-OUTQ.
           CALL     "XXP2030" USING HUB-AKTION
                                    HUB-PRTF
                                    HUB-USER
                                    HUB-OUTQ
                                    RET-CODE
           END-CALL.

           OPEN     INPUT  PAZUROT-DP
                           PAZURPL-DP
                           PCONFIG-DP.
           OPEN     OUTPUT XXDRUCK-DAT.

      * KOPFZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "KOPF"      TO DRART   OF XXDRUCK-REC.
           MOVE     X-USER      TO DRUSER  OF XXDRUCK-REC.
           MOVE     X-BERUF     TO RPBERUF OF XXDRUCK-REC.
           MOVE     DATE-8      TO DRDATUM OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           PERFORM  DRUCKE-EINSAETZE.
           PERFORM  PRUEFE-POSITIONEN.

      * SUMMENZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "SUMME"     TO DRART   OF XXDRUCK-REC.
           MOVE     ANZ-OFFEN   TO DROFFEN OF XXDRUCK-REC.
           MOVE     ANZ-GESAMT  TO DRGES   OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           CLOSE    PAZUROT-DP
                    PAZURPL-DP
                    PCONFIG-DP
                    XXDRUCK-DAT.

      * ZUSTELLUNG UND JOURNAL UEBER DIE DREHSCHEIBE ABSCHLIESSEN
           INITIALIZE RET-CODE.
           MOVE     "N" TO HUB-AKTION.
           CALL     "XXP2030" USING HUB-AKTION
                                    HUB-PRTF
                                    HUB-USER
                                    HUB-OUTQ
                                    RET-CODE
           END-CALL.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * EINSAETZE DES AZUBIS DRUCKEN UND SEINE TEAMS MERKEN
      *--------------------------------------------------------------
       DRUCKE-EINSAETZE SECTION.
       DRK-EIN-00.

           INITIALIZE ROT-TAB.

           INITIALIZE PAZUROTF OF PAZUROT-P.
           MOVE     X-USER TO ROUSER OF PAZUROT-P.
           MOVE     ZEROES TO ROVON  OF PAZUROT-P.
           START    PAZUROT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRK-EIN-90
           END-IF.

       DRK-EIN-20.
           READ     PAZUROT-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      ROUSER OF PAZUROT-P NOT = X-USER
                    GO TO DRK-EIN-90
           END-IF.

           INITIALIZE XXDRUCK-REC.
           MOVE     "EINSATZ"             TO DRART  OF XXDRUCK-REC.
           MOVE     ROTEAM OF PAZUROT-P   TO DRTEAM OF XXDRUCK-REC.
           MOVE     ROVON  OF PAZUROT-P   TO DRVON  OF XXDRUCK-REC.
           MOVE     ROBIS  OF PAZUROT-P   TO DRBIS  OF XXDRUCK-REC.
           MOVE     ROAUSB OF PAZUROT-P   TO DRAUSB OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           SET      RIDX TO 1.
           SEARCH   ROT-REC
                    AT END IF   ROT-CNT < 50
                                ADD  1 TO ROT-CNT
                                MOVE ROTEAM OF PAZUROT-P
                                  TO ROT-TEAM(ROT-CNT)
                           END-IF
                    WHEN   ROT-TEAM(RIDX) = ROTEAM OF PAZUROT-P
                           CONTINUE
           END-SEARCH.

           GO TO    DRK-EIN-20.

       DRK-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE POSITIONEN DES BERUFS GEGEN DIE TEAMS DES PLANS PRUEFEN
      *--------------------------------------------------------------
       PRUEFE-POSITIONEN SECTION.
       PRF-POS-00.

           INITIALIZE PAZURPLF OF PAZURPL-P.
           MOVE     X-BERUF TO RPBERUF OF PAZURPL-P.
           MOVE     SPACES  TO RPPOS   OF PAZURPL-P.
           START    PAZURPL-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-POS-90
           END-IF.

       PRF-POS-20.
           READ     PAZURPL-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-POS-90
           END-IF.

           IF       RPBERUF OF PAZURPL-P NOT = X-BERUF
                    GO TO PRF-POS-90
           END-IF.

           ADD      1 TO ANZ-GESAMT.
           PERFORM  PRUEFE-ABDECKUNG.
           PERFORM  DRUCKE-POSITION.

           GO TO    PRF-POS-20.

       PRF-POS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * IST EIN TEAM DES PLANS FUER DIE POSITION GEKENNZEICHNET?
      *--------------------------------------------------------------
       PRUEFE-ABDECKUNG SECTION.
       PRF-ABD-00.

           MOVE     ZEROES TO ABGEDECKT.
           MOVE     SPACES TO ABD-TEAM.
           SET      RIDX TO 1.

       PRF-ABD-20.
           IF       RIDX > ROT-CNT
                    GO TO PRF-ABD-90
           END-IF.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "ROTPOS"             TO CFID   OF PCONFIG-P.
           MOVE     ROT-TEAM(RIDX)       TO CFKEY  OF PCONFIG-P.
           MOVE     X-BERUF              TO CFKEY2 OF PCONFIG-P.
           MOVE     RPPOS OF PAZURPL-P   TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES               TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE 1              TO ABGEDECKT
                    MOVE ROT-TEAM(RIDX) TO ABD-TEAM
                    GO TO PRF-ABD-90
           END-IF.

           SET      RIDX UP BY 1.
           GO TO    PRF-ABD-20.

       PRF-ABD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE POSITION MIT KENNZEICHEN OFFEN/ABGEDECKT DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-POSITION SECTION.
       DRK-POS-00.

           INITIALIZE XXDRUCK-REC.
           MOVE     "ZEILE"              TO DRART  OF XXDRUCK-REC.
           MOVE     RPPOS  OF PAZURPL-P  TO RPPOS  OF XXDRUCK-REC.
           MOVE     RPTEXT OF PAZURPL-P  TO RPTEXT OF XXDRUCK-REC.
           MOVE     ABD-TEAM             TO DRTEAM OF XXDRUCK-REC.
           IF       ABGEDECKT = ZEROES
                    MOVE "OFFEN"         TO DRKZ   OF XXDRUCK-REC
                    ADD  1 TO ANZ-OFFEN
           ELSE
                    MOVE "ABGEDECKT"     TO DRKZ   OF XXDRUCK-REC
           END-IF.
           WRITE    XXDRUCK-REC.

       DRK-POS-90.
           EXIT.
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
