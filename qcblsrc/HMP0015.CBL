       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              HMP0015.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * PROGRAMME OHNE (AKTIVEN) VERANTWORTLICHEN                     *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  PRUEFT JEDES PROGRAMM AUS PPGMLIB UEBER      *
      *                  HMP0014 UND DRUCKT (HMF0015) ALLE, DIE       *
      *                  KEINEN EIGNER HABEN, DEREN EIGNER GESPERRT   *
      *                  (PCONFIG LOCKED) ODER AUSGESCHIEDEN IST      *
      *                  (KEIN H050-SATZ MEHR, Z.B. NACH DEM          *
      *                  OFFBOARDING XXP1023) ODER DEREN VERTRETER    *
      *                  NICHT MEHR AKTIV IST. JE ZEILE STEHT, OB     *
      *                  MELDUNGEN NOCH JEMANDEN ERREICHEN (WIRKSAMER *
      *                  ADRESSAT). DIE NEUZUORDNUNG ERFOLGT IN       *
      *                  HMP0013.                                     *
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
      * PPGMLIB: PLLIB, PLFILE (PROGRAMME)
      *-------------------------------------------------------------
           SELECT PPGMLIB-DP
                  ASSIGN       TO  DATABASE-PPGMLIB
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *    PRINTERFILE FUER DIE LISTE
      *-------------------------------------------------------------
           SELECT XXDRUCK-DAT
                  ASSIGN        TO FORMATFILE-HMF0015
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PPGMLIB: PLLIB, PLFILE
       FD  PPGMLIB-DP
           LABEL RECORDS ARE STANDARD.
       01  PPGMLIB-P.
           COPY DDS-ALL-FORMATS OF PPGMLIB.
      /
      *------DRUCKAUSGABE----
       FD  XXDRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  XXDRUCK-REC.
           COPY DDS-ALL-FORMATS OF HMF0015.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "HMP0015".
       01  PGM-TYP                       PIC X(8)  VALUE "HERMES".

      * PARAMETER FUER CL-PROGRAMME
       01  OVRPRTF-REC                   TYPE OVRPRTF-TYPE.
       01  OVR-OUTQ                      PIC X(10).

      * PARAMETER FUER HMP0014
       01  OWN-LIB                       PIC X(10).
       01  OWN-PGM                       PIC X(10).
       01  OWN-PRIM                      PIC X(10).
       01  OWN-PSTS                      PIC X(1).
       01  OWN-VERT                      PIC X(10).
       01  OWN-VSTS                      PIC X(1).
       01  OWN-HERK                      PIC X(1).
       01  OWN-EMPF                      PIC X(10).

      * BEFUND DES PROGRAMMS
       01  BEFUND-TXT                    PIC X(30).

      * ZAEHLER
       01  ANZ-GEPRUEFT                  PIC 9(5)  VALUE ZEROES.
       01  ANZ-OHNE                      PIC 9(5)  VALUE ZEROES.
       01  ANZ-INAKTIV                   PIC 9(5)  VALUE ZEROES.
       01  ANZ-VERTRETER                 PIC 9(5)  VALUE ZEROES.
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
           MOVE     "HMP0015" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

      * OUTQ SETZEN UND DRUCKDATEI OEFFNEN
           IF       X-OUTQ = SPACES
                    MOVE "PRT01" TO OVR-OUTQ
           ELSE
                    MOVE X-OUTQ  TO OVR-OUTQ
           END-IF.
           INITIALIZE RET-CODE.
           INITIALIZE OVRPRTF-REC.
           MOVE     "HMF0015" TO FROMFILE OF OVRPRTF-REC.
           MOVE     OVR-OUTQ  TO TOOUTQ   OF OVRPRTF-REC.
           CALL     "CLP0041" USING OVRPRTF-REC
                                    RET-CODE
           END-CALL.

           OPEN     INPUT  PPGMLIB-DP.
           OPEN     OUTPUT XXDRUCK-DAT.

      * KOPFZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "KOPF"    TO DRART   OF XXDRUCK-REC.
           MOVE     DATE-8    TO DRDATUM OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

      * ALLE PROGRAMME PRUEFEN
           PERFORM  PRUEFE-PROGRAMME.

      * SUMMENZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "SUMME"       TO DRART   OF XXDRUCK-REC.
           MOVE     ANZ-GEPRUEFT  TO DRANZG  OF XXDRUCK-REC.
           MOVE     ANZ-OHNE      TO DRANZO  OF XXDRUCK-REC.
           MOVE     ANZ-INAKTIV   TO DRANZI  OF XXDRUCK-REC.
           MOVE     ANZ-VERTRETER TO DRANZV  OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           CLOSE    PPGMLIB-DP
                    XXDRUCK-DAT.

           PERFORM  LOGGE-ERGEBNIS.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE PROGRAMME AUS PPGMLIB PRUEFEN
      *--------------------------------------------------------------
       PRUEFE-PROGRAMME SECTION.
       PRF-PGM-00.

           INITIALIZE PPGMLIBF OF PPGMLIB-P.
           MOVE     SPACES TO PLLIB  OF PPGMLIB-P.
           MOVE     SPACES TO PLFILE OF PPGMLIB-P.
           START    PPGMLIB-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-PGM-90
           END-IF.

       PRF-PGM-20.
           READ     PPGMLIB-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-PGM-90
           END-IF.

           ADD      1 TO ANZ-GEPRUEFT.

           MOVE     PLLIB  OF PPGMLIB-P TO OWN-LIB.
           MOVE     PLFILE OF PPGMLIB-P TO OWN-PGM.
           CALL     "HMP0014" USING OWN-LIB
                                    OWN-PGM
                                    OWN-PRIM
                                    OWN-PSTS
                                    OWN-VERT
                                    OWN-VSTS
                                    OWN-HERK
                                    OWN-EMPF
           END-CALL.

      * BEFUND ERMITTELN, PROGRAMME OHNE BEFUND ENTFALLEN
           INITIALIZE BEFUND-TXT.
           EVALUATE TRUE
                    WHEN OWN-HERK = SPACES
                         MOVE "KEIN EIGNER"          TO BEFUND-TXT
                         ADD  1 TO ANZ-OHNE
                    WHEN OWN-PSTS = "O"
                         MOVE "EIGNER AUSGESCHIEDEN" TO BEFUND-TXT
                         ADD  1 TO ANZ-INAKTIV
                    WHEN OWN-PSTS = "G"
                         MOVE "EIGNER GESPERRT"      TO BEFUND-TXT
                         ADD  1 TO ANZ-INAKTIV
                    WHEN OWN-VERT NOT = SPACES
                     AND OWN-VSTS NOT = "A"
                         MOVE "VERTRETER INAKTIV"    TO BEFUND-TXT
                         ADD  1 TO ANZ-VERTRETER
           END-EVALUATE.
           IF       BEFUND-TXT = SPACES
                    GO TO PRF-PGM-20
           END-IF.

           PERFORM  DRUCKE-ZEILE.

           GO TO    PRF-PGM-20.

       PRF-PGM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZEILE EINES PROGRAMMS DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-ZEILE SECTION.
       DRK-ZEI-00.

           INITIALIZE XXDRUCK-REC.
           MOVE     "ZEILE"              TO DRART  OF XXDRUCK-REC.
           MOVE     PLLIB  OF PPGMLIB-P  TO PLLIB  OF XXDRUCK-REC.
           MOVE     PLFILE OF PPGMLIB-P  TO PLFILE OF XXDRUCK-REC.
           MOVE     PLMTXT OF PPGMLIB-P  TO PLMTXT OF XXDRUCK-REC.
           MOVE     OWN-HERK             TO OWTYP  OF XXDRUCK-REC.
           MOVE     OWN-PRIM             TO OWPRIM OF XXDRUCK-REC.
           MOVE     OWN-PSTS             TO DRPSTS OF XXDRUCK-REC.
           MOVE     OWN-VERT             TO OWVERT OF XXDRUCK-REC.
           MOVE     OWN-VSTS             TO DRVSTS OF XXDRUCK-REC.
           MOVE     OWN-EMPF             TO DREMPF OF XXDRUCK-REC.
           MOVE     BEFUND-TXT           TO DRBEFU OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

       DRK-ZEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ERGEBNIS UEBER CFP0019 PROTOKOLLIEREN
      *--------------------------------------------------------------
       LOGGE-ERGEBNIS SECTION.
       LOG-ERG-00.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PPGMOWN"  TO STFILE OF LOG-CPY.
           IF       ANZ-OHNE    = ZEROES
            AND     ANZ-INAKTIV = ZEROES
                    MOVE "INFO" TO STKEY OF LOG-CPY
           ELSE
                    MOVE "WARN" TO STKEY OF LOG-CPY
           END-IF.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "PROGRAMME "                         DELIMITED BY
                                                         SIZE
                    ANZ-GEPRUEFT                         DELIMITED BY
                                                         SIZE
                    ", OHNE EIGNER "                     DELIMITED BY
                                                         SIZE
                    ANZ-OHNE                             DELIMITED BY
                                                         SIZE
                    ", EIGNER INAKTIV "                  DELIMITED BY
                                                         SIZE
                    ANZ-INAKTIV                          DELIMITED BY
                                                         SIZE
                    ", VERTRETER INAKTIV "               DELIMITED BY
                                                         SIZE
                    ANZ-VERTRETER                        DELIMITED BY
                                                         SIZE
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       LOG-ERG-90.
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
