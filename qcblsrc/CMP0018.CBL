       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CMP0018.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * LISTE DER NOTFREIGABEN IN SPERRZEITEN (NACHKONTROLLE)         *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  DRUCKT ALLE NOTFREIGABEN AUS PCMPFRO         *
      *                  (CMF0018): JE FREIGABE DIE SPERRZEIT (VON/   *
      *                  BIS, GRUND), RELEASE, PROGRAMM, COMPILE,     *
      *                  ANTRAGSTELLER, ZWEITE PERSON, GRUND DER      *
      *                  NOTFREIGABE UND OB SIE GENUTZT WURDE         *
      *                  (FOSTAT "V" MIT UEBERNAHME FOPRLF) ODER      *
      *                  NOCH OFFEN IST (FOSTAT "F"). X-VON/X-BIS     *
      *                  GRENZEN AUF DAS ERFASSUNGSDATUM EIN          *
      *                  (ZEROES = OHNE GRENZE). GEDACHT FUER DIE     *
      *                  DURCHSICHT NACH ENDE EINER SPERRZEIT.        *
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
      * PCMPFRO: FOLFDN (NOTFREIGABEN IN SPERRZEITEN)
      *-------------------------------------------------------------
           SELECT PCMPFRO-DP
                  ASSIGN       TO  DATABASE-PCMPFRO
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCMPFRZ: FZLFDN (SPERRZEITEN)
      *-------------------------------------------------------------
           SELECT PCMPFRZ-DP
                  ASSIGN       TO  DATABASE-PCMPFRZ
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *    PRINTERFILE FUER DIE NOTFREIGABELISTE
      *-------------------------------------------------------------
           SELECT XXDRUCK-DAT
                  ASSIGN        TO FORMATFILE-CMF0018
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PCMPFRO: FOLFDN
       FD  PCMPFRO-DP
           LABEL RECORDS ARE STANDARD.
       01  PCMPFRO-P.
           COPY DDS-ALL-FORMATS OF PCMPFRO.
      /
      *--- PCMPFRZ: FZLFDN
       FD  PCMPFRZ-DP
           LABEL RECORDS ARE STANDARD.
       01  PCMPFRZ-P.
           COPY DDS-ALL-FORMATS OF PCMPFRZ.
      /
      *------DRUCKAUSGABE----
       FD  XXDRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  XXDRUCK-REC.
           COPY DDS-ALL-FORMATS OF CMF0018.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CMP0018".
       01  PGM-TYP                       PIC X(8)  VALUE "COMPILER".

      * PARAMETER FUER CL-PROGRAMME
       01  OVRPRTF-REC                   TYPE OVRPRTF-TYPE.
       01  OVR-OUTQ                      PIC X(10).

      * ZAEHLER
       01  ANZ-GESAMT                    PIC 9(5)  VALUE ZEROES.
       01  ANZ-OFFEN                     PIC 9(5)  VALUE ZEROES.
       01  ANZ-GENUTZT                   PIC 9(5)  VALUE ZEROES.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * AUSGABEWARTESCHLANGE, SPACES = PRT01
       01  X-OUTQ                        PIC X(10).
      * ERFASSUNGSDATUM VON/BIS (ZEROES = OHNE GRENZE)
       01  X-VON                         PIC 9(8).
       01  X-BIS                         PIC 9(8).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-OUTQ
                                X-VON
                                X-BIS.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "CMP0018" TO PGM-WRK.
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
           MOVE     "CMF0018" TO FROMFILE OF OVRPRTF-REC.
           MOVE     OVR-OUTQ  TO TOOUTQ   OF OVRPRTF-REC.
           CALL     "CLP0041" USING OVRPRTF-REC
                                    RET-CODE
           END-CALL.

           OPEN     INPUT  PCMPFRO-DP
                           PCMPFRZ-DP.
           OPEN     OUTPUT XXDRUCK-DAT.

      * KOPFZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "KOPF"    TO DRART   OF XXDRUCK-REC.
           MOVE     DATE-8    TO DRDATUM OF XXDRUCK-REC.
           MOVE     X-VON     TO DRVON   OF XXDRUCK-REC.
           MOVE     X-BIS     TO DRBIS   OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

      * ALLE NOTFREIGABEN DRUCKEN
           PERFORM  DRUCKE-FREIGABEN.

      * SUMMENZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "SUMME"      TO DRART   OF XXDRUCK-REC.
           MOVE     ANZ-GESAMT   TO DRANZG  OF XXDRUCK-REC.
           MOVE     ANZ-OFFEN    TO DRANZO  OF XXDRUCK-REC.
           MOVE     ANZ-GENUTZT  TO DRANZV  OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           CLOSE    PCMPFRO-DP
                    PCMPFRZ-DP
                    XXDRUCK-DAT.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE NOTFREIGABEN IM ZEITRAUM LESEN UND DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-FREIGABEN SECTION.
       DRK-FRG-00.

           INITIALIZE PCMPFROF OF PCMPFRO-P.
           MOVE     ZEROES TO FOLFDN OF PCMPFRO-P.
           START    PCMPFRO-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRK-FRG-90
           END-IF.

       DRK-FRG-20.
           READ     PCMPFRO-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRK-FRG-90
           END-IF.

           IF       X-VON NOT = ZEROES
            AND     FOADTA OF PCMPFRO-P < X-VON
                    GO TO DRK-FRG-20
           END-IF.
           IF       X-BIS NOT = ZEROES
            AND     FOADTA OF PCMPFRO-P > X-BIS
                    GO TO DRK-FRG-20
           END-IF.

      * ZUGEHOERIGE SPERRZEIT (KANN INZWISCHEN ENTFERNT SEIN)
           INITIALIZE PCMPFRZF OF PCMPFRZ-P.
           MOVE     FOFZLF OF PCMPFRO-P TO FZLFDN OF PCMPFRZ-P.
           READ     PCMPFRZ-DP.
           IF       FILE-STATUS NOT = ZEROES
                    INITIALIZE PCMPFRZF OF PCMPFRZ-P
           END-IF.

           PERFORM  DRUCKE-ZEILE.

           ADD      1 TO ANZ-GESAMT.
           IF       FOSTAT OF PCMPFRO-P = "V"
                    ADD 1 TO ANZ-GENUTZT
           ELSE
                    ADD 1 TO ANZ-OFFEN
           END-IF.

           GO TO    DRK-FRG-20.

       DRK-FRG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZEILE EINER NOTFREIGABE DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-ZEILE SECTION.
       DRK-ZEI-00.

           INITIALIZE XXDRUCK-REC.
           MOVE     "ZEILE"              TO DRART  OF XXDRUCK-REC.
           MOVE     FZVON  OF PCMPFRZ-P  TO FZVON  OF XXDRUCK-REC.
           MOVE     FZBIS  OF PCMPFRZ-P  TO FZBIS  OF XXDRUCK-REC.
           MOVE     FZGRND OF PCMPFRZ-P  TO FZGRND OF XXDRUCK-REC.
           MOVE     FORELF OF PCMPFRO-P  TO FORELF OF XXDRUCK-REC.
           MOVE     FOPGM  OF PCMPFRO-P  TO FOPGM  OF XXDRUCK-REC.
           MOVE     FOLIB  OF PCMPFRO-P  TO FOLIB  OF XXDRUCK-REC.
           MOVE     FOCMLF OF PCMPFRO-P  TO FOCMLF OF XXDRUCK-REC.
           MOVE     FOUSR  OF PCMPFRO-P  TO FOUSR  OF XXDRUCK-REC.
           MOVE     FOAPPR OF PCMPFRO-P  TO FOAPPR OF XXDRUCK-REC.
           MOVE     FOGRND OF PCMPFRO-P  TO FOGRND OF XXDRUCK-REC.
           MOVE     FOSTAT OF PCMPFRO-P  TO FOSTAT OF XXDRUCK-REC.
           MOVE     FOPRLF OF PCMPFRO-P  TO FOPRLF OF XXDRUCK-REC.
           MOVE     FOADTA OF PCMPFRO-P  TO FOADTA OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

       DRK-ZEI-90.
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
