       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0110.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * VORSCHAU ERSTHELFER/BRANDSCHUTZHELFER DER NAECHSTEN 14 TAGE   *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  DRUCKT AB X-DATUM (ZEROES = HEUTE) FUER 14    *
      *                  TAGE JE ARBEITSTAG DIE ANZAHL DER ANWESENDEN *
      *                  ERSTHELFER ("EH") UND BRANDSCHUTZHELFER      *
      *                  ("BSH") MIT DER JEWEILIGEN MINDESTANZAHL     *
      *                  (ERMITTELT DURCH XXP0109). TAGE UNTER DEM    *
      *                  MINIMUM WERDEN MIT "UNTER" MARKIERT, DAMIT   *
      *                  SIE VOR DEM TAG BEHOBEN WERDEN KOENNEN.      *
      *                  WOCHENENDEN UND FEIERTAGE ENTFALLEN. SPOOL   *
      *                  XXF0110 UEBER DIE DREHSCHEIBE XXP2030 AN DEN *
      *                  AUFRUFER.                                    *
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
      *    PRINTERFILE FUER DIE VORSCHAU
      *-------------------------------------------------------------
           SELECT XXDRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0110
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *------DRUCKAUSGABE----
       FD  XXDRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  XXDRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0110.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0110".
       01  PGM-TYP                       PIC X(8)  VALUE "FUN    ".

      * PARAMETER FUER DIE AUSGABEDREHSCHEIBE XXP2030
       01  HUB-AKTION                    PIC X(1).
       01  HUB-PRTF                      PIC X(10).
       01  HUB-USER                      PIC X(10).
       01  HUB-OUTQ                      PIC X(10).

      * PARAMETER FUER DAS XXP0109 (ABDECKUNG EINER ROLLE)
       01  ABD-DATUM                     PIC 9(8).
       01  ABD-ROLLE                     PIC X(3).
       01  ABD-ANZAHL                    PIC 9(3).
       01  ABD-MINDEST                   PIC 9(3).

      * VORSCHAUZEITRAUM
       01  VORSCHAU-TAGE                 PIC 9(3) VALUE 14.
       01  TAG-NR                        PIC 9(3).
       01  TAG-INT                       PIC 9(9).

      * ZAEHLER FUER DIE SUMMENZEILE
       01  ANZ-TAGE                      PIC 9(3)   VALUE ZEROES.
       01  ANZ-UNTER                     PIC 9(3)   VALUE ZEROES.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * ERSTER TAG DER VORSCHAU, ZEROES = HEUTE
       01  X-DATUM                       PIC 9(8).
      * AUSGABEWARTESCHLANGE, SPACES = PRT01
       01  X-OUTQ                        PIC X(10).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-DATUM
                                X-OUTQ.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0110" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

      * OHNE DATUM BEGINNT DIE VORSCHAU HEUTE
           IF       X-DATUM = ZEROES
                    MOVE DATE-8 TO X-DATUM
           END-IF.

      * AUSGABEWEG UEBER DIE DREHSCHEIBE XXP2030 BESTIMMEN
           INITIALIZE RET-CODE.
           MOVE     "V"       TO HUB-AKTION.
           MOVE     "XXF0110" TO HUB-PRTF.
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
           MOVE     "KOPF"      TO DRART   OF XXDRUCK-REC.
           MOVE     X-DATUM     TO DRVON   OF XXDRUCK-REC.
           MOVE     DATE-8      TO DRDATUM OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           PERFORM  DRUCKE-TAGE.

      * SUMMENZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "SUMME"     TO DRART    OF XXDRUCK-REC.
           MOVE     ANZ-TAGE    TO DRANZTAG OF XXDRUCK-REC.
           MOVE     ANZ-UNTER   TO DRANZUNT OF XXDRUCK-REC.
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

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * JE ARBEITSTAG DES VORSCHAUZEITRAUMS EINE ZEILE DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-TAGE SECTION.
       DRK-TAG-00.

           MOVE     ZEROES  TO TAG-NR.
           MOVE     X-DATUM TO ABD-DATUM.

       DRK-TAG-20.
           IF       TAG-NR NOT < VORSCHAU-TAGE
                    GO TO DRK-TAG-90
           END-IF.

           INITIALIZE XXDRUCK-REC.
           MOVE     "ZEILE"     TO DRART   OF XXDRUCK-REC.
           MOVE     ABD-DATUM   TO DRTAG   OF XXDRUCK-REC.
           MOVE     SPACES      TO DRKZ    OF XXDRUCK-REC.

      * ERSTHELFER
           MOVE     "EH"        TO ABD-ROLLE.
           PERFORM  ERMITTLE-ABDECKUNG.
           IF       ABD-MINDEST = ZEROES
                    GO TO DRK-TAG-80
           END-IF.
           MOVE     ABD-ANZAHL  TO DREHANZ OF XXDRUCK-REC.
           MOVE     ABD-MINDEST TO DREHMIN OF XXDRUCK-REC.
           IF       ABD-ANZAHL < ABD-MINDEST
                    MOVE "UNTER" TO DRKZ OF XXDRUCK-REC
           END-IF.

      * BRANDSCHUTZHELFER
           MOVE     "BSH"       TO ABD-ROLLE.
           PERFORM  ERMITTLE-ABDECKUNG.
           MOVE     ABD-ANZAHL  TO DRBSANZ OF XXDRUCK-REC.
           MOVE     ABD-MINDEST TO DRBSMIN OF XXDRUCK-REC.
           IF       ABD-ANZAHL < ABD-MINDEST
                    MOVE "UNTER" TO DRKZ OF XXDRUCK-REC
           END-IF.

           ADD      1 TO ANZ-TAGE.
           IF       DRKZ OF XXDRUCK-REC NOT = SPACES
                    ADD 1 TO ANZ-UNTER
           END-IF.
           WRITE    XXDRUCK-REC.

       DRK-TAG-80.
      * NAECHSTER TAG
           ADD      1 TO TAG-NR.
           COMPUTE  TAG-INT = FUNCTION INTEGER-OF-DATE(ABD-DATUM) + 1.
           COMPUTE  ABD-DATUM = FUNCTION DATE-OF-INTEGER(TAG-INT).
           GO TO    DRK-TAG-20.

       DRK-TAG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABDECKUNG DER ROLLE ABD-ROLLE AM TAG ABD-DATUM ERMITTELN
      *--------------------------------------------------------------
       ERMITTLE-ABDECKUNG SECTION.
       ERM-ABD-00.

           MOVE     ZEROES TO ABD-ANZAHL.
           MOVE     ZEROES TO ABD-MINDEST.
           CALL     "XXP0109" USING ABD-DATUM
                                    ABD-ROLLE
                                    ABD-ANZAHL
                                    ABD-MINDEST
           END-CALL.

       ERM-ABD-90.
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
