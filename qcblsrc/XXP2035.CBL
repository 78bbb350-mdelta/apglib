       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP2035.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * AUFRUF DER API "LIST JOB (QUSLJOB)": IST EIN JOB AKTIV?       *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LISTET ALLE AKTIVEN JOBS MIT DEM JOBNAMEN    *
      *                  X-JOBNAME (JEDER USER, JEDE NUMMER) IN DEN   *
      *                  BENUTZERBEREICH QTEMP/XXP2035US UND LIEFERT  *
      *                  DIE ANZAHL DER LISTENEINTRAEGE AUS DEM       *
      *                  ALLGEMEINEN KOPFBEREICH (QUSRTVUS) ZURUECK.  *
      *                  X-RETCODE = "1": API-FEHLER.                 *
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
      /
       DATA DIVISION.
       FILE SECTION.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP2035".
       01  PGM-TYP                       PIC X(8)  VALUE "API".

       01  ERROR-REC.
           05 BYTESPROV                     PIC 9(8) BINARY.
           05 BYTESAVAIL                    PIC 9(8) BINARY.
           05 EXCEPTID                      PIC X(7).
           05 FILLER1                       PIC X(1).
           05 FILLER2                       PIC X(16).

      * BENUTZERBEREICH FUER DIE JOBLISTE
       01  USRSPC.
        05 USRSPC-NAME                   PIC X(10) VALUE "XXP2035US".
        05 USRSPC-LIB                    PIC X(10) VALUE "QTEMP".
       01  USRSPC-ATTR                   PIC X(10) VALUE "LSTJOB".
       01  USRSPC-GROESSE                PIC 9(8) BINARY VALUE 65536.
       01  USRSPC-INIT                   PIC X(1)  VALUE LOW-VALUE.
       01  USRSPC-AUT                    PIC X(10) VALUE "*ALL".
       01  USRSPC-TEXT                   PIC X(50)
                                         VALUE "JOBLISTE XXP2035".
       01  USRSPC-ERSETZEN               PIC X(10) VALUE "*YES".

      * PARAMETER FUER QUSLJOB
       01  LJOB-FORMAT                   PIC X(8)  VALUE "JOBL0100".
       01  LJOB-JOB.
        05 LJOB-NAME                     PIC X(10).
        05 LJOB-USER                     PIC X(10) VALUE "*ALL".
        05 LJOB-NBR                      PIC X(6)  VALUE "*ALL".
       01  LJOB-STATUS                   PIC X(10) VALUE "*ACTIVE".

      * ALLGEMEINER KOPFBEREICH AB POSITION 125
       01  RTVUS-START                   PIC 9(8) BINARY VALUE 125.
       01  RTVUS-LEN                     PIC 9(8) BINARY VALUE 16.
       01  LISTE-KOPF.
        05 KOPF-OFFSET                   PIC 9(8) BINARY.
        05 KOPF-GROESSE                  PIC 9(8) BINARY.
        05 KOPF-ANZAHL                   PIC 9(8) BINARY.
        05 KOPF-EINTRAG                  PIC 9(8) BINARY.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-JOBNAME                     PIC X(10).
       01  X-ANZAHL                      PIC 9(5).
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-JOBNAME
                                X-ANZAHL
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP2035" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.
           MOVE     ZEROES TO X-ANZAHL.
           IF       X-JOBNAME = SPACES
                    GO TO ENDE
           END-IF.

      * BENUTZERBEREICH ANLEGEN BZW. ERSETZEN
           INITIALIZE ERROR-REC.
           MOVE     16 TO BYTESPROV OF ERROR-REC.
           CALL     "QUSCRTUS" USING USRSPC
                                     USRSPC-ATTR
                                     USRSPC-GROESSE
                                     USRSPC-INIT
                                     USRSPC-AUT
                                     USRSPC-TEXT
                                     USRSPC-ERSETZEN
                                     ERROR-REC
           END-CALL.
           IF       BYTESAVAIL OF ERROR-REC NOT = ZEROES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

      * ALLE AKTIVEN JOBS DIESES NAMENS AUFLISTEN
           MOVE     X-JOBNAME TO LJOB-NAME.
           INITIALIZE ERROR-REC.
           MOVE     16 TO BYTESPROV OF ERROR-REC.
           CALL     "QUSLJOB" USING USRSPC
                                    LJOB-FORMAT
                                    LJOB-JOB
                                    LJOB-STATUS
                                    ERROR-REC
           END-CALL.
           IF       BYTESAVAIL OF ERROR-REC NOT = ZEROES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

      * ANZAHL DER LISTENEINTRAEGE AUS DEM KOPFBEREICH
           INITIALIZE LISTE-KOPF.
           INITIALIZE ERROR-REC.
           MOVE     16 TO BYTESPROV OF ERROR-REC.
           CALL     "QUSRTVUS" USING USRSPC
                                     RTVUS-START
                                     RTVUS-LEN
                                     LISTE-KOPF
                                     ERROR-REC
           END-CALL.
           IF       BYTESAVAIL OF ERROR-REC NOT = ZEROES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

           MOVE     KOPF-ANZAHL TO X-ANZAHL.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *---------------------------------------------------------------
      * COPY-PGM-INIT/COPY-PGM-EXIT: STANDARDROUTINEN START UND ENDE
      *---------------------------------------------------------------

           COPY     PGMWRK     OF APG-QCPYSRC.
      /
