       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CFP8005.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      *                  NIMMT DER SERVERJOB XXP2012 - DER            *
      *                  PROGRAMMSTART WARTET DAMIT NICHT MEHR        *
      *                  AUF DAS LOGGING-I/O.                         *
      * 15.10.2026 MD    DER AUFRUFER DES PROTOKOLLIERTEN PROGRAMMS   *
      *                  (CFP9007) GEHT IN D-PARM1/D-PARM2 MIT, FUER  *
      *                  DIE HINWEISE ZU ABGEKUENDIGTEN PROGRAMMEN    *
      *                  IN XXP2012.                                  *
      * 15.10.2026 MD    PROGRAM-ID UND PGM-WRK AUF CFP8005, DAMIT    *
      *                  DIE STAPELABFRAGE (CFP9007) BEIM EIGENEN     *
      *                  PROGRAMM ANSETZT.                            *
      *                                                               *
      *****************************************************************
      *
       01  DTAQ-LIB                      PIC X(10).
       01  DTAQ-LEN                      PIC S9(5) COMP-3.

      * AUFRUFER DES PROTOKOLLIERTEN PROGRAMMS
       01  AUFRUF-LIB                    LIKE ACTLIB-WRK.
       01  AUFRUF-PGM                    LIKE ACTPGM-WRK.
       01  DEPTH-WRK                     LIKE ACT-DEPTH.

       01  PGM-WRK                       PIC X(10) VALUE "CFP8005".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".
      /
      *-------------------------------------------------------------
       ANFANG.

      * FάLLEN PGM-WRK UND AUSFάHREN STANDARDROUTINEN
           MOVE     "CFP8005" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * ALLE PARAMETER VORHANDEN?
           MOVE     DATE-8          TO D-DATE  OF DTAQ-REC.
           MOVE     TIME-6          TO D-TIME  OF DTAQ-REC.

      * AUFRUFER DES PROTOKOLLIERTEN PROGRAMMS (EINE STUFE UEBER
      * DEM PROGRAMM, DAS UNS RUFT); REINE STAPELABFRAGE OHNE I/O
           MOVE     SPACES TO AUFRUF-LIB, AUFRUF-PGM.
           MOVE     2      TO DEPTH-WRK.
           CALL     "CFP9007" IN LIBRARY CONST-LIB
                    USING PGM-WRK
                          DEPTH-WRK
                          AUFRUF-LIB
                          AUFRUF-PGM
           END-CALL.
           MOVE     AUFRUF-PGM      TO D-PARM1 OF DTAQ-REC.
           MOVE     AUFRUF-LIB      TO D-PARM2 OF DTAQ-REC.

      * IN DIE DATENWARTESCHLANGE STELLEN UND SOFORT ZURUECK
           MOVE     CONST-LIB       TO DTAQ-LIB.
           COMPUTE  DTAQ-LEN = LENGTH OF DTAQ-REC.
