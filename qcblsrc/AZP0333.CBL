       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              AZP0333.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * BEURTEILUNGSBOGEN EINES EINSATZES FUER DIE PERSONALAKTE       *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  DRUCKT DEN BEURTEILUNGSBOGEN VON X-USER FUER *
      *                  DEN EINSATZ AB X-VON (PAZUBEU, PFLEGE        *
      *                  AZP0332) MIT ALLEN KRITERIEN (PAZUBEK),      *
      *                  DEM GESAMTKOMMENTAR UND DEN BESTAETIGUNGEN   *
      *                  VON AUSBILDER UND AZUBI. SPOOL AZF0333       *
      *                  UEBER DIE DREHSCHEIBE XXP2030.               *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    DER BOGEN WIRD ZUSAETZLICH ALS DOKUMENT      *
      *                  "BEURTEIL" IN DER DIGITALEN PERSONALAKTE DES *
      *                  AZUBIS ABGELEGT (XXP2032).                   *
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
      * PAZUBEU: BUUSER, BUVON (BEURTEILUNGSBOGEN)
      *-------------------------------------------------------------
           SELECT PAZUBEU-DP
                  ASSIGN       TO  DATABASE-PAZUBEU
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAZUBEK: BKUSER, BKVON, BKKRIT (KRITERIEN DES BOGENS)
      *-------------------------------------------------------------
           SELECT PAZUBEK-DP
                  ASSIGN       TO  DATABASE-PAZUBEK
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *    PRINTERFILE FUER DEN BEURTEILUNGSBOGEN
      *-------------------------------------------------------------
           SELECT XXDRUCK-DAT
                  ASSIGN        TO FORMATFILE-AZF0333
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PAZUBEU: BUUSER, BUVON
       FD  PAZUBEU-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUBEU-P.
           COPY DDS-ALL-FORMATS OF PAZUBEU.
      /
      *--- PAZUBEK: BKUSER, BKVON, BKKRIT
       FD  PAZUBEK-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUBEK-P.
           COPY DDS-ALL-FORMATS OF PAZUBEK.
      /
      *------DRUCKAUSGABE----
       FD  XXDRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  XXDRUCK-REC.
           COPY DDS-ALL-FORMATS OF AZF0333.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "AZP0333".
       01  PGM-TYP                       PIC X(8)  VALUE "AZUBI ".

      * PARAMETER FUER DIE AUSGABEDREHSCHEIBE XXP2030
       01  HUB-AKTION                    PIC X(1).
       01  HUB-PRTF                      PIC X(10).
       01  HUB-USER                      PIC X(10).
       01  HUB-OUTQ                      PIC X(10).

      * PARAMETER FUER DIE PERSONALAKTE XXP2032
       01  AKT-PRTF                      PIC X(10).
       01  AKT-USER                      PIC X(10).
       01  AKT-DOKTYP                    PIC X(10).
       01  AKT-VON                       PIC 9(8).
       01  AKT-BIS                       PIC 9(8).

      * DURCHSCHNITT DER NOTEN DES BOGENS
       01  NOTEN-SUMME                   PIC 9(3)     VALUE ZEROES.
       01  NOTEN-ANZ                     PIC 9(3)     VALUE ZEROES.
       01  NOTEN-SCHNITT                 PIC 9(1)V99  VALUE ZEROES.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-USER                        PIC X(10).
       01  X-VON                         LIKE BUVON OF PAZUBEU-P.
      * AUSGABEWARTESCHLANGE, SPACES = PRT01
       01  X-OUTQ                        PIC X(10).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-USER
                                X-VON
                                X-OUTQ.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "AZP0333" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

      * ALLE PARAMETER VORHANDEN?
           IF       X-USER = SPACES
            OR      X-VON  = ZEROES
                    GO TO ENDE
           END-IF.

           OPEN     INPUT  PAZUBEU-DP
                           PAZUBEK-DP.

      * OHNE BOGEN KEIN DRUCK
           INITIALIZE PAZUBEUF OF PAZUBEU-P.
           MOVE     X-USER TO BUUSER OF PAZUBEU-P.
           MOVE     X-VON  TO BUVON  OF PAZUBEU-P.
           READ     PAZUBEU-DP.
           IF       FILE-STATUS NOT = ZEROES
                    CLOSE PAZUBEU-DP
                          PAZUBEK-DP
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

      * AUSGABEWEG UEBER DIE DREHSCHEIBE XXP2030 BESTIMMEN
           INITIALIZE RET-CODE.
           MOVE     "V"       TO HUB-AKTION.
           MOVE     "AZF0333" TO HUB-PRTF.
           MOVE     T-USER    TO HUB-USER.
           MOVE     X-OUTQ    TO HUB-OUTQ.
           CALL     "XXP2030" USING HUB-AKTION
                                    HUB-PRTF
                                    HUB-USER
                                    HUB-OUTQ
                                    RET-CODE
           END-CALL.

           OPEN     OUTPUT XXDRUCK-DAT.

      * KOPFZEILE MIT DEM EINSATZ
           INITIALIZE XXDRUCK-REC.
           MOVE     "KOPF"               TO DRART   OF XXDRUCK-REC.
           MOVE     BUUSER OF PAZUBEU-P  TO DRUSER  OF XXDRUCK-REC.
           MOVE     BUTEAM OF PAZUBEU-P  TO DRTEAM  OF XXDRUCK-REC.
           MOVE     BUVON  OF PAZUBEU-P  TO DRVON   OF XXDRUCK-REC.
           MOVE     BUBIS  OF PAZUBEU-P  TO DRBIS   OF XXDRUCK-REC.
           MOVE     BUAUSB OF PAZUBEU-P  TO DRAUSB  OF XXDRUCK-REC.
           MOVE     DATE-8               TO DRDATUM OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           PERFORM  DRUCKE-KRITERIEN.

      * GESAMTKOMMENTAR UND DURCHSCHNITT
           IF       NOTEN-ANZ > ZEROES
                    COMPUTE NOTEN-SCHNITT ROUNDED =
                            NOTEN-SUMME / NOTEN-ANZ
                    END-COMPUTE
           END-IF.
           INITIALIZE XXDRUCK-REC.
           MOVE     "SUMME"              TO DRART   OF XXDRUCK-REC.
           MOVE     NOTEN-SCHNITT        TO DRSCHN  OF XXDRUCK-REC.
           MOVE     BUKOMM OF PAZUBEU-P  TO DRKOMM  OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

      * BESTAETIGUNGEN VON AUSBILDER UND AZUBI
           INITIALIZE XXDRUCK-REC.
           MOVE     "BESTAET"            TO DRART   OF XXDRUCK-REC.
           MOVE     BUAUSB OF PAZUBEU-P  TO DRAUSB  OF XXDRUCK-REC.
           MOVE     BUQAUS OF PAZUBEU-P  TO DRQAUS  OF XXDRUCK-REC.
           MOVE     BUUSER OF PAZUBEU-P  TO DRUSER  OF XXDRUCK-REC.
           MOVE     BUQAZU OF PAZUBEU-P  TO DRQAZU  OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           CLOSE    PAZUBEU-DP
                    PAZUBEK-DP
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

      * AUSDRUCK IN DER PERSONALAKTE ABLEGEN
           INITIALIZE RET-CODE.
           MOVE     "AZF0333"    TO AKT-PRTF.
           MOVE     X-USER       TO AKT-USER.
           MOVE     "BEURTEIL"   TO AKT-DOKTYP.
           MOVE     BUVON OF PAZUBEU-P TO AKT-VON.
           MOVE     BUBIS OF PAZUBEU-P TO AKT-BIS.
           CALL     "XXP2032" USING AKT-PRTF
                                    AKT-USER
                                    AKT-DOKTYP
                                    AKT-VON
                                    AKT-BIS
                                    RET-CODE
           END-CALL.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * JE KRITERIUM DES BOGENS EINE ZEILE
      *--------------------------------------------------------------
       DRUCKE-KRITERIEN SECTION.
       DRK-KRI-00.

           INITIALIZE PAZUBEKF OF PAZUBEK-P.
           MOVE     X-USER TO BKUSER OF PAZUBEK-P.
           MOVE     X-VON  TO BKVON  OF PAZUBEK-P.
           MOVE     ZEROES TO BKKRIT OF PAZUBEK-P.
           START    PAZUBEK-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRK-KRI-90
           END-IF.

       DRK-KRI-20.
           READ     PAZUBEK-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      BKUSER OF PAZUBEK-P NOT = X-USER
            OR      BKVON  OF PAZUBEK-P NOT = X-VON
                    GO TO DRK-KRI-90
           END-IF.

           INITIALIZE XXDRUCK-REC.
           MOVE     "ZEILE"              TO DRART  OF XXDRUCK-REC.
           MOVE     BKBEZ  OF PAZUBEK-P  TO BKBEZ  OF XXDRUCK-REC.
           MOVE     BKNOTE OF PAZUBEK-P  TO BKNOTE OF XXDRUCK-REC.
           MOVE     BKTEXT OF PAZUBEK-P  TO BKTEXT OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           IF       BKNOTE OF PAZUBEK-P > ZEROES
                    ADD  BKNOTE OF PAZUBEK-P TO NOTEN-SUMME
                    ADD  1                   TO NOTEN-ANZ
           END-IF.

           GO TO    DRK-KRI-20.

       DRK-KRI-90.
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
