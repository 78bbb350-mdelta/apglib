       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0111.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * MORGENDLICHE WARNUNG BEI FEHLENDEN ERSTHELFERN/BSH            *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ERMITTELT MORGENS UEBER XXP0109 FUER HEUTE    *
      *                  DIE ANWESENDEN ERSTHELFER ("EH") UND         *
      *                  BRANDSCHUTZHELFER ("BSH"). LIEGT EINE ROLLE  *
      *                  UNTER DER MINDESTANZAHL, WIRD DIE FACHKRAFT  *
      *                  FUER ARBEITSSICHERHEIT (USER AUS PCONFIG     *
      *                  SICHER/BEAUFTR CFTXT1) UEBER DEN VERTEILER   *
      *                  XXP2010 (EREIGNISTYP "SICHERHEIT", STANDARD- *
      *                  KANAL "T") GEWARNT. OHNE EINGETRAGENE        *
      *                  FACHKRAFT ENTFAELLT DIE WARNUNG. AN          *
      *                  WOCHENENDEN UND FEIERTAGEN WIRD NICHT        *
      *                  GEPRUEFT.                                    *
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
      * PCONFIG: CFID, CFKEY (SICHER/BEAUFTR = FACHKRAFT)
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
      *--- PCONFIG: CFID, CFKEY
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0111".
       01  PGM-TYP                       PIC X(8)  VALUE "BATCH".

      * PARAMETER FUER DEN VERTEILER XXP2010
       01  NOT-MODUS                     PIC X(1).
       01  NOT-EVTTYP                    PIC X(10).
       01  NOT-USER                      PIC X(10).
       01  NOT-BETREFF                   PIC X(50).
       01  NOT-TEXT                      PIC X(256).
       01  NOT-STDKAN                    PIC X(1).
       01  NOT-KANAL                     PIC X(1).

      * PARAMETER FUER DAS XXP0109 (ABDECKUNG EINER ROLLE)
       01  ABD-DATUM                     PIC 9(8).
       01  ABD-ROLLE                     PIC X(3).
       01  ABD-ANZAHL                    PIC 9(3).
       01  ABD-MINDEST                   PIC 9(3).

      * ERGEBNIS JE ROLLE FUER DEN WARNTEXT
       01  EH-ANZAHL                     PIC 9(3).
       01  EH-MINDEST                    PIC 9(3).
       01  BSH-ANZAHL                    PIC 9(3).
       01  BSH-MINDEST                   PIC 9(3).

      * MINDESTENS EINE ROLLE IST NICHT ABGEDECKT (1)
       01  UNTERDECKT                    PIC 9(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0111" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.
           MOVE     DATE-8 TO ABD-DATUM.
           MOVE     ZEROES TO UNTERDECKT.

      * ERSTHELFER
           MOVE     "EH"   TO ABD-ROLLE.
           PERFORM  ERMITTLE-ABDECKUNG.
           MOVE     ABD-ANZAHL  TO EH-ANZAHL.
           MOVE     ABD-MINDEST TO EH-MINDEST.

      * KEIN ARBEITSTAG, KEINE PRUEFUNG
           IF       ABD-MINDEST = ZEROES
                    GO TO ENDE
           END-IF.

      * BRANDSCHUTZHELFER
           MOVE     "BSH"  TO ABD-ROLLE.
           PERFORM  ERMITTLE-ABDECKUNG.
           MOVE     ABD-ANZAHL  TO BSH-ANZAHL.
           MOVE     ABD-MINDEST TO BSH-MINDEST.

           IF       EH-ANZAHL  < EH-MINDEST
            OR      BSH-ANZAHL < BSH-MINDEST
                    MOVE 1 TO UNTERDECKT
           END-IF.

           IF       UNTERDECKT = 1
                    OPEN  INPUT PCONFIG-DP
                    PERFORM SENDE-WARNUNG
                    CLOSE PCONFIG-DP
           END-IF.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
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
      *--------------------------------------------------------------
      * FACHKRAFT FUER ARBEITSSICHERHEIT UEBER XXP2010 WARNEN
      *--------------------------------------------------------------
       SENDE-WARNUNG SECTION.
       SND-WAR-00.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "SICHER"  TO CFID   OF PCONFIG-P.
           MOVE     "BEAUFTR" TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES    TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES    TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES    TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      CFTXT1 OF PCONFIG-P = SPACES
                    GO TO SND-WAR-90
           END-IF.

           MOVE     "S"          TO NOT-MODUS.
           MOVE     "SICHERHEIT" TO NOT-EVTTYP.
           MOVE     CFTXT1 OF PCONFIG-P(1:10) TO NOT-USER.
           MOVE     "HEUTE ZU WENIG ERSTHELFER/BRANDSCHUTZHELFER"
                                 TO NOT-BETREFF.
           INITIALIZE NOT-TEXT.
           STRING   "ANWESEND/MINDESTENS HEUTE - ERSTHELFER: "
                                                DELIMITED BY SIZE
                    EH-ANZAHL                   DELIMITED BY SIZE
                    "/"                         DELIMITED BY SIZE
                    EH-MINDEST                  DELIMITED BY SIZE
                    ", BRANDSCHUTZHELFER: "     DELIMITED BY SIZE
                    BSH-ANZAHL                  DELIMITED BY SIZE
                    "/"                         DELIMITED BY SIZE
                    BSH-MINDEST                 DELIMITED BY SIZE
             INTO   NOT-TEXT
           END-STRING.
           MOVE     "T"    TO NOT-STDKAN.
           MOVE     SPACES TO NOT-KANAL.
           CALL     "XXP2010" USING NOT-MODUS
                                    NOT-EVTTYP
                                    NOT-USER
                                    NOT-BETREFF
                                    NOT-TEXT
                                    NOT-STDKAN
                                    NOT-KANAL
           END-CALL.

       SND-WAR-90.
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
