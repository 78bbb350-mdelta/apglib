      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 02.09.2026 MD    DAUERSTATISTIK PPGMDUR AUS "PGMDUR"-         *
      *                  EINTRAEGEN INKL. AUSREISSER-WARNUNG.         *
      * 15.10.2026 MD    AUFRUFE ABGEKUENDIGTER PROGRAMME (PPGMDEP)   *
      *                  WERDEN GEZAEHLT. JEDER USER UND DER          *
      *                  VERANTWORTLICHE JEDES AUFRUFENDEN PROGRAMMS  *
      *                  (D-PARM1/D-PARM2 VON CFP8005, HMP0014)       *
      *                  ERHALTEN EINMALIG EINEN HINWEIS UEBER        *
      *                  XXP2010; VERMERK UND ZAEHLER IN PPGMDPN.     *
      *                                                               *
      *****************************************************************
      *
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PPGMDEP: DPPGM (ABGEKUENDIGTE PROGRAMME)
      *-------------------------------------------------------------
           SELECT PPGMDEP-DP
                  ASSIGN       TO  DATABASE-PPGMDEP
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PPGMDPN: DNPGM, DNTYP, DNWER (HINWEISE ZUR ABKUENDIGUNG)
      *-------------------------------------------------------------
           SELECT PPGMDPN-DP
                  ASSIGN       TO  DATABASE-PPGMDPN
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PPGMDUR: LDPGM (AUFRUFDAUER-STATISTIK JE PROGRAMM)
      *-------------------------------------------------------------
       01  PPGMLOG-P.
           COPY DDS-ALL-FORMATS OF PPGMLOG.
      /
      *--- PPGMDEP: DPPGM
       FD  PPGMDEP-DP
           LABEL RECORDS ARE STANDARD.
       01  PPGMDEP-P.
           COPY DDS-ALL-FORMATS OF PPGMDEP.
      /
      *--- PPGMDPN: DNPGM, DNTYP, DNWER
       FD  PPGMDPN-DP
           LABEL RECORDS ARE STANDARD.
       01  PPGMDPN-P.
           COPY DDS-ALL-FORMATS OF PPGMDPN.
      /
      *--- PPGMDUR: LDPGM
       FD  PPGMDUR-DP
           LABEL RECORDS ARE STANDARD.
      * AUSREISSERPRUEFUNG DER DAUERSTATISTIK
       01  DAUER-SECS                    PIC S9(9).
       01  MITTEL-SECS                   PIC S9(9).

      * HINWEIS ZU EINEM ABGEKUENDIGTEN PROGRAMM
       01  HINW-TYP                      LIKE DNTYP  OF PPGMDPN-P.
       01  HINW-WER                      LIKE DNWER  OF PPGMDPN-P.
       01  HINW-LIB                      PIC X(10).
       01  TEXT-PTR                      PIC 9(3).
       01  SUNS-WRK                      PIC 9(8).
       01  SUNS-WRK-R REDEFINES SUNS-WRK.
        05 SUNS-JJJJ                     PIC 9(4).
        05 SUNS-MM                       PIC 9(2).
        05 SUNS-TT                       PIC 9(2).

      * PARAMETER FUER HMP0014 (VERANTWORTLICHER DES AUFRUFERS)
       01  OWN-PRIM                      PIC X(10).
       01  OWN-PSTS                      PIC X(1).
       01  OWN-VERT                      PIC X(10).
       01  OWN-VSTS                      PIC X(1).
       01  OWN-HERK                      PIC X(1).
       01  OWN-EMPF                      PIC X(10).

      * PARAMETER FUER XXP2010
       01  NOT-MODUS                     PIC X(1).
       01  NOT-EVTTYP                    PIC X(10).
       01  NOT-USER                      PIC X(10).
       01  NOT-BETREFF                   PIC X(50).
       01  NOT-TEXT                      PIC X(256).
       01  NOT-STDKAN                    PIC X(1).
       01  NOT-KANAL                     PIC X(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
           END-IF.

           OPEN     I-O   PPGMLOG-DP
                          PPGMDEP-DP
                          PPGMDPN-DP
                          PPGMDUR-DP.
           MOVE     CONST-LIB TO DTAQ-LIB.


       ANF080.
           CLOSE    PPGMLOG-DP
                    PPGMDEP-DP
                    PPGMDPN-DP
                    PPGMDUR-DP.

       ENDE.
                    REWRITE PPGMLOG-P
           END-IF.

      * IST DAS PROGRAMM ABGEKUENDIGT?
           PERFORM  PRUEFE-ABKUENDIGUNG.

       SCH-LOG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AUFRUF EINES ABGEKUENDIGTEN PROGRAMMS ZAEHLEN UND USER
      * SOWIE AUFRUFER EINMALIG DARAUF HINWEISEN
      *--------------------------------------------------------------
       PRUEFE-ABKUENDIGUNG SECTION.
       PRF-ABK-00.

           INITIALIZE PPGMDEPF OF PPGMDEP-P.
           MOVE     D-PGM OF DTAQ-REC TO DPPGM OF PPGMDEP-P.
           READ     PPGMDEP-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-ABK-90
           END-IF.

           ADD      1                  TO DPANZ  OF PPGMDEP-P.
           MOVE     D-DATE OF DTAQ-REC TO DPLDTA OF PPGMDEP-P.
           MOVE     D-TIME OF DTAQ-REC TO DPLTIA OF PPGMDEP-P.
           REWRITE  PPGMDEP-P.

      * DER USER
           MOVE     "U"                 TO HINW-TYP.
           MOVE     D-USER  OF DTAQ-REC TO HINW-WER.
           MOVE     SPACES              TO HINW-LIB.
           PERFORM  SCHREIBE-HINWEIS.

      * DAS AUFRUFENDE PROGRAMM (NICHT BEI REKURSION)
           IF       D-PARM1 OF DTAQ-REC NOT = SPACES
            AND     D-PARM1 OF DTAQ-REC NOT = D-PGM OF DTAQ-REC
                    MOVE "C"                 TO HINW-TYP
                    MOVE D-PARM1 OF DTAQ-REC TO HINW-WER
                    MOVE D-PARM2 OF DTAQ-REC TO HINW-LIB
                    PERFORM SCHREIBE-HINWEIS
           END-IF.

       PRF-ABK-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HINWEISSATZ IN PPGMDPN FORTSCHREIBEN; BEIM ERSTEN AUFRUF
      * DURCH DIESEN USER BZW. AUFRUFER DEN HINWEIS VERSENDEN
      *--------------------------------------------------------------
       SCHREIBE-HINWEIS SECTION.
       SCH-HIN-00.

           INITIALIZE PPGMDPNF OF PPGMDPN-P.
           MOVE     D-PGM OF DTAQ-REC TO DNPGM OF PPGMDPN-P.
           MOVE     HINW-TYP          TO DNTYP OF PPGMDPN-P.
           MOVE     HINW-WER          TO DNWER OF PPGMDPN-P.
           READ     PPGMDPN-DP.
           IF       FILE-STATUS = ZEROES
                    ADD  1                  TO DNANZ  OF PPGMDPN-P
                    MOVE D-DATE OF DTAQ-REC TO DNLDTA OF PPGMDPN-P
                    MOVE D-TIME OF DTAQ-REC TO DNLTIA OF PPGMDPN-P
                    REWRITE PPGMDPN-P
                    GO TO SCH-HIN-90
           END-IF.

      * ERSTER AUFRUF: EMPFAENGER BESTIMMEN UND HINWEIS SENDEN
           IF       HINW-TYP = "U"
                    MOVE HINW-WER TO NOT-USER
           ELSE
                    CALL "HMP0014" USING HINW-LIB
                                         HINW-WER
                                         OWN-PRIM
                                         OWN-PSTS
                                         OWN-VERT
                                         OWN-VSTS
                                         OWN-HERK
                                         OWN-EMPF
                    END-CALL
                    MOVE OWN-EMPF TO NOT-USER
           END-IF.
           IF       NOT-USER NOT = SPACES
                    PERFORM SENDE-HINWEIS
           END-IF.

           INITIALIZE PPGMDPNF OF PPGMDPN-P.
           MOVE     D-PGM OF DTAQ-REC   TO DNPGM  OF PPGMDPN-P.
           MOVE     HINW-TYP            TO DNTYP  OF PPGMDPN-P.
           MOVE     HINW-WER            TO DNWER  OF PPGMDPN-P.
           MOVE     HINW-LIB            TO DNLIB  OF PPGMDPN-P.
           MOVE     1                   TO DNANZ  OF PPGMDPN-P.
           MOVE     D-DATE OF DTAQ-REC  TO DNEDTA OF PPGMDPN-P.
           MOVE     D-TIME OF DTAQ-REC  TO DNETIA OF PPGMDPN-P.
           MOVE     D-DATE OF DTAQ-REC  TO DNLDTA OF PPGMDPN-P.
           MOVE     D-TIME OF DTAQ-REC  TO DNLTIA OF PPGMDPN-P.
           MOVE     NOT-USER            TO DNEMPF OF PPGMDPN-P.
           WRITE    PPGMDPN-P.

       SCH-HIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HINWEIS AUF DIE ABKUENDIGUNG UEBER XXP2010 SENDEN
      *--------------------------------------------------------------
       SENDE-HINWEIS SECTION.
       SND-HIN-00.

           MOVE     DPSUNS OF PPGMDEP-P TO SUNS-WRK.
           MOVE     "PROGRAMM ABGEKUENDIGT" TO NOT-BETREFF.
           INITIALIZE NOT-TEXT.
           MOVE     1 TO TEXT-PTR.
           IF       HINW-TYP = "U"
                    STRING "SIE HABEN DAS PROGRAMM "
                                               DELIMITED BY SIZE
                           D-PGM OF DTAQ-REC   DELIMITED BY SPACES
                           " AUFGERUFEN."      DELIMITED BY SIZE
                      INTO NOT-TEXT WITH POINTER TEXT-PTR
                    END-STRING
           ELSE
                    STRING "DAS PROGRAMM "     DELIMITED BY SIZE
                           HINW-WER            DELIMITED BY SPACES
                           " (IHRE VERANTWORTUNG) RUFT "
                                               DELIMITED BY SIZE
                           D-PGM OF DTAQ-REC   DELIMITED BY SPACES
                           " AUF."             DELIMITED BY SIZE
                      INTO NOT-TEXT WITH POINTER TEXT-PTR
                    END-STRING
           END-IF.
           STRING   " ES IST ABGEKUENDIGT UND WIRD AM "
                                               DELIMITED BY SIZE
                    SUNS-TT                    DELIMITED BY SIZE
                    "."                        DELIMITED BY SIZE
                    SUNS-MM                    DELIMITED BY SIZE
                    "."                        DELIMITED BY SIZE
                    SUNS-JJJJ                  DELIMITED BY SIZE
                    " ABGESCHALTET. BITTE KUENFTIG "
                                               DELIMITED BY SIZE
                    DPNACH OF PPGMDEP-P        DELIMITED BY SPACES
                    " VERWENDEN."              DELIMITED BY SIZE
             INTO   NOT-TEXT WITH POINTER TEXT-PTR
           END-STRING.

           MOVE     "S"          TO NOT-MODUS.
           MOVE     "ABKUEND"    TO NOT-EVTTYP.
           MOVE     "M"          TO NOT-STDKAN.
           MOVE     SPACES       TO NOT-KANAL.
           CALL     "XXP2010" USING NOT-MODUS
                                    NOT-EVTTYP
                                    NOT-USER
                                    NOT-BETREFF
                                    NOT-TEXT
                                    NOT-STDKAN
                                    NOT-KANAL
           END-CALL.

       SND-HIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE DAUERMESSUNG IN PPGMDUR SUMMIEREN UND AUF
      * AUSREISSER PRUEFEN
      *--------------------------------------------------------------
