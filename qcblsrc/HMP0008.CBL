      *                  PCHKSRC, WANDLUNGEN IN PCMPHIS, NUTZUNG IN   *
      *                  PPGMLOG). DER BEARBEITER KANN MIT F3         *
      *                  ABBRECHEN, BEVOR IRGENDETWAS GEL�SCHT WIRD.  *
      * 15.10.2026 MD    GELOESCHT WIRD NUR NOCH EIN ABGEKUENDIGTES   *
      *                  PROGRAMM (PPGMDEP, HMP0016), DESSEN          *
      *                  ABSCHALTDATUM ERREICHT IST UND DAS SEIT      *
      *                  PCONFIG ABKUEND/FRIST TAGEN (CFIN01,         *
      *                  STANDARD 90) NICHT MEHR AUFGERUFEN WURDE.    *
      *                  SONST ZEIGT DIE VORSCHAU DEN GRUND UND       *
      *                  LOESCHT NICHTS. ABKUENDIGUNG UND HINWEISE    *
      *                  (PPGMDPN) WERDEN MIT GELOESCHT.              *
      *                                                               *
      *****************************************************************
      *
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PHYSISCHE DATEI ABGEKUENDIGTE PROGRAMME
      *-------------------------------------------------------------
           SELECT PPGMDEP-DP
                  ASSIGN       TO  DATABASE-PPGMDEP
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PHYSISCHE DATEI HINWEISE ZUR ABKUENDIGUNG
      *-------------------------------------------------------------
           SELECT PPGMDPN-DP
                  ASSIGN       TO  DATABASE-PPGMDPN
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PHYSISCHE DATEI KONFIGURATION
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
           LABEL RECORDS ARE STANDARD.
       01  PPGMLOG-P.
           COPY DDS-ALL-FORMATS OF PPGMLOG.
      /
      *--- ABGEKUENDIGTE PROGRAMME
       FD  PPGMDEP-DP
           LABEL RECORDS ARE STANDARD.
       01  PPGMDEP-P.
           COPY DDS-ALL-FORMATS OF PPGMDEP.
      /
      *--- HINWEISE ZUR ABKUENDIGUNG
       FD  PPGMDPN-DP
           LABEL RECORDS ARE STANDARD.
       01  PPGMDPN-P.
           COPY DDS-ALL-FORMATS OF PPGMDPN.
      /
      *--- KONFIGURATION
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
       WORKING-STORAGE SECTION.

       01  LOG-ANZ-WRK                   PIC 9(5).
       01  LOG-LETZT-WRK                 LIKE LGADTA OF PPGMLOG-P.
       01  ABBRUCH-WRK                   PIC X(1).

      * LOESCHFREIGABE NACH DER ABKUENDIGUNG
       01  FREIGABE-WRK                  PIC X(1).
       01  FRIST-TAGE                    PIC 9(5).
       01  NUTZUNG-LETZT                 PIC 9(8).
       01  TAGE-FREI                     PIC S9(7).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
           OPEN     I-O   WS-DISPLAY.
           OPEN     INPUT PCHKSRC-DP
                          PCMPHIS-DP
                          PPGMLOG-DP
                          PCONFIG-DP.
           OPEN     I-O   PPGMDEP-DP
                          PPGMDPN-DP.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
                    GO TO ENDE
           END-IF.

      * OHNE FREIGABE NACH DER ABKUENDIGUNG WIRD NICHT GELOESCHT
           IF       FREIGABE-WRK NOT = "1"
                    GO TO ENDE
           END-IF.

      * ERST L�SCHEN DES PROGRAMM, DANN DIE TAGS
           PERFORM  DELETE-PPGMLIB.
           IF       RET-CODE = SPACES
           IF       RET-CODE = SPACES
                    PERFORM  DELETE-PPGMLST
           END-IF.
           IF       RET-CODE = SPACES
                    PERFORM  DELETE-PPGMDEP
           END-IF.

       ENDE.
           CLOSE                 PPGMLIB-DP
                                 WS-DISPLAY
                                 PCHKSRC-DP
                                 PCMPHIS-DP
                                 PPGMLOG-DP
                                 PPGMDEP-DP
                                 PPGMDPN-DP
                                 PCONFIG-DP.

           PERFORM  COPY-PGM-EXIT.

           PERFORM  COUNT-PCHKSRC.
           PERFORM  COUNT-PCMPHIS.
           PERFORM  COUNT-PPGMLOG.
           PERFORM  CHECK-FREIGABE.

           MOVE     "HMP0008*1"       TO CPY-TXID.
           MOVE     SPRACHE-WRK       TO CPY-TXSPR.
           MOVE     CMP-LETZT-WRK     TO CMPDTA  OF FORMAT1.
           MOVE     LOG-ANZ-WRK       TO LOGANZ  OF FORMAT1.
           MOVE     LOG-LETZT-WRK     TO LOGDTA  OF FORMAT1.
           MOVE     DPNACH OF PPGMDEP-P TO DPNACH OF FORMAT1.
           MOVE     DPSUNS OF PPGMDEP-P TO DPSUNS OF FORMAT1.
           MOVE     NUTZUNG-LETZT     TO DPLDTA  OF FORMAT1.
           MOVE     TAGE-FREI         TO TAGFREI OF FORMAT1.
           MOVE     FRIST-TAGE        TO FRIST   OF FORMAT1.

           MOVE     CORR FORMAT1      TO FMT01-O.
      * IN98 = LOESCHEN NICHT FREIGEGEBEN, ENTER BEENDET OHNE LOESCHEN
           IF       FREIGABE-WRK = "1"
                    MOVE AUS TO IN98 OF FMT01-O-INDIC
           ELSE
                    MOVE AN  TO IN98 OF FMT01-O-INDIC
           END-IF.
           WRITE    WS-REC     FORMAT IS "FMT01".
           READ     WS-DISPLAY FORMAT IS "FMT01".
           MOVE     CORR FMT01-I      TO FORMAT1.
           EXIT.
      /
      *--------------------------------------------------------------
      * LOESCHFREIGABE: DAS PROGRAMM MUSS ABGEKUENDIGT, DAS
      * ABSCHALTDATUM ERREICHT UND DIE LETZTE NUTZUNG (BZW. DIE
      * ABKUENDIGUNG, WENN SEITDEM NIE AUFGERUFEN) MINDESTENS
      * FRIST-TAGE HER SEIN
      *--------------------------------------------------------------
       CHECK-FREIGABE SECTION.
       CHK-FRG-00.

           INITIALIZE FREIGABE-WRK, NUTZUNG-LETZT, TAGE-FREI.
           PERFORM  COPY-GET-TIME.

      * FRIST AUS DER KONFIGURATION
           MOVE     90 TO FRIST-TAGE.
           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "ABKUEND" TO CFID   OF PCONFIG-P.
           MOVE     "FRIST"   TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES    TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES    TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES    TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     CFIN01 OF PCONFIG-P > ZEROES
                    MOVE CFIN01 OF PCONFIG-P TO FRIST-TAGE
           END-IF.

      * NICHT ABGEKUENDIGT: KEINE FREIGABE
           INITIALIZE PPGMDEPF OF PPGMDEP-P.
           MOVE     X-PLFILE TO DPPGM OF PPGMDEP-P.
           READ     PPGMDEP-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    INITIALIZE PPGMDEPF OF PPGMDEP-P
                    GO TO CHK-FRG-90
           END-IF.

           IF       DPLDTA OF PPGMDEP-P > ZEROES
                    MOVE DPLDTA OF PPGMDEP-P TO NUTZUNG-LETZT
           ELSE
                    MOVE DPADTA OF PPGMDEP-P TO NUTZUNG-LETZT
           END-IF.
           COMPUTE  TAGE-FREI = FUNCTION INTEGER-OF-DATE(DATE-8)
                              - FUNCTION INTEGER-OF-DATE(NUTZUNG-LETZT).

           IF       DPSUNS OF PPGMDEP-P > DATE-8
                    GO TO CHK-FRG-90
           END-IF.
           IF       TAGE-FREI < FRIST-TAGE
                    GO TO CHK-FRG-90
           END-IF.

           MOVE     "1" TO FREIGABE-WRK.

       CHK-FRG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LOESCHEN DER ABKUENDIGUNG UND IHRER HINWEISE
      *--------------------------------------------------------------
       DELETE-PPGMDEP SECTION.
       DEL-DEP-00.

           INITIALIZE RET-CODE.
           INITIALIZE PPGMDEPF OF PPGMDEP-P.
           MOVE     X-PLFILE        TO DPPGM  OF PPGMDEP-P.
           READ     PPGMDEP-DP.
           IF       FILE-STATUS = ZEROES
                    DELETE PPGMDEP-DP
      *             LOESCHEN PROTOKOLLIEREN
                    MOVE CONST-LIB   TO LIB-WRK
                    MOVE "PPGMDEP"   TO FILE-WRK
                    MOVE PPGMDEP-P   TO RECORD-WRK
                    CALL "CFP8100" USING LIB-WRK
                                         FILE-WRK
                                         PGM-WRK
                                         RECORD-WRK
                    END-CALL
           END-IF.

           INITIALIZE PPGMDPNF OF PPGMDPN-P.
           MOVE     X-PLFILE            TO DNPGM  OF PPGMDPN-P.
           MOVE     SPACES              TO DNTYP  OF PPGMDPN-P.
           MOVE     SPACES              TO DNWER  OF PPGMDPN-P.
           START    PPGMDPN-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DEL-DEP-90
           END-IF.

       DEL-DEP-20.
           READ     PPGMDPN-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      DNPGM OF PPGMDPN-P NOT = X-PLFILE
                    GO TO DEL-DEP-90
           END-IF.

           DELETE   PPGMDPN-DP.

           GO TO    DEL-DEP-20.

       DEL-DEP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * L�SCHEN DER PPGMLIB
      *--------------------------------------------------------------
       DELETE-PPGMLIB SECTION.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------

           COPY     GETTIME    OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-PERMISSION: BERECHTIGUNGSPR�FUNG
      *---------------------------------------------------------------

