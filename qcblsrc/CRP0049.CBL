      *                  PCHKCHK. MEHRFACHER AUFRUF IST GEFAHRLOS     *
      *                  (MERGE WIE HMP0010). GERUFEN VON CRP0048     *
      *                  (ABHAKEN) UND CRP0043 (FREIGABEPRUEFUNG).    *
      *                  BEI COBOL-QUELLEN WIRD ZUSAETZLICH DER       *
      *                  AUTOMATISCHE PUNKT 999 (AENDERUNGEN-BLOCK,   *
      *                  CRP1057) BEI JEDEM AUFRUF NEU BEWERTET.      *
      *                  KONNTE CRP1057 NICHT PRUEFEN, BLEIBT DER     *
      *                  PUNKT OFFEN UND SEIN TEXT NENNT DEN GRUND.   *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    AUTOMATISCHER PUNKT 999: AENDERUNGEN-BLOCK   *
      *                  GEGEN UEBERNAHMEN PRUEFEN (CRP1057)          *
      * 15.10.2026 MD    PUNKT 999 OFFEN, WENN CRP1057 NICHT PRUEFT   *
      *                                                               *
      *****************************************************************
      *

      * SCHON EINTRAEGE ZUM VORGANG VORHANDEN?
       01  CHK-VORHANDEN                 PIC 9(1).

      * AUTOMATISCHER PUNKT: AENDERUNGEN-BLOCK (CRP1057)
       01  AENDLOG-SEQ                   PIC 9(3)  VALUE 999.
       01  AENDLOG-TEXT                  PIC X(60) VALUE
           "AENDERUNGEN-BLOCK ZU JEDER UEBERNAHME GEPFLEGT (CRP1057)".
       01  AENDLOG-NTXT                  PIC X(60) VALUE
           "AENDERUNGEN-BLOCK UNGEPRUEFT (CRP1057), VON HAND PRUEFEN".
       01  AENDLOG-ANZ                   PIC 9(5).
      * SPACES = GEPRUEFT, "1" = NICHT GEPRUEFT
       01  AENDLOG-RC                    PIC X(1).
      * ERGEBNIS FUER DEN PUNKT
       01  AENDLOG-ANTW                  PIC X(1).
       01  AENDLOG-PTXT                  PIC X(60).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
                    GO TO ENDE
           END-IF.

      * TEILDATEIENART DES MITGLIEDS ERMITTELN
           INITIALIZE RTVMBRD-REC.
           MOVE     CRFILE OF PCHKSRC-P TO FILENAME OF RTVMBRD-REC.
                    GO TO ENDE
           END-IF.

      * VORLAGEN DES TYPS ALS OFFENE PUNKTE KOPIEREN, SOFERN ES
      * NOCH KEINE CHECKLISTE ZUM VORGANG GIBT
           PERFORM  PRUEFE-VORHANDEN.
           IF       CHK-VORHANDEN = ZEROES
                    PERFORM  KOPIERE-VORLAGEN
           END-IF.

      * COBOL-QUELLEN: AENDERUNGEN-BLOCK GEGEN UEBERNAHMEN PRUEFEN
           IF       SRCTYPE OF RTVMBRD-REC(1:3) = "CBL"
            OR      SRCTYPE OF RTVMBRD-REC      = "SQLCBLLE"
                    PERFORM  PRUEFE-AENDLOG
           END-IF.

       ENDE.
           CLOSE    PCHKSRC-DP
       KOP-VOR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AUTOMATISCHER PUNKT 999: AENDERUNGEN-BLOCK DES MITGLIEDS
      * PRUEFEN (CRP1057) UND DEN PUNKT ANLEGEN BZW. NEU BEWERTEN.
      * VON HAND ABGEHAKTE PUNKTE (CKMUSR) BLEIBEN UNVERAENDERT
      *--------------------------------------------------------------
       PRUEFE-AENDLOG SECTION.
       PRF-AEN-00.

           INITIALIZE AENDLOG-ANZ, AENDLOG-RC.
           CALL     "CRP1057" USING CRLIB  OF PCHKSRC-P
                                    CRFILE OF PCHKSRC-P
                                    CRMBR  OF PCHKSRC-P
                                    AENDLOG-ANZ
                                    AENDLOG-RC
           END-CALL.

      * ERFUELLT NUR, WENN GEPRUEFT WURDE UND NICHTS GEFUNDEN IST
           MOVE     AENDLOG-TEXT TO AENDLOG-PTXT.
           MOVE     SPACES       TO AENDLOG-ANTW.
           IF       AENDLOG-RC NOT = SPACES
                    MOVE AENDLOG-NTXT TO AENDLOG-PTXT
           ELSE
                    IF   AENDLOG-ANZ = ZEROES
                         MOVE "J" TO AENDLOG-ANTW
                    END-IF
           END-IF.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PCHKCHKF OF PCHKCHK-P.
           MOVE     X-CRLFDN    TO CKLFDN OF PCHKCHK-P.
           MOVE     AENDLOG-SEQ TO CKSEQ  OF PCHKCHK-P.
           READ     PCHKCHK-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-AEN-50
           END-IF.

           IF       CKMUSR OF PCHKCHK-P NOT = SPACES
                    GO TO PRF-AEN-90
           END-IF.
           MOVE     AENDLOG-ANTW TO CKANTW OF PCHKCHK-P.
           MOVE     AENDLOG-PTXT TO CKTEXT OF PCHKCHK-P.
           REWRITE  PCHKCHK-P.
           GO TO    PRF-AEN-90.

       PRF-AEN-50.
           INITIALIZE PCHKCHKF OF PCHKCHK-P.
           MOVE     X-CRLFDN             TO CKLFDN OF PCHKCHK-P.
           MOVE     AENDLOG-SEQ          TO CKSEQ  OF PCHKCHK-P.
           MOVE     AENDLOG-PTXT         TO CKTEXT OF PCHKCHK-P.
           MOVE     "J"                  TO CKMUSS OF PCHKCHK-P.
           MOVE     AENDLOG-ANTW         TO CKANTW OF PCHKCHK-P.
           MOVE     T-USER               TO CKAUSR OF PCHKCHK-P.
           MOVE     DATE-8               TO CKADTA OF PCHKCHK-P.
           MOVE     TIME-6               TO CKATIA OF PCHKCHK-P.
           WRITE    PCHKCHK-P.

       PRF-AEN-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------
