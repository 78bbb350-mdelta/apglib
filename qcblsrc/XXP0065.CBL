      *                  SALDO: FUER JEDEN ABGESCHLOSSENEN TAG IN     *
      *                  PZEITTAG (ZTEND UNGLEICH 0, ARBEITSZEIT IN   *
      *                  ZTSEC, VON XXP0061 GESCHRIEBEN) WIRD DAS     *
      *                  TAGESSOLL (PERSONENSTAMM, CFP9022, IN        *
      *                  MINUTEN, STANDARD 480) ABGEZOGEN UND DIE     *
      *                  DIFFERENZ UEBER ALLE WOCHEN AUFSUMMIERT.     *
      *                  DAS ERGEBNIS STEHT JE USER IN PZEITSAL       *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    VORTRAG AUS DEM JAHRESWECHSEL (XXP0112):     *
      *                  SALDO BEGINNT MIT PZEITSAL SAVSECS, TAGE     *
      *                  VOR DEM JAHR SAVJAHR WERDEN UEBERGANGEN.     *
      * 15.10.2026 MD    TAGESSOLL UEBER PERSONENSTAMM (CFP9022)      *
      *                  STATT PCONFIG A110                           *
      *                                                               *
      *****************************************************************
      *
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  PZEITSAL-P.
           COPY DDS-ALL-FORMATS OF PZEITSAL.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0065".
       01  PGM-TYP                       PIC X(8)  VALUE "ZEIT  ".

      * PERSONENSTAMM (CFP9022)
       01  PERSON-REC                    TYPE PERSON-TYPE.

      * SALDO JE USER
       01  SAL-TAB.
        02 SAL-CNT                       PIC 9(3) COMP-3.
                                          INDEXED   BY SIDX.
         04 SAL-USER                     PIC X(10).
         04 SAL-SOLL-SEC                 PIC S9(9).
         04 SAL-VJAHR                    PIC 9(4).
         04 SAL-SALDO                    PIC S9(9).

      * TAGESSOLL DES GERADE VERARBEITETEN USERS
       01  SOLL-SEC-WRK                  PIC S9(9).
       01  TAG-DIFF-SEC                  PIC S9(9).
       01  TABELLE-VOLL                  PIC 9(1).

      * VORTRAG DES GERADE VERARBEITETEN USERS
       01  VORTRAG-JAHR                  PIC 9(4).
       01  VORTRAG-SEC                   PIC S9(9).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
           MOVE     "XXP0065" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           OPEN     INPUT PZEITTAG-DP.
           OPEN     I-O   PZEITSAL-DP.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?

       ENDE.
           CLOSE    PZEITTAG-DP
                    PZEITSAL-DP.

           PERFORM  COPY-PGM-EXIT.
                    GO TO SUM-TAG-90
           END-IF.

      * TAGE VOR DEM VORTRAGSJAHR STECKEN SCHON IM VORTRAG
           IF       ZTJAHR OF PZEITTAG-P < SAL-VJAHR(SIDX)
                    GO TO SUM-TAG-90
           END-IF.

      * UEBER/UNTER DES TAGES GEGEN DAS TAGESSOLL
           COMPUTE  TAG-DIFF-SEC = ZTSEC OF PZEITTAG-P
                                 - SAL-SOLL-SEC(SIDX).
           EXIT.
      /
      *--------------------------------------------------------------
      * NEUEN USER AUFNEHMEN, SEIN TAGESSOLL UND DEN VORTRAG AUS
      * DEM JAHRESWECHSEL ERMITTELN
      *--------------------------------------------------------------
       AUFNEHMEN-USER SECTION.
       AUF-USR-00.

           PERFORM  LESEN-TAGESSOLL.
           PERFORM  LESEN-VORTRAG.

           IF       SAL-CNT < 200
                    ADD  1 TO SAL-CNT
                    MOVE ZTUSER OF PZEITTAG-P TO SAL-USER(SAL-CNT)
                    MOVE SOLL-SEC-WRK         TO SAL-SOLL-SEC(SAL-CNT)
                    MOVE VORTRAG-JAHR         TO SAL-VJAHR(SAL-CNT)
                    MOVE VORTRAG-SEC          TO SAL-SALDO(SAL-CNT)
                    SET  SIDX TO SAL-CNT
           ELSE
                    MOVE 1 TO TABELLE-VOLL
           EXIT.
      /
      *--------------------------------------------------------------
      * TAGESSOLL DES USERS AUS DEM PERSONENSTAMM LESEN (MINUTEN,
      * STANDARD 480 = 8 STUNDEN)
      *--------------------------------------------------------------
       LESEN-TAGESSOLL SECTION.

           MOVE     480 TO SOLL-MINUTEN.

           INITIALIZE PERSON-REC.
           MOVE     "L"                   TO PN-MODUS OF PERSON-REC.
           MOVE     ZTUSER OF PZEITTAG-P  TO PN-USER  OF PERSON-REC.
           CALL     "CFP9022" USING PERSON-REC
           END-CALL.
           IF       PN-RET  OF PERSON-REC     = SPACES
            AND     PN-SOLL OF PERSON-REC NOT = ZEROES
                    MOVE PN-SOLL OF PERSON-REC TO SOLL-MINUTEN
           END-IF.

           COMPUTE  SOLL-SEC-WRK = SOLL-MINUTEN * 60.
           EXIT.
      /
      *--------------------------------------------------------------
      * VORTRAG DES USERS AUS PZEITSAL LESEN (SAVJAHR/SAVSECS,
      * VOM JAHRESWECHSEL XXP0112 GESETZT, SONST KEIN VORTRAG)
      *--------------------------------------------------------------
       LESEN-VORTRAG SECTION.
       LES-VOR-00.

           MOVE     ZEROES TO VORTRAG-JAHR.
           MOVE     ZEROES TO VORTRAG-SEC.

           INITIALIZE PZEITSALF OF PZEITSAL-P.
           MOVE     ZTUSER OF PZEITTAG-P TO SAUSER OF PZEITSAL-P.
           READ     PZEITSAL-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE SAVJAHR OF PZEITSAL-P TO VORTRAG-JAHR
                    MOVE SAVSECS OF PZEITSAL-P TO VORTRAG-SEC
           END-IF.

       LES-VOR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SALDO EINES USERS NACH PZEITSAL FORTSCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-SALDO SECTION.
