      *                  (PCFGDAT KENNT KEIN FEIERTAGSKENNZEICHEN),   *
      *                  USER MIT GENEHMIGTER ABWESENHEIT (PZEITABW)  *
      *                  WERDEN AN DEM TAG AUSGELASSEN. DIE           *
      *                  AKTIVEN USER (PERSONENSTAMM) KOMMEN IM       *
      *                  UMLAUF GLEICHMAESSIG AN DIE REIHE. DER       *
      *                  ENTWURF LAESST SICH IN DER WOCHENANSICHT     *
      *                  XXP0203 UMSORTIEREN.                         *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    AKTIVE USER UEBER PERSONENSTAMM (CFP9022)    *
      *                  STATT PCONFIG H050                           *
      *                                                               *
      *****************************************************************
      *
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCONFIG: CFID, CFKEY (FEIERTAG)
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0221".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * PERSONENSTAMM (CFP9022)
       01  PERSON-REC                    TYPE PERSON-TYPE.

      * AKTIVE USER FUER DEN UMLAUF
       01  USR-TAB.
        02 USR-CNT                       PIC 9(3) COMP-3.
           GOBACK.
      /
      *--------------------------------------------------------------
      * AKTIVE USER (PERSONENSTAMM) IN DEN UMLAUF LADEN
      *--------------------------------------------------------------
       LADE-AKTIVE-USER SECTION.
       LAD-USR-00.
           INITIALIZE USR-TAB.
           MOVE     ZEROES TO UMLAUF-POS.

           INITIALIZE PERSON-REC.
           MOVE     SPACES  TO PN-USER  OF PERSON-REC.

       LAD-USR-20.
           MOVE     "A"     TO PN-MODUS OF PERSON-REC.
           CALL     "CFP9022" USING PERSON-REC
           END-CALL.
           IF       PN-RET OF PERSON-REC NOT = SPACES
                    GO TO LAD-USR-90
           END-IF.

           IF       USR-CNT < 200
                    ADD  1 TO USR-CNT
                    MOVE PN-USER OF PERSON-REC
                      TO USR-NAME(USR-CNT)
           END-IF.

