      *                  TAGESSOLL AUS PCONFIG A110), DAMIT URLAUB,   *
      *                  KRANKHEIT UND BERUFSSCHULE NICHT MEHR WIE    *
      *                  FEHLENDE TAGE AUSSEHEN.                      *
      * 15.10.2026 MD    TAGESSOLL UEBER PERSONENSTAMM (CFP9022)      *
      *                  STATT PCONFIG A110                           *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      *                                                               *
      *****************************************************************
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
      *
       DATA DIVISION.
           LABEL RECORDS ARE STANDARD.
       01  PZEITTAG-P.
           COPY DDS-ALL-FORMATS OF PZEITTAG.
      /
       WORKING-STORAGE SECTION.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY  OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0062".
       01  PGM-TYP                       PIC X(8)  VALUE "FUN    ".

      * PERSONENSTAMM (CFP9022)
       01  PERSON-REC                    TYPE PERSON-TYPE.

      * PARAMETER FÜR DAS HLP0022
       01  SENDER-KEY                    LIKE CFKEY  OF CFG-CPY.
       01  CHECK-ID                      LIKE CFID   OF CFG-CPY.
       ERGAENZE-ABWESENHEITEN SECTION.
       ERG-ABW-00.

           OPEN     INPUT PZEITABW-DP.
           OPEN     I-O   PZEITTAG-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERG-ABW-85

       ERG-ABW-85.
           CLOSE    PZEITABW-DP
                    PZEITTAG-DP.

       ERG-ABW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TAGESSOLL DES USERS AUS DEM PERSONENSTAMM (WIE XXP0065)
      *--------------------------------------------------------------
       LESEN-TAGESSOLL SECTION.
       LES-SOL-00.

           MOVE     480 TO SOLL-MINUTEN.

           INITIALIZE PERSON-REC.
           MOVE     "L"       TO PN-MODUS OF PERSON-REC.
           MOVE     X-ZKUSER  TO PN-USER  OF PERSON-REC.
           CALL     "CFP9022" USING PERSON-REC
           END-CALL.
           IF       PN-RET  OF PERSON-REC     = SPACES
            AND     PN-SOLL OF PERSON-REC NOT = ZEROES
                    MOVE PN-SOLL OF PERSON-REC TO SOLL-MINUTEN
           END-IF.

           COMPUTE  SOLL-SEC-WRK = SOLL-MINUTEN * 60.
