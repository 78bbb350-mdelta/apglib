      *                  (ZWEI STUFEN, Z.B. >6 STD. 30 MIN. UND       *
      *                  >9 STD. 45 MIN.), TAGESHOECHSTZEIT UND       *
      *                  KERNZEITFENSTER. DIE PERSONENGRUPPE KOMMT    *
      *                  AUS DEM PERSONENSTAMM (CFP9022, STANDARD     *
      *                  "STD"). IST X-END = ZEROES WIRD NUR DER      *
      *                  FRUEHESTE BEGINN GEPRUEFT (AUFRUF BEIM       *
      *                  TAGESSTART). JEDER VERSTOSS WIRD NACH        *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    PERSONENGRUPPE UEBER PERSONENSTAMM           *
      *                  (CFP9022) STATT PCONFIG A115                 *
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
       01  PZEITVST-P.
           COPY DDS-ALL-FORMATS OF PZEITVST.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0074".
       01  PGM-TYP                       PIC X(8)  VALUE "ZEIT  ".

      * PERSONENSTAMM (CFP9022)
       01  PERSON-REC                    TYPE PERSON-TYPE.

      * ERMITTELTE PERSONENGRUPPE DES USERS
       01  GRP-WRK                       PIC X(10).

           MOVE     SPACES TO X-VSTEXT.
           MOVE     ZEROES TO X-PAUSMIN.

           OPEN     INPUT PZEITRGL-DP.
           OPEN     I-O   PZEITVST-DP.

           PERFORM  COPY-GET-TIME.

       ENDE.
           CLOSE    PZEITRGL-DP
                    PZEITVST-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * PERSONENGRUPPE DES USERS AUS DEM PERSONENSTAMM LESEN
      *--------------------------------------------------------------
       LESEN-GRUPPE SECTION.
       LES-GRP-00.

           MOVE     "STD" TO GRP-WRK.

           INITIALIZE PERSON-REC.
           MOVE     "L"       TO PN-MODUS OF PERSON-REC.
           MOVE     X-USER    TO PN-USER  OF PERSON-REC.
           CALL     "CFP9022" USING PERSON-REC
           END-CALL.
           IF       PN-RET    OF PERSON-REC     = SPACES
            AND     PN-GRUPPE OF PERSON-REC NOT = SPACES
                    MOVE PN-GRUPPE OF PERSON-REC TO GRP-WRK
           END-IF.

       LES-GRP-90.
