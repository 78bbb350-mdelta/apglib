      *                  SOLL-MINUTEN, TAGESDIFFERENZ) UND AM ENDE    *
      *                  DIE MONATSSUMME ALS SPOOL XXF0067            *
      *                  (OVRPRTF/CLP0041, WIE XXP0059). DAS          *
      *                  TAGESSOLL KOMMT WIE IN XXP0065 AUS DEM       *
      *                  PERSONENSTAMM (STANDARD 480 MIN).            *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 02.09.2026 MD    AUSGABE LAEUFT UEBER DIE DREHSCHEIBE         *
      *                  XXP2030 (ZUSTELLUNG JE USERWUNSCH:           *
      *                  DRUCKER/DATEI/MAIL, MIT AUSGABEJOURNAL).     *
      * 15.10.2026 MD    DER GLEITZEITAUSZUG WIRD ZUSAETZLICH ALS     *
      *                  DOKUMENT "GLEITZEIT" IN DER DIGITALEN        *
      *                  PERSONALAKTE DES USERS ABGELEGT (XXP2032).   *
      * 15.10.2026 MD    TAGESSOLL UEBER PERSONENSTAMM (CFP9022)      *
      *                  STATT PCONFIG A110                           *
      *                                                               *
      *****************************************************************
      *
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *    PRINTERFILE FUER DEN MONATSAUSZUG
      *-------------------------------------------------------------
       01  PZEITTAG-P.
           COPY DDS-ALL-FORMATS OF PZEITTAG.
      /
      *------DRUCKAUSGABE----
       FD  XXDRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  PGM-WRK                       PIC X(10) VALUE "XXP0067".
       01  PGM-TYP                       PIC X(8)  VALUE "ZEIT  ".

      * PERSONENSTAMM (CFP9022)
       01  PERSON-REC                    TYPE PERSON-TYPE.

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

      * ERSTER TAG DES FOLGEMONATS (JHJJMMTT)
       01  FOLGEMONAT-DAT                PIC 9(8).

      * TAGESSOLL UND TAGESWERTE
       01  SOLL-MINUTEN                  PIC 9(4).
       01  IST-MINUTEN                   PIC 9(5).
                                    RET-CODE
           END-CALL.

           OPEN     INPUT  PZEITTAG-DP.
           OPEN     OUTPUT XXDRUCK-DAT.

      * TAGESSOLL DES USERS ERMITTELN
           WRITE    XXDRUCK-REC.

           CLOSE    PZEITTAG-DP
                    XXDRUCK-DAT.

      * ZUSTELLUNG UND JOURNAL UEBER DIE DREHSCHEIBE ABSCHLIESSEN
                                    RET-CODE
           END-CALL.

      * AUSDRUCK IN DER PERSONALAKTE ABLEGEN
           PERFORM  BERECHNE-ZEITRAUM.
           INITIALIZE RET-CODE.
           MOVE     "XXF0067"    TO AKT-PRTF.
           MOVE     X-ZTUSER     TO AKT-USER.
           MOVE     "GLEITZEIT"  TO AKT-DOKTYP.
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
      * ZEITRAUM DES AUSZUGS FUER DIE PERSONALAKTE: MONATSERSTER BIS
      * MONATSLETZTER (TAG VOR DEM ERSTEN DES FOLGEMONATS)
      *--------------------------------------------------------------
       BERECHNE-ZEITRAUM SECTION.
       BER-ZTR-00.

           COMPUTE  AKT-VON = X-JAHR * 10000 + X-MONAT * 100 + 1.

           IF       X-MONAT = 12
                    COMPUTE FOLGEMONAT-DAT = (X-JAHR + 1) * 10000
                                           + 0101
           ELSE
                    COMPUTE FOLGEMONAT-DAT = AKT-VON + 100
           END-IF.

           COMPUTE  AKT-BIS = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(FOLGEMONAT-DAT) - 1).

       BER-ZTR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TAGESSOLL DES USERS AUS DEM PERSONENSTAMM LESEN
      *--------------------------------------------------------------
       LESEN-TAGESSOLL SECTION.
       LES-SOL-00.

           MOVE     480 TO SOLL-MINUTEN.

           INITIALIZE PERSON-REC.
           MOVE     "L"       TO PN-MODUS OF PERSON-REC.
           MOVE     X-ZTUSER  TO PN-USER  OF PERSON-REC.
           CALL     "CFP9022" USING PERSON-REC
           END-CALL.
           IF       PN-RET  OF PERSON-REC     = SPACES
            AND     PN-SOLL OF PERSON-REC NOT = ZEROES
                    MOVE PN-SOLL OF PERSON-REC TO SOLL-MINUTEN
           END-IF.

       LES-SOL-90.
