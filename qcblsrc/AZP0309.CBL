      *                  EINEN KW-BEREICH (X-JAHR, X-VONKW BIS        *
      *                  X-BISKW) JE WOCHE EIN WOCHENBLATT IM         *
      *                  OFFIZIELLEN KAMMERFORMAT ALS SPOOL           *
      *                  AZF0309: KOPFDATEN (NAME, AUSBILDUNGSJAHR    *
      *                  UND ABTEILUNG AUS DEM PERSONENSTAMM          *
      *                  PPERSON), DIE EINTRAEGE DER WOCHE            *
      *                  AUS PAZUBER, DIE WOCHENSTUNDEN AUS PZEITKW   *
      *                  (ZKGSEC) UND DIE UNTERSCHRIFTSZEILEN         *
      *                  (FESTER BESTANDTEIL DES DRUCKFORMATS).       *
      * 02.09.2026 MD    AUSGABE LAEUFT UEBER DIE DREHSCHEIBE         *
      *                  XXP2030 (ZUSTELLUNG JE USERWUNSCH:           *
      *                  DRUCKER/DATEI/MAIL, MIT AUSGABEJOURNAL).     *
      * 15.10.2026 MD    DIE WOCHENBLAETTER WERDEN ZUSAETZLICH ALS    *
      *                  DOKUMENT "BERHEFT" IN DER DIGITALEN          *
      *                  PERSONALAKTE DES AZUBIS ABGELEGT (XXP2032).  *
      * 15.10.2026 MD    KOPFDATEN UEBER PERSONENSTAMM (CFP9022)      *
      *                  STATT PCONFIG H050 UND A109                  *
      *                                                               *
      *****************************************************************
      *
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *    PRINTERFILE FUER DIE WOCHENBLAETTER
      *-------------------------------------------------------------
       01  PZEITKW-P.
           COPY DDS-ALL-FORMATS OF PZEITKW.
      /
      *------DRUCKAUSGABE----
       FD  XXDRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  PGM-WRK                       PIC X(10) VALUE "AZP0309".
       01  PGM-TYP                       PIC X(8)  VALUE "AZUBI ".

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

      * TAGESNUMMERN FUER DIE KW-GRENZEN (ISO-WOCHE)
       01  TAG-4JAN                      PIC 9(9).
       01  TAG-MONTAG-KW1                PIC 9(9).

      * KOPFDATEN DES AZUBIS
       01  AZU-NAME                      PIC X(30).
       01  AZU-AUSBJAHR                  PIC 9(4).
           END-CALL.

           OPEN     INPUT  PAZUBER-DP
                           PZEITKW-DP.
           OPEN     OUTPUT XXDRUCK-DAT.

      * KOPFDATEN DES AZUBIS ERMITTELN
       ANF030.
           CLOSE    PAZUBER-DP
                    PZEITKW-DP
                    XXDRUCK-DAT.

      * ZUSTELLUNG UND JOURNAL UEBER DIE DREHSCHEIBE ABSCHLIESSEN
                                    RET-CODE
           END-CALL.

      * AUSDRUCK IN DER PERSONALAKTE ABLEGEN
           PERFORM  BERECHNE-ZEITRAUM.
           INITIALIZE RET-CODE.
           MOVE     "AZF0309"    TO AKT-PRTF.
           MOVE     X-ABUSER     TO AKT-USER.
           MOVE     "BERHEFT"    TO AKT-DOKTYP.
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
      * ZEITRAUM DER AUSGEDRUCKTEN KW FUER DIE PERSONALAKTE: MONTAG
      * DER VON-KW BIS SONNTAG DER BIS-KW (DIE KW 1 ENTHAELT DEN 4.1.)
      *--------------------------------------------------------------
       BERECHNE-ZEITRAUM SECTION.
       BER-ZTR-00.

           COMPUTE  TAG-4JAN = FUNCTION INTEGER-OF-DATE(
                                        X-JAHR * 10000 + 0104).
           COMPUTE  TAG-MONTAG-KW1 = TAG-4JAN
                                   - FUNCTION MOD(TAG-4JAN - 1, 7).

           COMPUTE  AKT-VON = FUNCTION DATE-OF-INTEGER(
                    TAG-MONTAG-KW1 + (X-VONKW - 1) * 7).
           COMPUTE  AKT-BIS = FUNCTION DATE-OF-INTEGER(
                    TAG-MONTAG-KW1 + (X-BISKW - 1) * 7 + 6).

       BER-ZTR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NAME, AUSBILDUNGSJAHR UND ABTEILUNG AUS DEM PERSONENSTAMM
      *--------------------------------------------------------------
       LESEN-KOPFDATEN SECTION.
       LES-KPF-00.

           INITIALIZE AZU-NAME, AZU-AUSBJAHR, AZU-ABTEILUNG.

           INITIALIZE PERSON-REC.
           MOVE     "L"      TO PN-MODUS OF PERSON-REC.
           MOVE     X-ABUSER TO PN-USER  OF PERSON-REC.
           CALL     "CFP9022" USING PERSON-REC
           END-CALL.
           IF       PN-RET OF PERSON-REC = SPACES
                    MOVE PN-NAME  OF PERSON-REC(1:30) TO AZU-NAME
                    MOVE PN-AJAHR OF PERSON-REC       TO AZU-AUSBJAHR
                    MOVE PN-ABTEILUNG OF PERSON-REC TO AZU-ABTEILUNG
           END-IF.

       LES-KPF-90.
