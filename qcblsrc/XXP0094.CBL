       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0094.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * REISEKOSTENABRECHNUNG EINER DIENSTREISE DRUCKEN               *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  DRUCKT FUER DIE DIENSTREISE X-USER/X-LFDN    *
      *                  DAS ABRECHNUNGSFORMULAR ALS SPOOL XXF0094:   *
      *                  KOPF MIT NAME (PPERSON), ZIEL,               *
      *                  ZWECK, PROJEKT, AB-/RUECKREISE UND DEN       *
      *                  GESTELLTEN MAHLZEITEN, JE BELEG AUS PREISBEL *
      *                  EINE ZEILE, AM ENDE VERPFLEGUNGSMEHRAUFWAND, *
      *                  KILOMETERGELD, BELEGSUMME, GESAMTBETRAG,     *
      *                  STATUS UND GENEHMIGER. EMPFAENGER IST DER    *
      *                  REISENDE, DIE ZUSTELLUNG LAEUFT UEBER DIE    *
      *                  DREHSCHEIBE XXP2030. AUFRUF AUS XXP0092      *
      *                  (OPTION "6").                                *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    NAME DES REISENDEN UEBER PERSONENSTAMM       *
      *                  (CFP9022) STATT H050                         *
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
      * PREISE: RSUSER, RSLFDN (DIENSTREISEN)
      *-------------------------------------------------------------
           SELECT PREISE-DP
                  ASSIGN       TO  DATABASE-PREISE
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PREISBEL: BLUSER, BLLFDN, BLPOS (BELEGE ZUR DIENSTREISE)
      *-------------------------------------------------------------
           SELECT PREISBEL-DP
                  ASSIGN       TO  DATABASE-PREISBEL
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *    PRINTERFILE FUER DIE REISEKOSTENABRECHNUNG
      *-------------------------------------------------------------
           SELECT XXDRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0094
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PREISE: RSUSER, RSLFDN
       FD  PREISE-DP
           LABEL RECORDS ARE STANDARD.
       01  PREISE-P.
           COPY DDS-ALL-FORMATS OF PREISE.
      /
      *--- PREISBEL: BLUSER, BLLFDN, BLPOS
       FD  PREISBEL-DP
           LABEL RECORDS ARE STANDARD.
       01  PREISBEL-P.
           COPY DDS-ALL-FORMATS OF PREISBEL.
      /
      *------DRUCKAUSGABE----
       FD  XXDRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  XXDRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0094.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0094".
       01  PGM-TYP                       PIC X(8)  VALUE "ZEIT  ".

      * PERSONENSTAMM (CFP9022)
       01  PERSON-REC                    TYPE PERSON-TYPE.

      * PARAMETER FUER DIE AUSGABEDREHSCHEIBE XXP2030
       01  HUB-AKTION                    PIC X(1).
       01  HUB-PRTF                      PIC X(10).
       01  HUB-USER                      PIC X(10).
       01  HUB-OUTQ                      PIC X(10).

      * NAME DES REISENDEN
       01  NAME-WRK                      PIC X(30).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-USER                        PIC X(10).
       01  X-LFDN                        PIC 9(5).
      * AUSGABEWARTESCHLANGE, SPACES = PRT01
       01  X-OUTQ                        PIC X(10).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-USER
                                X-LFDN
                                X-OUTQ.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0094" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

           OPEN     INPUT  PREISE-DP
                           PREISBEL-DP.

      * DIENSTREISE LESEN
           INITIALIZE PREISEF OF PREISE-P.
           MOVE     X-USER TO RSUSER OF PREISE-P.
           MOVE     X-LFDN TO RSLFDN OF PREISE-P.
           READ     PREISE-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ANF080
           END-IF.

           PERFORM  LESEN-NAME.

      * AUSGABEWEG UEBER DIE DREHSCHEIBE XXP2030 BESTIMMEN
      * (SETZT DAS OVRPRTF JE NACH ZUSTELLWUNSCH DES EMPFAENGERS)
           INITIALIZE RET-CODE.
           MOVE     "V"       TO HUB-AKTION.
           MOVE     "XXF0094" TO HUB-PRTF.
           MOVE     X-USER    TO HUB-USER.
           MOVE     X-OUTQ    TO HUB-OUTQ.
           CALL     "XXP2030" USING HUB-AKTION
                                    HUB-PRTF
                                    HUB-USER
                                    HUB-OUTQ
                                    RET-CODE
           END-CALL.

           OPEN     OUTPUT XXDRUCK-DAT.

      * KOPF MIT DEN REISEDATEN
           INITIALIZE XXDRUCK-REC.
           MOVE     "KOPF"                TO DRART   OF XXDRUCK-REC.
           MOVE     RSUSER  OF PREISE-P   TO RSUSER  OF XXDRUCK-REC.
           MOVE     NAME-WRK              TO DRNAME  OF XXDRUCK-REC.
           MOVE     RSLFDN  OF PREISE-P   TO RSLFDN  OF XXDRUCK-REC.
           MOVE     RSZIEL  OF PREISE-P   TO RSZIEL  OF XXDRUCK-REC.
           MOVE     RSZWECK OF PREISE-P   TO RSZWECK OF XXDRUCK-REC.
           MOVE     RSPROJ  OF PREISE-P   TO RSPROJ  OF XXDRUCK-REC.
           MOVE     RSVDAT  OF PREISE-P   TO RSVDAT  OF XXDRUCK-REC.
           MOVE     RSVZEIT OF PREISE-P   TO RSVZEIT OF XXDRUCK-REC.
           MOVE     RSBDAT  OF PREISE-P   TO RSBDAT  OF XXDRUCK-REC.
           MOVE     RSBZEIT OF PREISE-P   TO RSBZEIT OF XXDRUCK-REC.
           MOVE     RSFRUEH OF PREISE-P   TO RSFRUEH OF XXDRUCK-REC.
           MOVE     RSMITT  OF PREISE-P   TO RSMITT  OF XXDRUCK-REC.
           MOVE     RSABEND OF PREISE-P   TO RSABEND OF XXDRUCK-REC.
           MOVE     RSKM    OF PREISE-P   TO RSKM    OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

      * JE BELEG EINE ZEILE
           PERFORM  DRUCKE-BELEGE.

      * SUMMEN, STATUS UND GENEHMIGUNG
           INITIALIZE XXDRUCK-REC.
           MOVE     "SUMME"               TO DRART   OF XXDRUCK-REC.
           MOVE     RSVMA   OF PREISE-P   TO RSVMA   OF XXDRUCK-REC.
           MOVE     RSKMGLD OF PREISE-P   TO RSKMGLD OF XXDRUCK-REC.
           MOVE     RSBELEG OF PREISE-P   TO RSBELEG OF XXDRUCK-REC.
           MOVE     RSSUMME OF PREISE-P   TO RSSUMME OF XXDRUCK-REC.
           MOVE     RSSTAT  OF PREISE-P   TO RSSTAT  OF XXDRUCK-REC.
           MOVE     RSGUSR  OF PREISE-P   TO RSGUSR  OF XXDRUCK-REC.
           MOVE     RSGDTA  OF PREISE-P   TO RSGDTA  OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           CLOSE    XXDRUCK-DAT.

      * ZUSTELLUNG UND JOURNAL UEBER DIE DREHSCHEIBE ABSCHLIESSEN
           INITIALIZE RET-CODE.
           MOVE     "N" TO HUB-AKTION.
           CALL     "XXP2030" USING HUB-AKTION
                                    HUB-PRTF
                                    HUB-USER
                                    HUB-OUTQ
                                    RET-CODE
           END-CALL.

       ANF080.
           CLOSE    PREISE-DP
                    PREISBEL-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE BELEGE DER REISE DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-BELEGE SECTION.
       DRK-BEL-00.

           INITIALIZE PREISBELF OF PREISBEL-P.
           MOVE     X-USER TO BLUSER OF PREISBEL-P.
           MOVE     X-LFDN TO BLLFDN OF PREISBEL-P.
           MOVE     ZEROES TO BLPOS  OF PREISBEL-P.
           START    PREISBEL-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRK-BEL-90
           END-IF.

       DRK-BEL-20.
           READ     PREISBEL-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      BLUSER OF PREISBEL-P NOT = X-USER
            OR      BLLFDN OF PREISBEL-P NOT = X-LFDN
                    GO TO DRK-BEL-90
           END-IF.

           INITIALIZE XXDRUCK-REC.
           MOVE     "ZEILE"                 TO DRART    OF XXDRUCK-REC.
           MOVE     BLPOS    OF PREISBEL-P  TO BLPOS    OF XXDRUCK-REC.
           MOVE     BLDATUM  OF PREISBEL-P  TO BLDATUM  OF XXDRUCK-REC.
           MOVE     BLART    OF PREISBEL-P  TO BLART    OF XXDRUCK-REC.
           MOVE     BLTEXT   OF PREISBEL-P  TO BLTEXT   OF XXDRUCK-REC.
           MOVE     BLBETRAG OF PREISBEL-P  TO BLBETRAG OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           GO TO    DRK-BEL-20.

       DRK-BEL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NAME DES REISENDEN AUS DEM PERSONENSTAMM LESEN
      *--------------------------------------------------------------
       LESEN-NAME SECTION.
       LES-NAM-00.

           MOVE     SPACES TO NAME-WRK.

           INITIALIZE PERSON-REC.
           MOVE     "L"       TO PN-MODUS OF PERSON-REC.
           MOVE     X-USER    TO PN-USER  OF PERSON-REC.
           CALL     "CFP9022" USING PERSON-REC
           END-CALL.
           IF       PN-RET OF PERSON-REC = SPACES
                    MOVE PN-NAME OF PERSON-REC TO NAME-WRK
           END-IF.

       LES-NAM-90.
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
