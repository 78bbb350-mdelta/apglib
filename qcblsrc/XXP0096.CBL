       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0096.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * JAHRESBESCHEINIGUNG DER HOMEOFFICE-TAGE DRUCKEN               *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  DRUCKT ZUM JAHRESENDE FUER JEDEN             *
      *                  MITARBEITER (PERSONENSTAMM, CFP9022, AUCH    *
      *                  IM JAHR AUSGESCHIEDENE) MIT HOMEOFFICE-      *
      *                  TAGEN (PZEITTAG ZTORT = "H") IM JAHR         *
      *                  X-JAHR (ZEROES = VORJAHR) EINE               *
      *                  BESCHEINIGUNG FUER DIE STEUERERKLAERUNG      *
      *                  (HOMEOFFICE-PAUSCHALE) ALS SPOOL XXF0096:    *
      *                  KOPF MIT NAME UND JAHR, JE MONAT DIE ANZAHL  *
      *                  DER TAGE, AM ENDE DIE GESAMTZAHL, DIE        *
      *                  ANRECHENBAREN TAGE UND DEN BETRAG. SATZ JE   *
      *                  TAG UND HOECHSTZAHL DER TAGE STEHEN IN       *
      *                  PCONFIG HOMEOFF/PAUSCH (CFIN01 IN CENT,      *
      *                  CFIN02 TAGE), STANDARD 6,00 EUR UND 210      *
      *                  TAGE. EMPFAENGER IST DER MITARBEITER, DIE    *
      *                  ZUSTELLUNG LAEUFT UEBER DIE DREHSCHEIBE      *
      *                  XXP2030.                                     *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    AKTIVE MITARBEITER UEBER PERSONENSTAMM       *
      *                  (CFP9022) STATT PCONFIG H050                 *
      * 15.10.2026 MD    ALLE PERSONEN STATT NUR DER AKTIVEN, DAMIT   *
      *                  AUSGESCHIEDENE IHRE BESCHEINIGUNG ERHALTEN   *
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
      * PZEITTAG: ZTUSER, ZTJAHR, ZTDATUM (TAGESERFASSUNG)
      *-------------------------------------------------------------
           SELECT PZEITTAG-DP
                  ASSIGN       TO  DATABASE-PZEITTAG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCONFIG: CFID, CFKEY (HOMEOFF = SAETZE)
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *    PRINTERFILE FUER DIE HOMEOFFICE-BESCHEINIGUNG
      *-------------------------------------------------------------
           SELECT XXDRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0096
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PZEITTAG: ZTUSER, ZTJAHR, ZTDATUM
       FD  PZEITTAG-DP
           LABEL RECORDS ARE STANDARD.
       01  PZEITTAG-P.
           COPY DDS-ALL-FORMATS OF PZEITTAG.
      /
      *--- PCONFIG: CFID, CFKEY
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
      *------DRUCKAUSGABE----
       FD  XXDRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  XXDRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF0096.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0096".
       01  PGM-TYP                       PIC X(8)  VALUE "ZEIT  ".

      * PARAMETER FUER DIE AUSGABEDREHSCHEIBE XXP2030
       01  HUB-AKTION                    PIC X(1).
       01  HUB-PRTF                      PIC X(10).
       01  HUB-USER                      PIC X(10).
       01  HUB-OUTQ                      PIC X(10).

      * AUSGEWERTETES JAHR
       01  JAHR-WRK                      PIC 9(4).

      * PERSONENSTAMM (CFP9022)
       01  PERSON-REC                    TYPE PERSON-TYPE.

      * AKTUELLER MITARBEITER
       01  MA-USER                       PIC X(10).
       01  MA-NAME                       PIC X(30).

      * HOMEOFFICE-PAUSCHALE: SATZ JE TAG IN CENT, HOECHSTZAHL TAGE
       01  SATZ-TAG                      PIC 9(5)   VALUE 600.
       01  MAX-TAGE                      PIC 9(3)   VALUE 210.

      * HOMEOFFICE-TAGE JE MONAT UND GESAMT
       01  HO-MONATE.
        05 HO-MONAT                      PIC 9(2)   OCCURS 12.
       01  MON-IDX                       PIC 9(2)   BINARY.
       01  ANZ-TAGE                      PIC 9(3).
       01  ANZ-TAGE-ANR                  PIC 9(3).
       01  BETRAG-CENT                   PIC 9(7).

       01  SATZ-DATUM-RED.
        05 SDR-JAHR                      PIC 9(4).
        05 SDR-MONAT                     PIC 9(2).
        05 SDR-TAG                       PIC 9(2).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * AUSZUWERTENDES JAHR, ZEROES = VORJAHR
       01  X-JAHR                        PIC 9(4).
      * AUSGABEWARTESCHLANGE, SPACES = PRT01
       01  X-OUTQ                        PIC X(10).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-JAHR
                                X-OUTQ.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0096" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

      * OHNE ANGABE WIRD DAS VORJAHR BESCHEINIGT
           MOVE     X-JAHR TO JAHR-WRK.
           IF       JAHR-WRK = ZEROES
                    MOVE DATE-8(1:4) TO JAHR-WRK
                    SUBTRACT 1 FROM JAHR-WRK
           END-IF.

           OPEN     INPUT  PZEITTAG-DP
                           PCONFIG-DP.

           PERFORM  LESEN-SAETZE.

      * ALLE MITARBEITER (PERSONENSTAMM) DURCHLAUFEN, AUCH DIE
      * INZWISCHEN INAKTIVEN - AUSSCHLAGGEBEND SIND NUR DIE
      * HOMEOFFICE-TAGE IM JAHR
           INITIALIZE PERSON-REC.
           MOVE     SPACES    TO PN-USER  OF PERSON-REC.

       ANF020.
           MOVE     "N"       TO PN-MODUS OF PERSON-REC.
           CALL     "CFP9022" USING PERSON-REC
           END-CALL.
           IF       PN-RET OF PERSON-REC NOT = SPACES
                    GO TO ANF080
           END-IF.

           MOVE     PN-USER OF PERSON-REC TO MA-USER.
           MOVE     PN-NAME OF PERSON-REC TO MA-NAME.

           PERFORM  ZAEHLE-HOMEOFFICE.
      * OHNE HOMEOFFICE-TAGE KEINE BESCHEINIGUNG
           IF       ANZ-TAGE NOT = ZEROES
                    PERFORM DRUCKE-BESCHEINIGUNG
           END-IF.

           GO TO    ANF020.

       ANF080.
           CLOSE    PZEITTAG-DP
                    PCONFIG-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * SATZ JE TAG UND HOECHSTZAHL DER TAGE AUS PCONFIG LESEN
      *--------------------------------------------------------------
       LESEN-SAETZE SECTION.
       LES-STZ-00.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "HOMEOFF" TO CFID   OF PCONFIG-P.
           MOVE     "PAUSCH"  TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES    TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES    TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES    TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-STZ-90
           END-IF.

           IF       CFIN01 OF PCONFIG-P NOT = ZEROES
                    MOVE CFIN01 OF PCONFIG-P TO SATZ-TAG
           END-IF.
           IF       CFIN02 OF PCONFIG-P NOT = ZEROES
                    MOVE CFIN02 OF PCONFIG-P TO MAX-TAGE
           END-IF.

       LES-STZ-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HOMEOFFICE-TAGE DES MITARBEITERS IM JAHR JE MONAT ZAEHLEN
      *--------------------------------------------------------------
       ZAEHLE-HOMEOFFICE SECTION.
       ZAE-HOF-00.

           INITIALIZE HO-MONATE, ANZ-TAGE.

           INITIALIZE PZEITTAGF OF PZEITTAG-P.
           MOVE     MA-USER  TO ZTUSER  OF PZEITTAG-P.
           MOVE     JAHR-WRK TO ZTJAHR  OF PZEITTAG-P.
           MOVE     ZEROES   TO ZTDATUM OF PZEITTAG-P.
           START    PZEITTAG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-HOF-90
           END-IF.

       ZAE-HOF-20.
           READ     PZEITTAG-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      ZTUSER OF PZEITTAG-P NOT = MA-USER
            OR      ZTJAHR OF PZEITTAG-P NOT = JAHR-WRK
                    GO TO ZAE-HOF-90
           END-IF.

           IF       ZTORT OF PZEITTAG-P NOT = "H"
                    GO TO ZAE-HOF-20
           END-IF.

           MOVE     ZTDATUM OF PZEITTAG-P TO SATZ-DATUM-RED.
           IF       SDR-MONAT < 1
            OR      SDR-MONAT > 12
                    GO TO ZAE-HOF-20
           END-IF.

           ADD      1 TO HO-MONAT(SDR-MONAT).
           ADD      1 TO ANZ-TAGE.

           GO TO    ZAE-HOF-20.

       ZAE-HOF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BESCHEINIGUNG EINES MITARBEITERS DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-BESCHEINIGUNG SECTION.
       DRK-BES-00.

      * ANRECHENBARE TAGE UND BETRAG DER PAUSCHALE
           MOVE     ANZ-TAGE TO ANZ-TAGE-ANR.
           IF       ANZ-TAGE-ANR > MAX-TAGE
                    MOVE MAX-TAGE TO ANZ-TAGE-ANR
           END-IF.
           COMPUTE  BETRAG-CENT = ANZ-TAGE-ANR * SATZ-TAG.

      * AUSGABEWEG UEBER DIE DREHSCHEIBE XXP2030 BESTIMMEN
      * (SETZT DAS OVRPRTF JE NACH ZUSTELLWUNSCH DES EMPFAENGERS)
           INITIALIZE RET-CODE.
           MOVE     "V"       TO HUB-AKTION.
           MOVE     "XXF0096" TO HUB-PRTF.
           MOVE     MA-USER   TO HUB-USER.
           MOVE     X-OUTQ    TO HUB-OUTQ.
           CALL     "XXP2030" USING HUB-AKTION
                                    HUB-PRTF
                                    HUB-USER
                                    HUB-OUTQ
                                    RET-CODE
           END-CALL.

           OPEN     OUTPUT XXDRUCK-DAT.

      * KOPF MIT MITARBEITER UND JAHR
           INITIALIZE XXDRUCK-REC.
           MOVE     "KOPF"      TO DRART   OF XXDRUCK-REC.
           MOVE     MA-USER     TO DRUSER  OF XXDRUCK-REC.
           MOVE     MA-NAME     TO DRNAME  OF XXDRUCK-REC.
           MOVE     JAHR-WRK    TO DRJAHR  OF XXDRUCK-REC.
           MOVE     DATE-8      TO DRDATUM OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

      * JE MONAT EINE ZEILE
           MOVE     1 TO MON-IDX.

       DRK-BES-20.
           INITIALIZE XXDRUCK-REC.
           MOVE     "ZEILE"           TO DRART   OF XXDRUCK-REC.
           MOVE     MON-IDX           TO DRMONAT OF XXDRUCK-REC.
           MOVE     HO-MONAT(MON-IDX) TO DRTAGE  OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           ADD      1 TO MON-IDX.
           IF       MON-IDX NOT > 12
                    GO TO DRK-BES-20
           END-IF.

      * SUMMEN UND PAUSCHALE
           INITIALIZE XXDRUCK-REC.
           MOVE     "SUMME"      TO DRART    OF XXDRUCK-REC.
           MOVE     ANZ-TAGE     TO DRTAGE   OF XXDRUCK-REC.
           MOVE     ANZ-TAGE-ANR TO DRTAGANR OF XXDRUCK-REC.
           COMPUTE  DRSATZ   OF XXDRUCK-REC = SATZ-TAG    / 100.
           COMPUTE  DRBETRAG OF XXDRUCK-REC = BETRAG-CENT / 100.
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

       DRK-BES-90.
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
