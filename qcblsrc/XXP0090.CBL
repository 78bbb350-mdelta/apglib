       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0090.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * MONATSNACHWEIS JUGENDARBEITSSCHUTZ FUER DEN AUSBILDER         *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  DRUCKT FUER X-JAHR/X-MONAT ALLE VON          *
      *                  XXP0089 NACH PZEITVST GESCHRIEBENEN          *
      *                  JARBSCHG-VERSTOESSE (VSGRP "JARBSCHG") MIT   *
      *                  NAME DES AZUBIS (PPERSON) ALS                *
      *                  SPOOL XXF0090 - DER NACHWEIS FUER DAS        *
      *                  GEWERBEAUFSICHTSAMT. SIND X-JAHR/X-MONAT     *
      *                  ZEROES, WIRD DER VORMONAT GEDRUCKT (AUFRUF   *
      *                  ALS MONATLICHER BATCHJOB). EMPFAENGER IST    *
      *                  DER AUSBILDER AUS PCONFIG BERICHT/AUSBILDER  *
      *                  (CFTXT1, SONST APG), DIE ZUSTELLUNG LAEUFT   *
      *                  UEBER DIE DREHSCHEIBE XXP2030. AM ENDE WIRD  *
      *                  DIE ANZAHL DER VERSTOESSE GEDRUCKT.          *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    AZUBINAME UEBER PERSONENSTAMM                *
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
      * PZEITVST: VSUSER, VSDATUM, VSART (REGELVERSTOESSE)
      *-------------------------------------------------------------
           SELECT PZEITVST-DP
                  ASSIGN       TO  DATABASE-PZEITVST
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCONFIG: CFID, CFKEY (BERICHT = AUSBILDER)
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *    PRINTERFILE FUER DEN MONATSNACHWEIS
      *-------------------------------------------------------------
           SELECT XXDRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF0090
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PZEITVST: VSUSER, VSDATUM, VSART
       FD  PZEITVST-DP
           LABEL RECORDS ARE STANDARD.
       01  PZEITVST-P.
           COPY DDS-ALL-FORMATS OF PZEITVST.
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
           COPY DDS-ALL-FORMATS OF XXF0090.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0090".
       01  PGM-TYP                       PIC X(8)  VALUE "ZEIT  ".

      * PERSONENSTAMM (CFP9022)
       01  PERSON-REC                    TYPE PERSON-TYPE.

      * PARAMETER FUER DIE AUSGABEDREHSCHEIBE XXP2030
       01  HUB-AKTION                    PIC X(1).
       01  HUB-PRTF                      PIC X(10).
       01  HUB-USER                      PIC X(10).
       01  HUB-OUTQ                      PIC X(10).

      * BERICHTSMONAT (VORMONAT, WENN NICHTS UEBERGEBEN WURDE)
       01  JAHR-WRK                      PIC 9(4).
       01  MONAT-WRK                     PIC 9(2).

      * ANZAHL DER GEDRUCKTEN VERSTOESSE
       01  ANZ-VST                       PIC 9(7)   VALUE ZEROES.

      * NAME DES AZUBIS (ZWISCHENSPEICHER JE USER)
       01  NAME-USER                     PIC X(10).
       01  NAME-WRK                      PIC X(30).

      * MONATSGRENZE ALS DATUMSVERGLEICH (JHJJMM)
       01  MONAT-PRF                     PIC 9(6).
       01  SATZ-MONAT-PRF                PIC 9(6).
       01  SATZ-DATUM-RED.
        05 SDR-JHJJMM                    PIC 9(6).
        05 SDR-TAG                       PIC 9(2).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * ZEROES = VORMONAT
       01  X-JAHR                        PIC 9(4).
       01  X-MONAT                       PIC 9(2).
      * AUSGABEWARTESCHLANGE, SPACES = PRT01
       01  X-OUTQ                        PIC X(10).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-JAHR
                                X-MONAT
                                X-OUTQ.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0090" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

      * BERICHTSMONAT FESTLEGEN
           IF       X-JAHR  = ZEROES
            OR      X-MONAT = ZEROES
                    MOVE DATE-8(1:4) TO JAHR-WRK
                    MOVE DATE-8(5:2) TO MONAT-WRK
                    IF   MONAT-WRK = 1
                         MOVE 12 TO MONAT-WRK
                         SUBTRACT 1 FROM JAHR-WRK
                    ELSE
                         SUBTRACT 1 FROM MONAT-WRK
                    END-IF
           ELSE
                    MOVE X-JAHR  TO JAHR-WRK
                    MOVE X-MONAT TO MONAT-WRK
           END-IF.

           OPEN     INPUT  PZEITVST-DP
                           PCONFIG-DP.

      * EMPFAENGER IST DER AUSBILDER
           PERFORM  ERMITTLE-AUSBILDER.

      * AUSGABEWEG UEBER DIE DREHSCHEIBE XXP2030 BESTIMMEN
      * (SETZT DAS OVRPRTF JE NACH ZUSTELLWUNSCH DES EMPFAENGERS)
           INITIALIZE RET-CODE.
           MOVE     "V"       TO HUB-AKTION.
           MOVE     "XXF0090" TO HUB-PRTF.
           MOVE     X-OUTQ    TO HUB-OUTQ.
           CALL     "XXP2030" USING HUB-AKTION
                                    HUB-PRTF
                                    HUB-USER
                                    HUB-OUTQ
                                    RET-CODE
           END-CALL.

           OPEN     OUTPUT XXDRUCK-DAT.

      * KOPFZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "KOPF"      TO DRART   OF XXDRUCK-REC.
           MOVE     JAHR-WRK    TO DRJAHR  OF XXDRUCK-REC.
           MOVE     MONAT-WRK   TO DRMONAT OF XXDRUCK-REC.
           MOVE     HUB-USER    TO DRAUSB  OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

      * GESUCHTER MONAT ALS VERGLEICHSWERT
           COMPUTE  MONAT-PRF = JAHR-WRK * 100 + MONAT-WRK.

           PERFORM  DRUCKE-MONAT.

      * SUMMENZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "SUMME"     TO DRART   OF XXDRUCK-REC.
           MOVE     ANZ-VST     TO DRANZ   OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           CLOSE    PZEITVST-DP
                    PCONFIG-DP
                    XXDRUCK-DAT.

      * ZUSTELLUNG UND JOURNAL UEBER DIE DREHSCHEIBE ABSCHLIESSEN
           INITIALIZE RET-CODE.
           MOVE     "N" TO HUB-AKTION.
           CALL     "XXP2030" USING HUB-AKTION
                                    HUB-PRTF
                                    HUB-USER
                                    HUB-OUTQ
                                    RET-CODE
           END-CALL.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * AUSBILDER AUS PCONFIG BERICHT/AUSBILDER LESEN, SONST APG
      *--------------------------------------------------------------
       ERMITTLE-AUSBILDER SECTION.
       ERM-AUS-00.

           MOVE     "APG" TO HUB-USER.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "BERICHT"      TO CFID   OF PCONFIG-P.
           MOVE     "AUSBILDER"    TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     CFTXT1 OF PCONFIG-P(1:10) NOT = SPACES
                    MOVE CFTXT1 OF PCONFIG-P(1:10) TO HUB-USER
           END-IF.

       ERM-AUS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE JARBSCHG-VERSTOESSE DES MONATS DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-MONAT SECTION.
       DRK-MON-00.

           INITIALIZE PZEITVSTF OF PZEITVST-P.
           MOVE     SPACES TO VSUSER  OF PZEITVST-P.
           MOVE     ZEROES TO VSDATUM OF PZEITVST-P.
           MOVE     SPACES TO VSART   OF PZEITVST-P.
           START    PZEITVST-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRK-MON-90
           END-IF.

       DRK-MON-20.
           READ     PZEITVST-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRK-MON-90
           END-IF.

      * NUR DIE VERSTOESSE AUS DEM JUGENDARBEITSSCHUTZ
           IF       VSGRP OF PZEITVST-P NOT = "JARBSCHG"
                    GO TO DRK-MON-20
           END-IF.

      * NUR DEN GESUCHTEN MONAT
           MOVE     VSDATUM OF PZEITVST-P TO SATZ-DATUM-RED.
           MOVE     SDR-JHJJMM            TO SATZ-MONAT-PRF.
           IF       SATZ-MONAT-PRF NOT = MONAT-PRF
                    GO TO DRK-MON-20
           END-IF.

           PERFORM  DRUCKE-VERSTOSS.

           GO TO    DRK-MON-20.

       DRK-MON-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE VERSTOSSZEILE DRUCKEN UND ZAEHLEN
      *--------------------------------------------------------------
       DRUCKE-VERSTOSS SECTION.
       DRK-VST-00.

           ADD      1 TO ANZ-VST.

      * NAME NUR BEIM WECHSEL DES USERS NEU LESEN
           IF       VSUSER OF PZEITVST-P NOT = NAME-USER
                    PERFORM LESEN-NAME
           END-IF.

           INITIALIZE XXDRUCK-REC.
           MOVE     "ZEILE"                TO DRART   OF XXDRUCK-REC.
           MOVE     VSUSER  OF PZEITVST-P  TO VSUSER  OF XXDRUCK-REC.
           MOVE     NAME-WRK               TO DRNAME  OF XXDRUCK-REC.
           MOVE     VSDATUM OF PZEITVST-P  TO VSDATUM OF XXDRUCK-REC.
           MOVE     VSART   OF PZEITVST-P  TO VSART   OF XXDRUCK-REC.
           MOVE     VSTEXT  OF PZEITVST-P  TO VSTEXT  OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

       DRK-VST-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NAME DES AZUBIS AUS DEM PERSONENSTAMM LESEN
      *--------------------------------------------------------------
       LESEN-NAME SECTION.
       LES-NAM-00.

           MOVE     VSUSER OF PZEITVST-P TO NAME-USER.
           MOVE     SPACES               TO NAME-WRK.

           INITIALIZE PERSON-REC.
           MOVE     "L"       TO PN-MODUS OF PERSON-REC.
           MOVE     NAME-USER TO PN-USER  OF PERSON-REC.
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
