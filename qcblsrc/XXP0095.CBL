       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0095.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * HOMEOFFICE-KONTINGENT JE MONAT PRUEFEN (PZEITRGL RGHOMAX)     *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZAEHLT DIE HOMEOFFICE-TAGE (PZEITTAG ZTORT = *
      *                  "H") DES USERS IM MONAT VON X-DATUM UND      *
      *                  VERGLEICHT SIE MIT DEM KONTINGENT SEINER     *
      *                  PERSONENGRUPPE (PERSONENSTAMM, CFP9022,      *
      *                  STANDARD "STD"; PZEITRGL RGHOMAX, ZEROES =   *
      *                  OHNE GRENZE). IST DAS KONTINGENT             *
      *                  UEBERSCHRITTEN, WIRD EIN VERSTOSS "HOKON"    *
      *                  (WARNUNG) NACH PZEITVST GESCHRIEBEN - ER     *
      *                  ERSCHEINT IM MONATSBERICHT XXP0076 - UND     *
      *                  DER TEXT AN DEN AUFRUFER (QUITTUNG IN        *
      *                  XXP0061) ZURUECKGEGEBEN.                     *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    PERSONENGRUPPE UEBER PERSONENSTAMM           *
      *                  (CFP9022) STATT PCONFIG A115                 *
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
      * PZEITRGL: RGGRP (ZEITREGELN JE PERSONENGRUPPE)
      *-------------------------------------------------------------
           SELECT PZEITRGL-DP
                  ASSIGN       TO  DATABASE-PZEITRGL
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PZEITVST: VSUSER, VSDATUM, VSART (REGELVERSTOESSE)
      *-------------------------------------------------------------
           SELECT PZEITVST-DP
                  ASSIGN       TO  DATABASE-PZEITVST
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PZEITTAG: ZTUSER, ZTJAHR, ZTDATUM
       FD  PZEITTAG-DP
           LABEL RECORDS ARE STANDARD.
       01  PZEITTAG-P.
           COPY DDS-ALL-FORMATS OF PZEITTAG.
      /
      *--- PZEITRGL: RGGRP
       FD  PZEITRGL-DP
           LABEL RECORDS ARE STANDARD.
       01  PZEITRGL-P.
           COPY DDS-ALL-FORMATS OF PZEITRGL.
      /
      *--- PZEITVST: VSUSER, VSDATUM, VSART
       FD  PZEITVST-DP
           LABEL RECORDS ARE STANDARD.
       01  PZEITVST-P.
           COPY DDS-ALL-FORMATS OF PZEITVST.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0095".
       01  PGM-TYP                       PIC X(8)  VALUE "ZEIT  ".

      * PERSONENSTAMM (CFP9022)
       01  PERSON-REC                    TYPE PERSON-TYPE.

      * ERMITTELTE PERSONENGRUPPE DES USERS
       01  GRP-WRK                       PIC X(10).

      * HOMEOFFICE-TAGE IM MONAT UND KONTINGENT
       01  ANZ-HO                        PIC 9(3).
       01  HO-MAX                        PIC 9(3).
       01  ANZ-HO-EDIT                   PIC ZZ9.
       01  HO-MAX-EDIT                   PIC ZZ9.

      * MONAT VON X-DATUM ALS VERGLEICHSWERT (JHJJMM)
       01  MONAT-PRF                     PIC 9(6).
       01  SATZ-MONAT-PRF                PIC 9(6).
       01  SATZ-DATUM-RED.
        05 SDR-JHJJMM                    PIC 9(6).
        05 SDR-TAG                       PIC 9(2).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-USER                        PIC X(10).
       01  X-DATUM                       PIC 9(8).
      * SPACES = OK, "W" = KONTINGENT UEBERSCHRITTEN
       01  X-RET                         PIC X(1).
      * TEXT DES VERSTOSSES FUER DIE ANZEIGE
       01  X-VSTEXT                      PIC X(50).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-USER
                                X-DATUM
                                X-RET
                                X-VSTEXT.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0095" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RET.
           MOVE     SPACES TO X-VSTEXT.

           OPEN     INPUT PZEITTAG-DP
                          PZEITRGL-DP.
           OPEN     I-O   PZEITVST-DP.

           PERFORM  COPY-GET-TIME.

      * PERSONENGRUPPE UND KONTINGENT ERMITTELN
           PERFORM  LESEN-GRUPPE.
           MOVE     ZEROES TO HO-MAX.
           INITIALIZE PZEITRGLF OF PZEITRGL-P.
           MOVE     GRP-WRK TO RGGRP OF PZEITRGL-P.
           READ     PZEITRGL-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE RGHOMAX OF PZEITRGL-P TO HO-MAX
           END-IF.
      * OHNE KONTINGENT KEINE PRUEFUNG
           IF       HO-MAX = ZEROES
                    GO TO ENDE
           END-IF.

      * HOMEOFFICE-TAGE DES MONATS ZAEHLEN
           MOVE     X-DATUM TO SATZ-DATUM-RED.
           MOVE     SDR-JHJJMM TO MONAT-PRF.
           PERFORM  ZAEHLE-HOMEOFFICE.

           IF       ANZ-HO NOT > HO-MAX
                    GO TO ENDE
           END-IF.

      * KONTINGENT UEBERSCHRITTEN: VERSTOSS SCHREIBEN
           MOVE     ANZ-HO TO ANZ-HO-EDIT.
           MOVE     HO-MAX TO HO-MAX-EDIT.
           INITIALIZE PZEITVSTF OF PZEITVST-P.
           MOVE     "HOKON" TO VSART OF PZEITVST-P.
           STRING   "HOMEOFFICE-KONTINGENT UEBERSCHRITTEN ("
                                                    DELIMITED BY SIZE
                    ANZ-HO-EDIT                     DELIMITED BY SIZE
                    "/"                             DELIMITED BY SIZE
                    HO-MAX-EDIT                     DELIMITED BY SIZE
                    ")"                             DELIMITED BY SIZE
             INTO   VSTEXT OF PZEITVST-P
           END-STRING.
           PERFORM  SCHREIBEN-VERSTOSS.

       ENDE.
           CLOSE    PZEITTAG-DP
                    PZEITRGL-DP
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
           EXIT.
      /
      *--------------------------------------------------------------
      * HOMEOFFICE-TAGE DES USERS IM MONAT AUS PZEITTAG ZAEHLEN
      *--------------------------------------------------------------
       ZAEHLE-HOMEOFFICE SECTION.
       ZAE-HOF-00.

           MOVE     ZEROES TO ANZ-HO.

           INITIALIZE PZEITTAGF OF PZEITTAG-P.
           MOVE     X-USER       TO ZTUSER  OF PZEITTAG-P.
           MOVE     X-DATUM(1:4) TO ZTJAHR  OF PZEITTAG-P.
           COMPUTE  ZTDATUM OF PZEITTAG-P = MONAT-PRF * 100.
           START    PZEITTAG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-HOF-90
           END-IF.

       ZAE-HOF-20.
           READ     PZEITTAG-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      ZTUSER OF PZEITTAG-P NOT = X-USER
                    GO TO ZAE-HOF-90
           END-IF.

           MOVE     ZTDATUM OF PZEITTAG-P TO SATZ-DATUM-RED.
           MOVE     SDR-JHJJMM            TO SATZ-MONAT-PRF.
           IF       SATZ-MONAT-PRF NOT = MONAT-PRF
                    GO TO ZAE-HOF-90
           END-IF.

           IF       ZTORT OF PZEITTAG-P = "H"
                    ADD 1 TO ANZ-HO
           END-IF.

           GO TO    ZAE-HOF-20.

       ZAE-HOF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VERSTOSS NACH PZEITVST SCHREIBEN (WARNUNG) UND X-RET SETZEN
      *--------------------------------------------------------------
       SCHREIBEN-VERSTOSS SECTION.
       SCH-VST-00.

           MOVE     "W"                  TO X-RET.
           MOVE     VSTEXT OF PZEITVST-P TO X-VSTEXT.

           MOVE     "W"     TO VSSEV   OF PZEITVST-P.
           MOVE     X-USER  TO VSUSER  OF PZEITVST-P.
           MOVE     X-DATUM TO VSDATUM OF PZEITVST-P.
           MOVE     GRP-WRK TO VSGRP   OF PZEITVST-P.

           MOVE     T-USER  TO VSAUSR  OF PZEITVST-P.
           MOVE     T-TERM  TO VSABS   OF PZEITVST-P.
           MOVE     PGM-WRK TO VSAPGM  OF PZEITVST-P.
           MOVE     DATE-8  TO VSADTA  OF PZEITVST-P.
           MOVE     TIME-6  TO VSATIA  OF PZEITVST-P.

      * GLEICHER VERSTOSS DESSELBEN TAGES WIRD UEBERSCHRIEBEN
           WRITE    PZEITVST-P.
           IF       FILE-STATUS NOT = ZEROES
                    REWRITE PZEITVST-P
           END-IF.

       SCH-VST-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------

           COPY     GETTIME    OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-PGM-INIT/COPY-PGM-EXIT: STANDARDROUTINEN START UND ENDE
      *---------------------------------------------------------------

           COPY     PGMWRK     OF APG-QCPYSRC.
      /
