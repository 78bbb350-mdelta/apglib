      *                                                               *
      * ERSTELLT AM   :  02.09.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT JE AKTIVEM MITARBEITER (PERSONEN-      *
      *                  STAMM PPERSON, CFP9022) DEN UEBER            *
      *                  XXP0079 ZUSAMMENGEFUEHRTEN PRAESENZSTATUS    *
      *                  EINES TAGES AN: ANWESEND, ABWESEND           *
      *                  (PZEITABW), SCHULE (PAZUBDL), EVENT          *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    HOMEOFFICE/KUNDE ALS STATUS AUS XXP0079,     *
      *                  ANZAHL HOMEOFFICE IM KOPF (ANZHO).           *
      * 15.10.2026 MD    EINGECHECKTE BESUCHER (PBESUCH, XXP0107)     *
      *                  MIT STATUS BESUCHER UND GASTGEBER ANZEIGEN,  *
      *                  ANZAHL BESUCHER IM KOPF (ANZBES).            *
      * 15.10.2026 MD    AKTIVE MITARBEITER UEBER PERSONENSTAMM       *
      *                  (CFP9022) STATT PCONFIG H050                 *
      *                                                               *
      *****************************************************************
      *
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PBESUCH: BSDATUM, BSLFDN (BESUCHER JE TAG)
      *-------------------------------------------------------------
           SELECT PBESUCH-DP
                  ASSIGN       TO  DATABASE-PBESUCH
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
       01  WS-REC.
           COPY DDS-ALL-FORMATS OF XXD0077DE.
      /
      *--- PBESUCH: BSDATUM, BSLFDN
       FD  PBESUCH-DP
           LABEL RECORDS ARE STANDARD.
       01  PBESUCH-P.
           COPY DDS-ALL-FORMATS OF PBESUCH.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0077".
       01  PGM-TYP                       PIC X(8)  VALUE "FUN    ".

      * PERSONENSTAMM (CFP9022)
       01  PERSON-REC                    TYPE PERSON-TYPE.

      * ANGEZEIGTER TAG
       01  TAG-WRK                       PIC 9(8).
       01  TAG-INT                       PIC 9(9).
       01  PRS-ZUSATZ                    PIC X(30).
       01  PRS-KUECHE                    PIC X(1).

      * ANZAHL DER MITARBEITER IM HOMEOFFICE
       01  ANZHO-WRK                     PIC 9(4).

      * ANZAHL DER EINGECHECKTEN BESUCHER
       01  ANZBES-WRK                    PIC 9(4).

      * PARAMETER FUER DAS XXP0078 (EVAKUIERUNGSLISTE)
       01  DRUCK-OUTQ                    PIC X(10).
      /
           PERFORM  COPY-DISPLAY-OPEN.

      * ALLE DATEIEN OEFFNEN
           OPEN     INPUT PBESUCH-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE                 PBESUCH-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * STATUS ALLER AKTIVEN MITARBEITER (PERSONENSTAMM) LESEN
      *--------------------------------------------------------------
       LESE-DATEN SECTION.
       LES-DAT-00.

           INITIALIZE DATEN, ANZREC-WRK, ANZHO-WRK, ANZBES-WRK.

           INITIALIZE PERSON-REC.
           MOVE     SPACES    TO PN-USER  OF PERSON-REC.

      * NUR AKTIVE MITARBEITER BERUECKSICHTIGEN
       LES-DAT-20.
           MOVE     "A"       TO PN-MODUS OF PERSON-REC.
           CALL     "CFP9022" USING PERSON-REC
           END-CALL.
           IF       PN-RET OF PERSON-REC NOT = SPACES
                    GO TO LES-DAT-80
           END-IF.

      * AUSGABE EINER SUBFILE-ZEILE
                    GO TO LES-DAT-20
           END-IF.

       LES-DAT-80.
      * EINGECHECKTE BESUCHER DES TAGES ANHAENGEN
           PERFORM  LESE-BESUCHER.
           IF       DATEN = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
           END-IF.

       LES-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINGECHECKTE BESUCHER DES ANGEZEIGTEN TAGES (PBESUCH) LESEN
      *--------------------------------------------------------------
       LESE-BESUCHER SECTION.
       LES-BES-00.

           INITIALIZE PBESUCHF OF PBESUCH-P.
           MOVE     TAG-WRK TO BSDATUM OF PBESUCH-P.
           MOVE     ZEROES  TO BSLFDN  OF PBESUCH-P.
           START    PBESUCH-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-BES-90
           END-IF.

       LES-BES-20.
           IF       SUBFILE-RECORD-NUMBER NOT < 9999
                    GO TO LES-BES-90
           END-IF.
           READ     PBESUCH-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      BSDATUM OF PBESUCH-P NOT = TAG-WRK
                    GO TO LES-BES-90
           END-IF.

      * NUR BESUCHER, DIE IM HAUS SIND
           IF       BSSTAT OF PBESUCH-P NOT = "E"
                    GO TO LES-BES-20
           END-IF.

           PERFORM  AUSGABE-SFL-BESUCH.
           GO TO    LES-BES-20.

       LES-BES-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILE-CLEAR AUSGEBEN
      *--------------------------------------------------------------
       AUSGABE-SFL-CLEAR SECTION.
           END-IF.

      * PRAESENZSTATUS DES USERS ERMITTELN
           MOVE     PN-USER OF PERSON-REC TO PRS-USER.
           INITIALIZE PRS-STATUS, PRS-ZUSATZ, PRS-KUECHE.
           CALL     "XXP0079" USING PRS-USER
                                    TAG-WRK
           MOVE     PRS-STATUS   TO BRSTAT  OF FORMAT2.
           MOVE     PRS-ZUSATZ   TO BRZUS   OF FORMAT2.
           MOVE     PRS-KUECHE   TO BRKUE   OF FORMAT2.
           IF       PRS-STATUS = "HOMEOFFICE"
                    ADD 1 TO ANZHO-WRK
           END-IF.

           MOVE     CORR INXX    TO FORMAT2-O-INDIC.
           ADD      1            TO ANZREC-WRK.
           EXIT.
      /
      *--------------------------------------------------------------
      * AUSGABE EINER SFL-ZEILE FUER EINEN BESUCHER: GASTGEBER,
      * STATUS BESUCHER, NAME DES BESUCHERS
      *--------------------------------------------------------------
       AUSGABE-SFL-BESUCH SECTION.
       AUS-BES-00.

      * SUBFILE-CLEAR
           IF       DATEN = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
           END-IF.

           INITIALIZE FORMAT2.
           MOVE     BSHOST OF PBESUCH-P TO BRUSER  OF FORMAT2.
           MOVE     "BESUCHER"          TO BRSTAT  OF FORMAT2.
           MOVE     BSNAME OF PBESUCH-P TO BRZUS   OF FORMAT2.
           MOVE     SPACES              TO BRKUE   OF FORMAT2.
           ADD      1 TO ANZBES-WRK.

           MOVE     CORR INXX    TO FORMAT2-O-INDIC.
           ADD      1            TO ANZREC-WRK.
           ADD      1            TO SUBFILE-RECORD-NUMBER.
           MOVE     "FMT02"      TO FMT-WRK.
           MOVE     FORMAT2      TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           MOVE     AUS TO INXX.

       AUS-BES-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ANZEIGEN DES SUBFILES
      *--------------------------------------------------------------
       ANZEIGE-SUBFILE SECTION.
           END-EVALUATE.

           MOVE     ANZREC-WRK            TO ANZREC  OF FORMAT3.
           MOVE     ANZHO-WRK             TO ANZHO   OF FORMAT3.
           MOVE     ANZBES-WRK            TO ANZBES  OF FORMAT3.
           MOVE     SUBFILE-RECORD-NUMBER TO SFRECNR OF FORMAT3.
           MOVE     AUS    TO IN95  IN  INXX.
           IF       ANZREC-WRK = ZEROES
