      * ERSTELLT AM   :  02.09.2026                                   *
      *                                                               *
      * FUNKTION      :  DRUCKT FUER X-DATUM DIE LISTE ALLER          *
      *                  AKTIVEN MITARBEITER (PERSONENSTAMM           *
      *                  PPERSON, CFP9022) MIT IHREM UEBER            *
      *                  XXP0079 ERMITTELTEN PRAESENZSTATUS ALS       *
      *                  SPOOL XXF0078 (OVRPRTF/CLP0041, WIE          *
      *                  XXP0067): ZUERST DIE IM HAUS ERWARTETEN      *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    HOMEOFFICE/KUNDE GELTEN NICHT ALS IM HAUS    *
      *                  (STATUS AUS XXP0079), ANZAHL HOMEOFFICE IN   *
      *                  DER SUMMENZEILE (DRANZHO).                   *
      * 15.10.2026 MD    EINGECHECKTE BESUCHER (PBESUCH, XXP0107)     *
      *                  NACH DEN ANWESENDEN MIT STATUS BESUCHER      *
      *                  DRUCKEN, SIE ZAEHLEN ZU DEN ERWARTETEN       *
      *                  PERSONEN, ANZAHL BESUCHER IN DER SUMMEN-     *
      *                  ZEILE (DRANZBES).                            *
      * 15.10.2026 MD    AKTIVE MITARBEITER UEBER PERSONENSTAMM       *
      *                  (CFP9022) STATT PCONFIG H050                 *
      *                                                               *
      *****************************************************************
      *
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      *-------------------------------------------------------------
      * PBESUCH: BSDATUM, BSLFDN (BESUCHER JE TAG)
      *-------------------------------------------------------------
           SELECT PBESUCH-DP
                  ASSIGN       TO  DATABASE-PBESUCH
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PBESUCH: BSDATUM, BSLFDN
       FD  PBESUCH-DP
           LABEL RECORDS ARE STANDARD.
       01  PBESUCH-P.
           COPY DDS-ALL-FORMATS OF PBESUCH.
      /
      *------DRUCKAUSGABE----
       FD  XXDRUCK-DAT
       01  OVRPRTF-REC                   TYPE OVRPRTF-TYPE.
       01  OVR-OUTQ                      PIC X(10).

      * PERSONENSTAMM (CFP9022)
       01  PERSON-REC                    TYPE PERSON-TYPE.

      * PARAMETER FUER DAS XXP0079 (PRAESENZSTATUS)
       01  PRS-USER                      PIC X(10).
       01  PRS-STATUS                    PIC X(10).

      * ANZAHL DER IM HAUS ERWARTETEN PERSONEN
       01  ANZ-ANW                       PIC 9(5)   VALUE ZEROES.

      * ANZAHL DER PERSONEN IM HOMEOFFICE
       01  ANZ-HO                        PIC 9(5)   VALUE ZEROES.

      * ANZAHL DER EINGECHECKTEN BESUCHER
       01  ANZ-BES                       PIC 9(5)   VALUE ZEROES.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
                                    RET-CODE
           END-CALL.

           OPEN     INPUT  PBESUCH-DP.
           OPEN     OUTPUT XXDRUCK-DAT.

      * KOPFZEILE
      * DURCHLAUF 1: ERWARTETE, DURCHLAUF 2: UEBRIGE MIT GRUND
           MOVE     1 TO DURCHLAUF.
           PERFORM  DRUCKE-MITARBEITER.
           PERFORM  DRUCKE-BESUCHER.
           MOVE     2 TO DURCHLAUF.
           PERFORM  DRUCKE-MITARBEITER.

           INITIALIZE XXDRUCK-REC.
           MOVE     "SUMME"     TO DRART   OF XXDRUCK-REC.
           MOVE     ANZ-ANW     TO DRANZ   OF XXDRUCK-REC.
           MOVE     ANZ-HO      TO DRANZHO OF XXDRUCK-REC.
           MOVE     ANZ-BES     TO DRANZBES OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           CLOSE    PBESUCH-DP
                    XXDRUCK-DAT.

       ENDE.
           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE AKTIVEN MITARBEITER (PERSONENSTAMM) DES DURCHLAUFS DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-MITARBEITER SECTION.
       DRK-MIT-00.

           INITIALIZE PERSON-REC.
           MOVE     SPACES    TO PN-USER  OF PERSON-REC.

      * NUR AKTIVE MITARBEITER BERUECKSICHTIGEN
       DRK-MIT-20.
           MOVE     "A"       TO PN-MODUS OF PERSON-REC.
           CALL     "CFP9022" USING PERSON-REC
           END-CALL.
           IF       PN-RET OF PERSON-REC NOT = SPACES
                    GO TO DRK-MIT-90
           END-IF.

      * PRAESENZSTATUS ERMITTELN
           MOVE     PN-USER OF PERSON-REC TO PRS-USER.
           INITIALIZE PRS-STATUS, PRS-ZUSATZ, PRS-KUECHE.
           CALL     "XXP0079" USING PRS-USER
                                    X-DATUM
           IF       DURCHLAUF = 1
                    ADD 1 TO ANZ-ANW
           END-IF.
           IF       PRS-STATUS = "HOMEOFFICE"
                    ADD 1 TO ANZ-HO
           END-IF.

           INITIALIZE XXDRUCK-REC.
           MOVE     "ZEILE"     TO DRART   OF XXDRUCK-REC.
       DRK-MIT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINGECHECKTE BESUCHER DES TAGES (PBESUCH) DRUCKEN, SIE
      * ZAEHLEN ZU DEN IM HAUS ERWARTETEN PERSONEN
      *--------------------------------------------------------------
       DRUCKE-BESUCHER SECTION.
       DRK-BES-00.

           INITIALIZE PBESUCHF OF PBESUCH-P.
           MOVE     X-DATUM   TO BSDATUM OF PBESUCH-P.
           MOVE     ZEROES    TO BSLFDN  OF PBESUCH-P.
           START    PBESUCH-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRK-BES-90
           END-IF.

       DRK-BES-20.
           READ     PBESUCH-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      BSDATUM OF PBESUCH-P NOT = X-DATUM
                    GO TO DRK-BES-90
           END-IF.

      * NUR BESUCHER, DIE IM HAUS SIND
           IF       BSSTAT OF PBESUCH-P NOT = "E"
                    GO TO DRK-BES-20
           END-IF.

           ADD      1 TO ANZ-ANW.
           ADD      1 TO ANZ-BES.

      * GASTGEBER, STATUS BESUCHER, NAME DES BESUCHERS
           INITIALIZE XXDRUCK-REC.
           MOVE     "ZEILE"     TO DRART   OF XXDRUCK-REC.
           MOVE     BSHOST  OF PBESUCH-P TO DRUSER OF XXDRUCK-REC.
           MOVE     "BESUCHER"  TO DRSTAT  OF XXDRUCK-REC.
           MOVE     BSNAME  OF PBESUCH-P TO DRZUS  OF XXDRUCK-REC.
           MOVE     SPACES      TO DRKUE   OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           GO TO    DRK-BES-20.

       DRK-BES-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------
