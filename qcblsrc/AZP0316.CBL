      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    DIE ABGESCHLOSSENEN IHK-PRUEFUNGEN AUS       *
      *                  PAZUPRF (AZP0335) ERSCHEINEN MIT ERGEBNIS,   *
      *                  NOTE UND PUNKTEN AUF DEM ZEUGNISBLATT        *
      * 15.10.2026 MD    JEDES ZEUGNISBLATT WIRD ALS EIGENER SPOOL    *
      *                  ERZEUGT UND ALS DOKUMENT "ZEUGNIS" IN DER    *
      *                  DIGITALEN PERSONALAKTE DES AZUBIS ABGELEGT   *
      *                  (XXP2032).                                   *
      *                                                               *
      *****************************************************************
      *
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAZUPRF: PFUSER, PFART (IHK-PRUEFUNGEN)
      *-------------------------------------------------------------
           SELECT PAZUPRF-DP
                  ASSIGN       TO  DATABASE-PAZUPRF
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *    PRINTERFILE FUER DAS ZEUGNISBLATT
      *-------------------------------------------------------------
       01  PAZURES-P.
           COPY DDS-ALL-FORMATS OF PAZURES.
      /
      *--- PAZUPRF: PFUSER, PFART
       FD  PAZUPRF-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUPRF-P.
           COPY DDS-ALL-FORMATS OF PAZUPRF.
      /
      *------DRUCKAUSGABE----
       FD  AZDRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  OVRPRTF-REC                   TYPE OVRPRTF-TYPE.
       01  OVR-OUTQ                      PIC X(10).

      * PARAMETER FUER DIE PERSONALAKTE XXP2032
       01  AKT-PRTF                      PIC X(10).
       01  AKT-DOKTYP                    PIC X(10).

      * AKTUELL GEDRUCKTER AZUBI
       01  AZUBI-WRK                     PIC X(10).

           OPEN     INPUT  PAZUNOT-DP
                           PAZUANW-DP
                           PAZUUEB-DP
                           PAZURES-DP
                           PAZUPRF-DP.

      * GESAMTZAHL DER UEBUNGEN IST FUER ALLE AZUBIS GLEICH
           PERFORM  ZAEHLE-UEBUNGEN.
      * EIN AZUBI ODER DER GANZE JAHRGANG
           IF       X-NTUSER NOT = SPACES
                    MOVE X-NTUSER TO AZUBI-WRK
                    PERFORM DRUCKE-AZUBI
           ELSE
                    PERFORM DRUCKE-JAHRGANG
           END-IF.
                    PAZUANW-DP
                    PAZUUEB-DP
                    PAZURES-DP
                    PAZUPRF-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.
           END-IF.

           MOVE     NTUSER OF PAZUNOT-P TO AZUBI-WRK.
           PERFORM  DRUCKE-AZUBI.

      * DEN LAUF HINTER DEM GEDRUCKTEN AZUBI WIEDER AUFSETZEN
           INITIALIZE PAZUNOTF OF PAZUNOT-P.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZEUGNISBLATT FUER AZUBI-WRK ALS EIGENEN SPOOL DRUCKEN UND IN
      * DER PERSONALAKTE ABLEGEN
      *--------------------------------------------------------------
       DRUCKE-AZUBI SECTION.
       DRK-AZU-00.

           OPEN     OUTPUT AZDRUCK-DAT.
           PERFORM  DRUCKE-ZEUGNIS.
           CLOSE    AZDRUCK-DAT.

           INITIALIZE RET-CODE.
           MOVE     "AZF0316" TO AKT-PRTF.
           MOVE     "ZEUGNIS" TO AKT-DOKTYP.
           CALL     "XXP2032" USING AKT-PRTF
                                    AZUBI-WRK
                                    AKT-DOKTYP
                                    X-VONDAT
                                    X-BISDAT
                                    RET-CODE
           END-CALL.

       DRK-AZU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EIN ZEUGNISBLATT FUER AZUBI-WRK DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-ZEUGNIS SECTION.
           MOVE     ANZ-UEB-GES  TO DRUEGE OF AZDRUCK-REC.
           WRITE    AZDRUCK-REC.

      * ABGESCHLOSSENE IHK-PRUEFUNGEN
           PERFORM  DRUCKE-PRUEFUNGEN.

      * BLATTENDE
           INITIALIZE AZDRUCK-REC.
           MOVE     "ENDE"       TO DRART  OF AZDRUCK-REC.
           EXIT.
      /
      *--------------------------------------------------------------
      * JE IHK-PRUEFUNG MIT ERGEBNIS EINE ZEILE DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-PRUEFUNGEN SECTION.
       DRK-PRF-00.

           INITIALIZE PAZUPRFF OF PAZUPRF-P.
           MOVE     AZUBI-WRK TO PFUSER OF PAZUPRF-P.
           MOVE     SPACES    TO PFART  OF PAZUPRF-P.
           START    PAZUPRF-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO DRK-PRF-90
           END-IF.

       DRK-PRF-20.
           READ     PAZUPRF-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      PFUSER OF PAZUPRF-P NOT = AZUBI-WRK
                    GO TO DRK-PRF-90
           END-IF.

      * NUR PRUEFUNGEN MIT ERGEBNIS
           IF       PFERG OF PAZUPRF-P = SPACES
                    GO TO DRK-PRF-20
           END-IF.

           INITIALIZE AZDRUCK-REC.
           MOVE     "PRUEF"              TO DRART  OF AZDRUCK-REC.
           MOVE     PFART  OF PAZUPRF-P  TO PFART  OF AZDRUCK-REC.
           MOVE     PFDAT1 OF PAZUPRF-P  TO PFDAT1 OF AZDRUCK-REC.
           MOVE     PFERG  OF PAZUPRF-P  TO PFERG  OF AZDRUCK-REC.
           MOVE     PFNOTE OF PAZUPRF-P  TO PFNOTE OF AZDRUCK-REC.
           MOVE     PFPKT  OF PAZUPRF-P  TO PFPKT  OF AZDRUCK-REC.
           WRITE    AZDRUCK-REC.

           GO TO    DRK-PRF-20.

       DRK-PRF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SCHULANWESENHEIT DES AZUBIS IM ZEITRAUM ZAEHLEN
      *--------------------------------------------------------------
       ZAEHLE-ANWESENHEIT SECTION.
