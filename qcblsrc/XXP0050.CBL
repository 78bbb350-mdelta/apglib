      *                                                                *
      * ERSTELLT AM   :  09.08.2026                                   *
      *                                                               *
      * FUNKTION      :  LIEST ALLE AKTIVEN MITARBEITER (PERSONEN-    *
      *                  STAMM PPERSON, CFP9022) UND STELLT           *
      *                  EINE SAMMEL-MAIL MIT ALLEN GEBURTSTAGEN      *
      *                  DER KOMMENDEN 7 TAGE ZUSAMMEN                *
      *                                                               *
      * ÄNDERUNGEN:                                                   *
      * DATUM      VON   GRUND DER ÄNDERUNG                           *
      * 15.10.2026 MD    MITARBEITER UND GEBURTSTAGE UEBER PERSONEN-  *
      *                  STAMM (CFP9022) STATT PCONFIG H050           *
      *                                                               *
      *****************************************************************
      *
      /
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.

      /
       DATA DIVISION.
       FILE SECTION.
      /
       WORKING-STORAGE SECTION.


       01  SNDMSG-REC                    TYPE SNDMSG-TYPE.

      * PERSONENSTAMM (CFP9022)
       01  PERSON-REC                    TYPE PERSON-TYPE.

      * DATUMS-ARBEITSFELDER FUER DEN WOCHENVERGLEICH
       01  HEUTE-INT                     PIC 9(9).
       01  WOCHENENDE-INT                PIC 9(9).
           MOVE     "XXP0050" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
           END-IF.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE AKTIVEN MITARBEITER IM PERSONENSTAMM DURCHSUCHEN
      *--------------------------------------------------------------
       SUCHE-GEBURTSTAGE SECTION.
       SUC-GEB-00.

           INITIALIZE PERSON-REC.
           MOVE     SPACES    TO PN-USER  OF PERSON-REC.

      * NUR AKTIVE MITARBEITER BERÜCKSICHTIGEN
       SUC-GEB-20.
           MOVE     "A"       TO PN-MODUS OF PERSON-REC.
           CALL     "CFP9022" USING PERSON-REC
           END-CALL.
           IF       PN-RET OF PERSON-REC NOT = SPACES
                    GO TO SUC-GEB-90
           END-IF.

      * FÄLLT DER GEBURTSTAG IN DIE KOMMENDE WOCHE?
           PERFORM  PRUEFE-GEBURTSTAG.
           IF       RET-CODE = SPACES
           EXIT.
      /
      *--------------------------------------------------------------
      * GEBURTSTAG (MONAT/TAG AUS PN-GEBDAT) MIT HEUTE + 7 TAGE
      * VERGLEICHEN. RET-CODE = SPACES, WENN ER IN DIESEM ZEITRAUM
      * LIEGT
      *--------------------------------------------------------------
       PRF-GEB-00.

           INITIALIZE RET-CODE.
           MOVE     PN-GEBDAT OF PERSON-REC(5:2) TO MONAT-WRK.
           MOVE     PN-GEBDAT OF PERSON-REC(7:2) TO TAG-WRK.

      * KEIN GÜLTIGES GEBURTSDATUM VORHANDEN
           IF       MONAT-WRK = ZEROES
                    ADD  2    TO DIGEST-POS
           END-IF.

           STRING   PN-NAME OF PERSON-REC DELIMITED BY "  "
                    " ("                DELIMITED BY SIZE
                    TAG-WRK             DELIMITED BY SIZE
                    "."                 DELIMITED BY SIZE
