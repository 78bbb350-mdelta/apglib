      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    UEBUNGSLOESUNGEN DER AZUBIS (EINGEREICHT     *
      *                  UEBER AZP0301/AZP0337) LAUFEN ALS NORMALE    *
      *                  CR-VORGAENGE DURCH DIESE LISTE. NACH         *
      *                  FREIGABE ODER ABLEHNUNG UEBERNIMMT AZP0338   *
      *                  DAS ERGEBNIS IN DEN BEARBEITUNGSSTAND        *
      *                  (PAZUSTA) DER VERKNUEPFTEN UEBUNG.           *
      * 02.09.2026 MD    F10 EXPORTIERT DIE ANGEZEIGTE LISTE ALS      *
      *                  CSV (XXP2031/COPY-DISPLAY-EXPORT), MIT       *
      *                  DEN AKTIVEN FILTERN.                         *
       01  TST-OFFEN                     PIC 9(1).
       01  CHK-LFDN-WRK                  PIC 9(9).

      * REVIEW-ERGEBNIS FUER EINE VERKNUEPFTE UEBUNG (AZP0338)
       01  UEB-RSTS-WRK                  PIC X(1).

      * VERKNUEPFTER OPL-PUNKT
       01  OPL-LFDN-WRK                  PIC 9(9).
      /
           MOVE     TIME-6  TO CRRTIA OF PCHKSRC-P.
           REWRITE  PCHKSRC-P.

      * ERGEBNIS AN EINE VERKNUEPFTE UEBUNG WEITERGEBEN
           PERFORM  MELDE-UEBUNG.

      * DEN AUTOR INFORMIEREN
           MOVE     CRAUSR OF PCHKSRC-P TO MSG-USER.
           INITIALIZE MSG-TEXT.
      * VERKNUEPFTEN OPL-PUNKT FUER DIE NACHARBEIT ANLEGEN
           PERFORM  SCHREIBE-OPL-PUNKT.

      * ERGEBNIS AN EINE VERKNUEPFTE UEBUNG WEITERGEBEN
           PERFORM  MELDE-UEBUNG.

      * DEN AUTOR INFORMIEREN
           MOVE     CRAUSR OF PCHKSRC-P TO MSG-USER.
           INITIALIZE MSG-TEXT.
           EXIT.
      /
      *--------------------------------------------------------------
      * REVIEW-ERGEBNIS AN AZP0338 MELDEN: IST DER VORGANG DIE
      * EINGEREICHTE LOESUNG EINER UEBUNG (PAZUCRV), WIRD DER
      * BEARBEITUNGSSTAND DES AZUBIS GESETZT
      *--------------------------------------------------------------
       MELDE-UEBUNG SECTION.
       MLD-UEB-00.

           MOVE     CRLFDN OF PCHKSRC-P TO CHK-LFDN-WRK.
           MOVE     CRRSTS OF PCHKSRC-P TO UEB-RSTS-WRK.
           CALL     "AZP0338" USING CHK-LFDN-WRK
                                    UEB-RSTS-WRK
           END-CALL.

       MLD-UEB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VERKNUEPFTEN OPL-PUNKT FUER DEN AUTOR DIREKT IN POPLLST
      * ANLEGEN (OPTTYP "CHKSRC", OPSHRN = CRLFDN; DARUEBER
      * SPRINGT XXP0019 MIT F11 ZUM VORGANG)
