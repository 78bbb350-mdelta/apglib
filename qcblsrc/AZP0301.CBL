      *                  IN DER KOPFZEILE. PFADUEBERSICHT F�R DEN     *
      *                  AUSBILDER: AZP0311.                          *
      * DATUM      VON   GRUND DER �NDERUNG                           *
      * 15.10.2026 MD    NEUE SUBFILE-OPTION "7": DER AZUBI REICHT    *
      *                  SEINE LOESUNG ZUM CODE-REVIEW EIN (AZP0337). *
      *                  ES ENTSTEHT EIN CR-VORGANG MIT CHECKLISTE    *
      *                  BEIM AUSBILDER (CRP0043); DAS ERGEBNIS       *
      *                  SETZT DEN BEARBEITUNGSSTAND (PAZUSTA).       *
      * 02.09.2026 MD    KLAUSURMODUS: SOLANGE DAS KLAUSURFENSTER      *
      *                  EINER UEBUNG OFFEN ODER NOCH NICHT            *
      *                  FREIGEGEBEN IST (AZP0322/PAZUKLS, PFLEGE      *
                    PERFORM SHOW-STATUS
           END-IF.

      * LOESUNG ZUM CODE-REVIEW EINREICHEN
           IF       AUSW OF FORMAT2 = "7"
                    MOVE AULFDN OF FORMAT2 TO AULFDN-WRK
                    PERFORM SUBMIT-REVIEW
           END-IF.

           MOVE     SPACES TO AUSW OF FORMAT2.
           MOVE     SUBFILE-RECORD-NUMBER TO SFL-ZEILE.
           MOVE     "FMT02" TO FMT-WRK.
           EXIT.
      /
      *--------------------------------------------------------------
      * LOESUNG DES AZUBIS ALS CR-VORGANG ZUM REVIEW EINREICHEN
      *--------------------------------------------------------------
       SUBMIT-REVIEW SECTION.
       SUB-REV-00.

           INITIALIZE RET-CODE.
           CALL     "AZP0337" USING AULFDN-WRK
                                    RET-CODE
           END-CALL.

       SUB-REV-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NACH "SCHULUNG" UND SCHULGIF" PR�FEN
      *--------------------------------------------------------------
       CHECK-SCHULUNGS-LIB SECTION.
