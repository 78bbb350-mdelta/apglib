      *                  SCHICKT SIE UEBER XXP2010 AN DEN IN          *
      *                  PCONFIG A100/RELEASEMAIL HINTERLEGTEN        *
      *                  EMPFAENGER.                                  *
      *                  VERWEIGERT CMP0008 DIE UEBERNAHME WEGEN      *
      *                  EINER SPERRZEIT, KANN UEBER CMP0017 EINE     *
      *                  NOTFREIGABE (GRUND, ZWEITE PERSON)           *
      *                  ERTEILT WERDEN.                              *
      *                  VOR DER UEBERNAHME WIRD JEDE POSITION GEGEN  *
      *                  DAS HERKUNFTSREGISTER GEPRUEFT (CRP1056);    *
      *                  MITGLIEDER OHNE FREIGABE ZUR AUSLIEFERUNG    *
      *                  KENNZEICHNET IN97 IN DER ZEILE, XXP2010      *
      *                  MELDET SIE DEM RELEASE-EMPFAENGER. DIE       *
      *                  UEBERNAHME WIRD DADURCH NICHT VERHINDERT.    *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    SPERRZEITEN: NOTFREIGABE UEBER CMP0017 UND   *
      *                  ERNEUTE UEBERNAHME DES BUENDELS              *
      * 15.10.2026 MD    WARNUNG BEI MITGLIEDERN FREMDER HERKUNFT     *
      *                  OHNE FREIGABE (PSRCHRK, CRP1056)             *
      *                                                               *
      *****************************************************************
      *
       01  PRM-AKTION                    PIC X(1).
       01  PRM-RETCODE                   PIC X(1).

      * ERGEBNIS DER BUENDELUEBERNAHME ("2" = SPERRZEIT)
       01  BUENDEL-RET                   PIC X(1).

      * ERGEBNIS DER NOTFREIGABE (CMP0017)
       01  NOTFREIGABE-RET               PIC X(1).

      * RELEASE-NOTES
       01  NOTES-TEXT                    PIC X(256).
       01  NOTES-POS                     PIC 9(3).

      * PARAMETER FUER CRP1056 (HERKUNFTSPRUEFUNG)
       01  HRK-LFDN                      PIC 9(9).
       01  HRK-LIB                       PIC X(10).
       01  HRK-FILE                      PIC X(10).
       01  HRK-RET                       PIC X(1).
       01  HRK-TEXT                      PIC X(60).
       01  HRK-ANZ                       PIC 9(3).
       01  HRK-PTR                       PIC 9(3).

      * PARAMETER FUER XXP2010 (BENACHRICHTIGUNG)
       01  NOT-MODUS                     PIC X(1).
       01  NOT-EVTTYP                    PIC X(10).

      * BUENDEL UEBERNEHMEN
           IF       AUSW OF FORMAT2 = "2"
                    PERFORM PRUEFE-HERKUNFT
                    PERFORM UEBERNEHME-BUENDEL
                    IF   HRK-ANZ NOT = ZEROES
                         MOVE AN TO IN97 OF FORMAT2-O-INDIC
                    END-IF
                    IF   BUENDEL-RET = "2"
                         PERFORM NOTFREIGABE-BUENDEL
                    END-IF
                    IF   BUENDEL-RET NOT = SPACES
                         MOVE AN TO IN99 OF INXX
                    END-IF

      * FEHLSCHLAG: SCHON UEBERNOMMENE SOFORT ZURUECKSETZEN
           IF       PRM-RETCODE NOT = SPACES
                    IF   PRM-RETCODE = "2"
                         MOVE "2" TO BUENDEL-RET
                    END-IF
                    PERFORM ROLLE-BIS-POSITION-ZURUECK
                    GO TO UEB-BDL-90
           END-IF.
           EXIT.
      /
      *--------------------------------------------------------------
      * POSITIONEN GEGEN DAS HERKUNFTSREGISTER PRUEFEN UND NICHT
      * FREIGEGEBENE MITGLIEDER DEM RELEASE-EMPFAENGER MELDEN
      *--------------------------------------------------------------
       PRUEFE-HERKUNFT SECTION.
       PRF-HRK-00.

           INITIALIZE HRK-ANZ, NOT-TEXT.
           MOVE     1 TO HRK-PTR.

           PERFORM  LADE-POSITIONEN.
           IF       ANZ-POS = ZEROES
                    GO TO PRF-HRK-90
           END-IF.

           MOVE     1 TO POS-IX.

       PRF-HRK-20.
           IF       POS-IX > ANZ-POS
                    GO TO PRF-HRK-60
           END-IF.

           MOVE     ZEROES TO HRK-LFDN.
           MOVE     SPACES TO HRK-LIB.
           MOVE     SPACES TO HRK-FILE.
           CALL     "CRP1056" USING HRK-LFDN
                                    HRK-LIB
                                    HRK-FILE
                                    PO-PGM (POS-IX)
                                    HRK-RET
                                    HRK-TEXT
           END-CALL.

           IF       HRK-RET = "1"
                    ADD  1 TO HRK-ANZ
                    IF   HRK-PTR < 200
                         STRING PO-PGM (POS-IX) DELIMITED BY SPACE
                                ": "            DELIMITED BY SIZE
                                HRK-TEXT        DELIMITED BY "  "
                                "; "            DELIMITED BY SIZE
                           INTO NOT-TEXT
                           WITH POINTER HRK-PTR
                         END-STRING
                    END-IF
           END-IF.

           ADD      1 TO POS-IX.
           GO TO    PRF-HRK-20.

       PRF-HRK-60.
           IF       HRK-ANZ = ZEROES
                    GO TO PRF-HRK-90
           END-IF.

      * RELEASENAME FUER DEN BETREFF
           INITIALIZE PCMPRELF OF PCMPREL-P.
           MOVE     REL-LFDN TO RLLFDN OF PCMPREL-P.
           READ     PCMPREL-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE SPACES TO RLNAME OF PCMPREL-P
           END-IF.

      * EMPFAENGER WIE BEI DEN RELEASE-NOTES (STANDARD APG)
           MOVE     "APG" TO NOT-USER.
           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "A100"        TO CFID   OF PCONFIG-P.
           MOVE     "RELEASEMAIL" TO CFKEY  OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS             = ZEROES
            AND     CFTXT1 OF PCONFIG-P(1:10) NOT = SPACES
                    MOVE CFTXT1 OF PCONFIG-P(1:10) TO NOT-USER
           END-IF.

           MOVE     "S"        TO NOT-MODUS.
           MOVE     "HERKUNFT" TO NOT-EVTTYP.
           INITIALIZE NOT-BETREFF.
           STRING   "FREMDE QUELLEN IM RELEASE: "
                    FUNCTION TRIM(RLNAME OF PCMPREL-P)
                    DELIMITED BY SIZE
             INTO   NOT-BETREFF
           END-STRING.
           MOVE     "M"        TO NOT-STDKAN.
           MOVE     SPACES     TO NOT-KANAL.
           CALL     "XXP2010" USING NOT-MODUS
                                    NOT-EVTTYP
                                    NOT-USER
                                    NOT-BETREFF
                                    NOT-TEXT
                                    NOT-STDKAN
                                    NOT-KANAL
           END-CALL.

       PRF-HRK-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SPERRZEIT: NOTFREIGABE EINHOLEN UND ERNEUT UEBERNEHMEN
      *--------------------------------------------------------------
       NOTFREIGABE-BUENDEL SECTION.
       NFG-BDL-00.

           MOVE     "1" TO NOTFREIGABE-RET.
           CALL     "CMP0017" USING REL-LFDN
                                    NOTFREIGABE-RET
           END-CALL.
           IF       NOTFREIGABE-RET NOT = SPACES
                    GO TO NFG-BDL-90
           END-IF.

           PERFORM  UEBERNEHME-BUENDEL.

       NFG-BDL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SCHON UEBERNOMMENE POSITIONEN RUECKWAERTS ZURUECKSETZEN
      * (POS-IX STEHT AUF DER FEHLGESCHLAGENEN POSITION)
      *--------------------------------------------------------------
