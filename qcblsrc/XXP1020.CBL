      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    ERINNERUNG UEBER XXP2010 (TERMINAL UND MAIL) *
      *                  MIT REFERENZ [APG-E<EVLFDN>] IM BETREFF;     *
      *                  DIE ANTWORT JA/NEIN PER MAIL WERTET DER      *
      *                  MAILEINGANG XXP2052 AUS.                     *
      *                                                               *
      *****************************************************************
      *
       01  VORLAUF-TAGE                  PIC 9(3).
       01  REST-TAGE                     LIKE DIFF-DAYS.

      * PARAMETER FUER DEN VERTEILER XXP2010
       01  NOT-MODUS                     PIC X(1).
       01  NOT-EVTTYP                    PIC X(10).
       01  NOT-USER                      PIC X(10).
       01  NOT-BETREFF                   PIC X(50).
       01  NOT-TEXT                      PIC X(256).
       01  NOT-STDKAN                    PIC X(1).
       01  NOT-KANAL                     PIC X(1).

      * REFERENZ FUER DIE ANTWORT PER MAIL (MAILEINGANG XXP2052)
       01  REF-NR                        PIC 9(9).
       01  REF-TAG                       PIC X(16).
       01  TERMIN-TXT.
        05 TT-TAG                        PIC 9(2).
        05 FILLER                        PIC X(1)   VALUE ".".
           MOVE     TR-MONAT TO TT-MONAT.
           MOVE     TR-JAHR  TO TT-JAHR.

           MOVE     EVLFDN OF PEVENT-P TO REF-NR.
           INITIALIZE REF-TAG.
           STRING   "[APG-E"           DELIMITED BY SIZE
                    REF-NR             DELIMITED BY SIZE
                    "]"                DELIMITED BY SIZE
             INTO   REF-TAG
           END-STRING.

           INITIALIZE PEVTANMF OF PEVTANM-P.
           MOVE     EVLFDN OF PEVENT-P TO EAEVT  OF PEVTANM-P.
           MOVE     SPACES             TO EAUSER OF PEVTANM-P.
                    GO TO ERI-TEI-20
           END-IF.

      * ZUSTELLUNG UEBER XXP2010 (TERMINAL UND MAIL); DIE REFERENZ
      * IM BETREFF ORDNET EINE ANTWORT "JA"/"NEIN" PER MAIL WIEDER
      * DIESER VERANSTALTUNG ZU
           MOVE     EAUSER OF PEVTANM-P TO NOT-USER.
           INITIALIZE NOT-BETREFF.
           STRING   "ERINNERUNG "         DELIMITED BY SIZE
                    TERMIN-TXT            DELIMITED BY SIZE
                    " "                   DELIMITED BY SIZE
                    REF-TAG               DELIMITED BY SIZE
             INTO   NOT-BETREFF
           END-STRING.
           INITIALIZE NOT-TEXT.
           STRING   "ERINNERUNG: "        DELIMITED BY SIZE
                    EVTITEL OF PEVENT-P   DELIMITED BY "  "
                    " AM "                DELIMITED BY SIZE
                    TERMIN-TXT            DELIMITED BY SIZE
                    ". ANTWORT PER MAIL: JA = TEILNAHME BESTAETIGT, "
                                          DELIMITED BY SIZE
                    "NEIN = ABMELDEN."    DELIMITED BY SIZE
             INTO   NOT-TEXT
           END-STRING.
           MOVE     "S"                   TO NOT-MODUS.
           MOVE     "EVTERIN"             TO NOT-EVTTYP.
           MOVE     "B"                   TO NOT-STDKAN.
           MOVE     SPACES                TO NOT-KANAL.
           CALL     "XXP2010" USING NOT-MODUS
                                    NOT-EVTTYP
                                    NOT-USER
                                    NOT-BETREFF
                                    NOT-TEXT
                                    NOT-STDKAN
                                    NOT-KANAL
           END-CALL.

           MOVE     "J" TO EAERIN OF PEVTANM-P.
