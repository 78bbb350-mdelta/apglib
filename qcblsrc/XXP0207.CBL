      * DATUM      VON   GRUND DER ÄNDERUNG                           *
      * 09.08.2026 MD    EIGENE TXID (PGM0040) STATT DES BEI XXP0205  *
      *                  BEREITS BELEGTEN PGM0001 VERWENDET           *
      * 15.10.2026 MD    ANFRAGE UEBER XXP2010 (TERMINAL UND MAIL)    *
      *                  MIT REFERENZ [APG-T<KSNR>] IM BETREFF; DIE   *
      *                  ANTWORT JA/NEIN PER MAIL WERTET DER          *
      *                  MAILEINGANG XXP2052 AUS.                     *
      *                                                               *
      *****************************************************************
      *
       01  LFDN-ID                       PIC X(10).
       01  LFDN-WRK                      LIKE KSNR OF PKDSWAP-P.

      * PARAMETER FUER DEN VERTEILER XXP2010
       01  NOT-MODUS                     PIC X(1).
       01  NOT-EVTTYP                    PIC X(10).
       01  NOT-BETREFF                   PIC X(50).
       01  NOT-TEXT                      PIC X(256).
       01  NOT-STDKAN                    PIC X(1).
       01  NOT-KANAL                     PIC X(1).

      * REFERENZ FUER DIE ANTWORT PER MAIL (MAILEINGANG XXP2052)
       01  REF-NR                        PIC 9(9).
       01  REF-TAG                       PIC X(16).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.

           WRITE    PKDSWAP-P.

      * PARTNER AUF DIE ANFRAGE HINWEISEN
           MOVE     "PGM0040"           TO CPY-TXID.
           MOVE     SPRACHE-WRK         TO CPY-TXSPR.
           PERFORM  COPY-PGM-TXT.

      * ZUSTELLUNG UEBER XXP2010 (TERMINAL UND MAIL); DIE REFERENZ
      * IM BETREFF ORDNET EINE ANTWORT "JA"/"NEIN" PER MAIL WIEDER
      * DIESER ANFRAGE ZU
           MOVE     KSNR OF PKDSWAP-P   TO REF-NR.
           INITIALIZE REF-TAG.
           STRING   "[APG-T"            DELIMITED BY SIZE
                    REF-NR              DELIMITED BY SIZE
                    "]"                 DELIMITED BY SIZE
             INTO   REF-TAG
           END-STRING.
           INITIALIZE NOT-BETREFF.
           STRING   "TAUSCHANFRAGE KUECHENDIENST " DELIMITED BY SIZE
                    REF-TAG                        DELIMITED BY SIZE
             INTO   NOT-BETREFF
           END-STRING.
           INITIALIZE NOT-TEXT.
           STRING   X-KDUSER            DELIMITED BY SPACE
                    " "                 DELIMITED BY SIZE
                    CPY-TXTEXT          DELIMITED BY "  "
                    " - ANTWORT PER MAIL MIT JA ODER NEIN."
                                        DELIMITED BY SIZE
             INTO   NOT-TEXT
           END-STRING.

           MOVE     "S"                 TO NOT-MODUS.
           MOVE     "KDTAUSCH"          TO NOT-EVTTYP.
           MOVE     "B"                 TO NOT-STDKAN.
           MOVE     SPACES              TO NOT-KANAL.
           CALL     "XXP2010" USING NOT-MODUS
                                    NOT-EVTTYP
                                    KDPART OF FORMAT1
                                    NOT-BETREFF
                                    NOT-TEXT
                                    NOT-STDKAN
                                    NOT-KANAL
           END-CALL.

       ANL-ANF-90.
