      *                  OFFENE IDENTISCHE FUNDE (PCHKFNDL1:          *
      *                  MITGLIED/ZEILE/REGEL) WERDEN NICHT DOPPELT   *
      *                  ANGELEGT. BEARBEITUNG UEBER CRP1053.         *
      *                  NEUE FUNDE EINES MITGLIEDS WERDEN DEM        *
      *                  VERANTWORTLICHEN DES PROGRAMMS (HMP0014)     *
      *                  UEBER XXP2010 GEMELDET.                      *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    NEUE FUNDE AN DEN VERANTWORTLICHEN MELDEN    *
      *                                                               *
      *****************************************************************
      *

       01  ANZ-MITGLIEDER                PIC 9(7)  VALUE ZEROES.
       01  ANZ-FUNDE                     PIC 9(7)  VALUE ZEROES.
       01  ANZ-MBR-FUNDE                 PIC 9(7)  VALUE ZEROES.
       01  ANZ-MBR-FUNDE-ED              PIC Z(6)9.

      * PARAMETER FUER HMP0014 (VERANTWORTLICHER DES PROGRAMMS)
       01  OWN-PRIM                      PIC X(10).
       01  OWN-PSTS                      PIC X(1).
       01  OWN-VERT                      PIC X(10).
       01  OWN-VSTS                      PIC X(1).
       01  OWN-HERK                      PIC X(1).
       01  OWN-EMPF                      PIC X(10).

      * PARAMETER FUER XXP2010
       01  NOT-MODUS                     PIC X(1).
       01  NOT-EVTTYP                    PIC X(10).
       01  NOT-USER                      PIC X(10).
       01  NOT-BETREFF                   PIC X(50).
       01  NOT-TEXT                      PIC X(256).
       01  NOT-STDKAN                    PIC X(1).
       01  NOT-KANAL                     PIC X(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
                                    SCAN-MBR
           END-CALL.

           MOVE     ZEROES TO ANZ-MBR-FUNDE.
           PERFORM  ERNTE-FUNDE.

      * NEUE FUNDE GEHEN AN DEN VERANTWORTLICHEN DES PROGRAMMS
           IF       ANZ-MBR-FUNDE > ZEROES
                    PERFORM MELDE-EIGNER
           END-IF.

       SCN-EIN-90.
           EXIT.
      /
           WRITE    PCHKFND-P.

           ADD      1 TO ANZ-FUNDE.
           ADD      1 TO ANZ-MBR-FUNDE.

       UEB-FND-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NEUE FUNDE DES MITGLIEDS AN DEN VERANTWORTLICHEN MELDEN
      *--------------------------------------------------------------
       MELDE-EIGNER SECTION.
       MLD-EIG-00.

           CALL     "HMP0014" USING SCAN-LIB
                                    SCAN-MBR
                                    OWN-PRIM
                                    OWN-PSTS
                                    OWN-VERT
                                    OWN-VSTS
                                    OWN-HERK
                                    OWN-EMPF
           END-CALL.
      * OHNE ERREICHBAREN VERANTWORTLICHEN KEINE NACHRICHT
           IF       OWN-EMPF = SPACES
                    GO TO MLD-EIG-90
           END-IF.

           MOVE     ANZ-MBR-FUNDE TO ANZ-MBR-FUNDE-ED.
           MOVE     OWN-EMPF      TO NOT-USER.
           MOVE     "NEUE FUNDE IM SOURCE-SCAN" TO NOT-BETREFF.
           INITIALIZE NOT-TEXT.
           STRING   "DER NAECHTLICHE SOURCE-SCAN HAT IN "
                    DELIMITED BY SIZE
                    SCAN-LIB      DELIMITED BY SPACES
                    "/"           DELIMITED BY SIZE
                    SCAN-FILE     DELIMITED BY SPACES
                    "("           DELIMITED BY SIZE
                    SCAN-MBR      DELIMITED BY SPACES
                    ") "          DELIMITED BY SIZE
                    ANZ-MBR-FUNDE-ED DELIMITED BY SIZE
                    " NEUE FUNDE ERMITTELT. BEARBEITUNG UEBER CRP1053."
                    DELIMITED BY SIZE
             INTO   NOT-TEXT
           END-STRING.

           MOVE     "S"          TO NOT-MODUS.
           MOVE     "SCAN"       TO NOT-EVTTYP.
           MOVE     "M"          TO NOT-STDKAN.
           MOVE     SPACES       TO NOT-KANAL.
           CALL     "XXP2010" USING NOT-MODUS
                                    NOT-EVTTYP
                                    NOT-USER
                                    NOT-BETREFF
                                    NOT-TEXT
                                    NOT-STDKAN
                                    NOT-KANAL
           END-CALL.

       MLD-EIG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LOESCHEN DER TEMP. DATEI PTMPMBR
      *--------------------------------------------------------------
       DELETE-TMPMBR SECTION.
