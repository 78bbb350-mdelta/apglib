      *                                                               *
      * �NDERUNGEN:                                                   *
      * DATUM      VON   GRUND DER �NDERUNG                           *
      * 15.10.2026 MD    MITGLIEDER FREMDER HERKUNFT UEBER CRP1056    *
      *                  ALS FEHLERZEILE "LIZENZ" MELDEN              *
      *                                                               *
      *****************************************************************
      *

       01  PCHKSRC-WRK.
           COPY DDS-ALL-FORMATS OF PCHKSRC.

      * ERGEBNIS DER HERKUNFTSPRUEFUNG (CRP1056)
       01  HRK-RET                       PIC X(1).
       01  HRK-TEXT                      PIC X(60).
      *-------------------------------------------------------
       LINKAGE SECTION.
       01  X-CRLFDN                      LIKE CRLFDN OF PCHKSRC-WRK.
                    END-CALL
           END-IF.

      * MITGLIEDER FREMDER HERKUNFT OHNE FREIGABE ANMAHNEN
           CALL     "CRP1056" USING X-CRLFDN
                                    X-CRLIB
                                    X-CRFILE
                                    X-CRMBR
                                    HRK-RET
                                    HRK-TEXT
           END-CALL.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

