      * 02.09.2026 MD    AUSGABE LAEUFT UEBER DIE DREHSCHEIBE         *
      *                  XXP2030 (ZUSTELLUNG JE USERWUNSCH:           *
      *                  DRUCKER/DATEI/MAIL, MIT AUSGABEJOURNAL).     *
      * 15.10.2026 MD    DER ANWESENHEITSBERICHT WIRD ZUSAETZLICH ALS *
      *                  DOKUMENT "ANWESEN" IN DER DIGITALEN          *
      *                  PERSONALAKTE DES AZUBIS ABGELEGT (XXP2032).  *
      *                                                               *
      *****************************************************************
      *
       01  HUB-USER                      PIC X(10).
       01  HUB-OUTQ                      PIC X(10).

      * PARAMETER FUER DIE PERSONALAKTE XXP2032
       01  AKT-PRTF                      PIC X(10).
       01  AKT-USER                      PIC X(10).
       01  AKT-DOKTYP                    PIC X(10).
       01  AKT-VON                       PIC 9(8).
       01  AKT-BIS                       PIC 9(8).

      * SUMMEN JE STATUS
       01  ANZ-ANWESEND                  PIC 9(3)  VALUE ZEROES.
       01  ANZ-ENTSCH                    PIC 9(3)  VALUE ZEROES.
                                    RET-CODE
           END-CALL.

      * AUSDRUCK IN DER PERSONALAKTE ABLEGEN
           INITIALIZE RET-CODE.
           MOVE     "AZF0313"    TO AKT-PRTF.
           MOVE     X-ATUSER     TO AKT-USER.
           MOVE     "ANWESEN"    TO AKT-DOKTYP.
           MOVE     X-VONDAT     TO AKT-VON.
           MOVE     X-BISDAT     TO AKT-BIS.
           CALL     "XXP2032" USING AKT-PRTF
                                    AKT-USER
                                    AKT-DOKTYP
                                    AKT-VON
                                    AKT-BIS
                                    RET-CODE
           END-CALL.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

