      * FUNKTION      :  SUCHT ALLE LAUFENDEN UMFRAGEN (PUMFKOP,      *
      *                  UMSTAT = "A", HEUTE IN DER LAUFZEIT) UND     *
      *                  SCHICKT JEDEM AKTIVEN MITARBEITER            *
      *                  (PERSONENSTAMM, CFP9022), DER                *
      *                  NOCH KEINEN TEILNAHMEVERMERK IN PUMFTLN      *
      *                  HAT, EINE ERINNERUNG UEBER DEN VERTEILER     *
      *                  XXP2010 (EREIGNISTYP "UMFRAGE").             *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    AKTIVE MITARBEITER UEBER PERSONENSTAMM       *
      *                  (CFP9022) STATT PCONFIG H050                 *
      *                                                               *
      *****************************************************************
      *
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  PUMFTLN-P.
           COPY DDS-ALL-FORMATS OF PUMFTLN.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP2017".
       01  PGM-TYP                       PIC X(8)  VALUE "UMFRAGE".

       01  UMF-LFDN                      PIC 9(9).
       01  UMF-TITEL                     PIC X(50).

      * PERSONENSTAMM (CFP9022)
       01  PERSON-REC                    TYPE PERSON-TYPE.

      * AKTUELL GEPRUEFTER USER
       01  USER-WRK                      PIC X(10).

           PERFORM  COPY-GET-TIME.

           OPEN     INPUT PUMFKOP-DP
                          PUMFTLN-DP.

      * ALLE LAUFENDEN UMFRAGEN DURCHGEHEN
           INITIALIZE PUMFKOPF OF PUMFKOP-P.

       ANF080.
           CLOSE    PUMFKOP-DP
                    PUMFTLN-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.
       ERINNERE-FEHLENDE SECTION.
       ERI-FEH-00.

           INITIALIZE PERSON-REC.
           MOVE     SPACES    TO PN-USER  OF PERSON-REC.

      * NUR AKTIVE MITARBEITER BERUECKSICHTIGEN
       ERI-FEH-20.
           MOVE     "A"       TO PN-MODUS OF PERSON-REC.
           CALL     "CFP9022" USING PERSON-REC
           END-CALL.
           IF       PN-RET OF PERSON-REC NOT = SPACES
                    GO TO ERI-FEH-90
           END-IF.

           MOVE     PN-USER OF PERSON-REC TO USER-WRK.

      * SCHON TEILGENOMMEN?
           INITIALIZE PUMFTLNF OF PUMFTLN-P.
