      *                  ARTIKEL AUS DEM SPEISEPLAN (PKDMENZ,         *
      *                  PFLEGE XXP0229) MAL DER ERWARTETEN           *
      *                  KOPFZAHL JE TAG: AKTIVE MITARBEITER          *
      *                  (PERSONENSTAMM) ABZUEGLICH DERER, DIE LT.    *
      *                  XXP0079 ABWESEND, IN DER SCHULE ODER AUF     *
      *                  EINEM EVENT SIND. DIE TAGE DER KW KOMMEN     *
      *                  AUS DEM KALENDER PCFGDAT (DTKW/DTWOTA).      *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    AKTIVE MITARBEITER UEBER PERSONENSTAMM       *
      *                  (CFP9022) STATT PCONFIG H050                 *
      *                                                               *
      *****************************************************************
      *
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDLAG: LBART (LAGERBESTAND JE ARTIKEL)
      *-------------------------------------------------------------
       01  PCFGDAT-P.
           COPY DDS-ALL-FORMATS OF PCFGDAT.
      /
      *--- PKDLAG: LBART
       FD  PKDLAG-DP
           LABEL RECORDS ARE STANDARD.
      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0230".
       01  PGM-TYP                       PIC X(8)  VALUE "KUECHE".

       01  TAG-DATUM                     PIC 9(8).
       01  TAG-WOTA                      PIC 9(1).

      * PERSONENSTAMM (CFP9022)
       01  PERSON-REC                    TYPE PERSON-TYPE.

      * PARAMETER FUER DAS XXP0079 (PRAESENZSTATUS)
       01  PRS-USER                      PIC X(10).
       01  PRS-STATUS                    PIC X(10).

           OPEN     INPUT  PKDMENZ-DP
                           PCFGDAT-DP
                           PKDLAG-DP.
           OPEN     I-O    PKDBST1-DP.


           CLOSE    PKDMENZ-DP
                    PCFGDAT-DP
                    PKDLAG-DP
                    PKDBST1-DP.

           EXIT.
      /
      *--------------------------------------------------------------
      * ANWESENDE AN TAG-DATUM ZAEHLEN (PERSONENSTAMM + XXP0079)
      *--------------------------------------------------------------
       ZAEHLE-ANWESENDE SECTION.
       ZAE-ANW-00.

           INITIALIZE PERSON-REC.
           MOVE     SPACES    TO PN-USER  OF PERSON-REC.

      * NUR AKTIVE MITARBEITER BERUECKSICHTIGEN
       ZAE-ANW-20.
           MOVE     "A"       TO PN-MODUS OF PERSON-REC.
           CALL     "CFP9022" USING PERSON-REC
           END-CALL.
           IF       PN-RET OF PERSON-REC NOT = SPACES
                    GO TO ZAE-ANW-90
           END-IF.

           MOVE     PN-USER OF PERSON-REC TO PRS-USER.
           INITIALIZE PRS-STATUS, PRS-ZUSATZ, PRS-KUECHE.
           CALL     "XXP0079" USING PRS-USER
                                    TAG-DATUM
