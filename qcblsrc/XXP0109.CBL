       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0109.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * ABDECKUNG EINER SICHERHEITSROLLE AN EINEM TAG ERMITTELN       *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZAEHLT FUER X-DATUM DIE INHABER DER ROLLE    *
      *                  X-ROLLE ("EH" ERSTHELFER, "BSH" BRAND-       *
      *                  SCHUTZHELFER) AUS PSICHER, DIE AM TAG VOR    *
      *                  ORT SIND: SCHULUNG GUELTIG (SIGUEL NICHT     *
      *                  VOR DEM DATUM), AKTIVER MITARBEITER (PPERSON)*
      *                  UND PRAESENZSTATUS "ANWESEND" LT. XXP0079.   *
      *                  ABWESENHEIT, SCHULE, EVENT, HOMEOFFICE UND   *
      *                  KUNDE ZAEHLEN NICHT. X-MINDEST IST DIE       *
      *                  MINDESTANZAHL AUS PCONFIG SICHER/<ROLLE>     *
      *                  CFIN01 (OHNE EINTRAG 1). AN WOCHENENDEN      *
      *                  (PCFGDAT DTWOTA 6/7) UND FEIERTAGEN (CFP9009 *
      *                  RETCODE "3") GILT KEIN MINIMUM, X-MINDEST =  *
      *                  ZEROES. X-ANZAHL < X-MINDEST = NICHT         *
      *                  ABGEDECKT. GERUFEN VON XXP0110 UND XXP0111.  *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    MITARBEITERPRUEFUNG UEBER PERSONENSTAMM      *
      *                  (CFP9022) STATT H050                         *
      *                                                               *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SOURCE-COMPUTER.         IBM-AS400.
         OBJECT-COMPUTER.         IBM-AS400.
        SPECIAL-NAMES. , DECIMAL-POINT IS COMMA.
      /
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      *-------------------------------------------------------------
      * PSICHER: SIUSER, SIROLLE (SICHERHEITSROLLEN JE USER)
      *-------------------------------------------------------------
           SELECT PSICHER-DP
                  ASSIGN       TO  DATABASE-PSICHER
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCONFIG: CFID, CFKEY (SICHER = MINIMUM)
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCFGDAT: DTLFDN (KALENDER MIT WOCHENTAG)
      *-------------------------------------------------------------
           SELECT PCFGDAT-DP
                  ASSIGN       TO  DATABASE-PCFGDAT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PSICHER: SIUSER, SIROLLE
       FD  PSICHER-DP
           LABEL RECORDS ARE STANDARD.
       01  PSICHER-P.
           COPY DDS-ALL-FORMATS OF PSICHER.
      /
      *--- PCONFIG: CFID, CFKEY
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
      *--- PCFGDAT: DTLFDN
       FD  PCFGDAT-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGDAT-P.
           COPY DDS-ALL-FORMATS OF PCFGDAT.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0109".
       01  PGM-TYP                       PIC X(8)  VALUE "FUN    ".

      * PERSONENSTAMM (CFP9022)
       01  PERSON-REC                    TYPE PERSON-TYPE.

      * PARAMETER FUER DAS XXP0079 (PRAESENZSTATUS)
       01  PRS-USER                      PIC X(10).
       01  PRS-STATUS                    PIC X(10).
       01  PRS-ZUSATZ                    PIC X(30).
       01  PRS-KUECHE                    PIC X(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-DATUM                       PIC 9(8).
      * EH = ERSTHELFER, BSH = BRANDSCHUTZHELFER
       01  X-ROLLE                       PIC X(3).
      * ANZAHL DER ROLLENINHABER VOR ORT
       01  X-ANZAHL                      PIC 9(3).
      * MINDESTANZAHL DES TAGES, ZEROES = KEIN ARBEITSTAG
       01  X-MINDEST                     PIC 9(3).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-DATUM
                                X-ROLLE
                                X-ANZAHL
                                X-MINDEST.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0109" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     ZEROES TO X-ANZAHL.
           MOVE     ZEROES TO X-MINDEST.

           OPEN     INPUT PSICHER-DP
                          PCONFIG-DP
                          PCFGDAT-DP.

      * AN WOCHENENDEN UND FEIERTAGEN GILT KEIN MINIMUM
           PERFORM  PRUEFE-ARBEITSTAG.
           IF       X-MINDEST = ZEROES
                    GO TO ENDE
           END-IF.

           PERFORM  ZAEHLE-ROLLE.

       ENDE.
           CLOSE    PSICHER-DP
                    PCONFIG-DP
                    PCFGDAT-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ARBEITSTAG PRUEFEN UND MINDESTANZAHL DER ROLLE LESEN
      *--------------------------------------------------------------
       PRUEFE-ARBEITSTAG SECTION.
       PRF-ARB-00.

      * WOCHENENDE LT. KALENDER
           INITIALIZE PCFGDATF OF PCFGDAT-P.
           MOVE     X-DATUM TO DTLFDN OF PCFGDAT-P.
           READ     PCFGDAT-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-ARB-90
           END-IF.
           IF       DTWOTA OF PCFGDAT-P > 5
                    GO TO PRF-ARB-90
           END-IF.

      * FEIERTAG
           MOVE     X-DATUM TO DATE-DB.
           PERFORM  COPY-CHECK-DATE.
           IF       DATUM-RETCODE = "3"
                    GO TO PRF-ARB-90
           END-IF.

      * MINDESTANZAHL AUS PCONFIG SICHER/<ROLLE>, OHNE EINTRAG 1
           MOVE     1 TO X-MINDEST.
           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "SICHER"  TO CFID   OF PCONFIG-P.
           MOVE     X-ROLLE   TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES    TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES    TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES    TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     CFIN01 OF PCONFIG-P > ZEROES
                    MOVE CFIN01 OF PCONFIG-P TO X-MINDEST
           END-IF.

       PRF-ARB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ROLLENINHABER MIT GUELTIGER SCHULUNG ZAEHLEN, DIE AM TAG
      * ANWESEND SIND
      *--------------------------------------------------------------
       ZAEHLE-ROLLE SECTION.
       ZAE-ROL-00.

           INITIALIZE PSICHERF OF PSICHER-P.
           MOVE     SPACES TO SIUSER  OF PSICHER-P.
           MOVE     SPACES TO SIROLLE OF PSICHER-P.
           START    PSICHER-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-ROL-90
           END-IF.

       ZAE-ROL-20.
           READ     PSICHER-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-ROL-90
           END-IF.

           IF       SIROLLE OF PSICHER-P NOT = X-ROLLE
            OR      SIGUEL  OF PSICHER-P < X-DATUM
                    GO TO ZAE-ROL-20
           END-IF.

      * NUR AKTIVE MITARBEITER
           INITIALIZE PERSON-REC.
           MOVE     "L"       TO PN-MODUS OF PERSON-REC.
           MOVE     SIUSER OF PSICHER-P TO PN-USER OF PERSON-REC.
           CALL     "CFP9022" USING PERSON-REC
           END-CALL.
           IF       PN-RET   OF PERSON-REC NOT = SPACES
            OR      PN-AKTIV OF PERSON-REC     = ZEROES
                    GO TO ZAE-ROL-20
           END-IF.

      * PRAESENZSTATUS DES TAGES
           MOVE     SIUSER OF PSICHER-P TO PRS-USER.
           INITIALIZE PRS-STATUS, PRS-ZUSATZ, PRS-KUECHE.
           CALL     "XXP0079" USING PRS-USER
                                    X-DATUM
                                    PRS-STATUS
                                    PRS-ZUSATZ
                                    PRS-KUECHE
           END-CALL.
           IF       PRS-STATUS = "ANWESEND"
                    ADD 1 TO X-ANZAHL
           END-IF.

           GO TO    ZAE-ROL-20.

       ZAE-ROL-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-CHECK-DATE: PRUEFEN EINES DATUMS
      *---------------------------------------------------------------

           COPY     CHKDATE    OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-PGM-INIT/COPY-PGM-EXIT: STANDARDROUTINEN START UND ENDE
      *---------------------------------------------------------------

           COPY     PGMWRK     OF APG-QCPYSRC.
      /
