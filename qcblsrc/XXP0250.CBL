       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0250.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * PFANDBUCHUNG FUER GETRAENKEKISTEN (PKDPFND/PKDPFSL)           *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  EINZIGER SCHREIBWEG IN DAS PFANDKONTO:       *
      *                  X-TYP "Z" = ZUGANG BEIM WARENEINGANG         *
      *                  (XXP0210), X-TYP "R" = LEERGUTRUECKGABE AN   *
      *                  DEN LIEFERANTEN (XXP0251). DER BETRAG IST    *
      *                  X-ANZ KISTEN MAL DEM PFAND DES ARTIKELS      *
      *                  (PKDART/ARPFAND), BEI "R" NEGATIV. DIE       *
      *                  BUCHUNG WIRD UNVERAENDERLICH IN PKDPFND      *
      *                  GESCHRIEBEN UND DER PFANDSALDO DES           *
      *                  LIEFERANTEN (ARLIEF) IN PKDPFSL              *
      *                  FORTGESCHRIEBEN. ARTIKEL OHNE PFAND WERDEN   *
      *                  BEIM ZUGANG STILL UEBERGANGEN.               *
      *                  X-RETCODE: SPACES = GEBUCHT ODER KEIN        *
      *                  PFAND, "1" = FEHLER (ARTIKEL UNBEKANNT,      *
      *                  RUECKGABE OHNE PFAND, KEINE MENGE).          *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
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
      * PKDART: ARART (ARTIKELKATALOG MIT PFAND)
      *-------------------------------------------------------------
           SELECT PKDART-DP
                  ASSIGN       TO  DATABASE-PKDART
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDPFND: PFLFDN (PFANDBUCHUNGEN)
      *-------------------------------------------------------------
           SELECT PKDPFND-DP
                  ASSIGN       TO  DATABASE-PKDPFND
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDPFSL: PSLIEF (PFANDSALDO JE LIEFERANT)
      *-------------------------------------------------------------
           SELECT PKDPFSL-DP
                  ASSIGN       TO  DATABASE-PKDPFSL
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PKDART: ARART
       FD  PKDART-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDART-P.
           COPY DDS-ALL-FORMATS OF PKDART.
      /
      *--- PKDPFND: PFLFDN
       FD  PKDPFND-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDPFND-P.
           COPY DDS-ALL-FORMATS OF PKDPFND.
      /
      *--- PKDPFSL: PSLIEF
       FD  PKDPFSL-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDPFSL-P.
           COPY DDS-ALL-FORMATS OF PKDPFSL.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0250".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * ZU BUCHENDER PFANDBETRAG
       01  PFAND-BETRAG                  PIC S9(7)V99.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * "Z" = ZUGANG, "R" = LEERGUTRUECKGABE
       01  X-TYP                         PIC X(1).
       01  X-ARTIKEL                     PIC X(20).
      * ANZAHL KISTEN
       01  X-ANZ                         PIC 9(5).
      * BELEG (BESTELLPOSITION KBLFDN BEIM ZUGANG, SONST 0)
       01  X-BELFDN                      PIC 9(9).
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-TYP
                                X-ARTIKEL
                                X-ANZ
                                X-BELFDN
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0250" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     "1" TO X-RETCODE.

           OPEN     INPUT PKDART-DP.
           OPEN     I-O   PKDPFND-DP
                          PKDPFSL-DP.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           IF       X-TYP NOT = "Z"
            AND     X-TYP NOT = "R"
                    GO TO ENDE
           END-IF.
           IF       X-ANZ = ZEROES
                    GO TO ENDE
           END-IF.

      * PFAND UND LIEFERANT AUS DEM ARTIKELKATALOG
           INITIALIZE PKDARTF OF PKDART-P.
           MOVE     X-ARTIKEL TO ARART OF PKDART-P.
           READ     PKDART-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ENDE
           END-IF.

      * OHNE PFAND: ZUGANG IST IN ORDNUNG, RUECKGABE EIN FEHLER
           IF       ARPFAND OF PKDART-P = ZEROES
                    IF   X-TYP = "Z"
                         INITIALIZE X-RETCODE
                    END-IF
                    GO TO ENDE
           END-IF.

           IF       X-TYP = "Z"
                    COMPUTE PFAND-BETRAG = ARPFAND OF PKDART-P * X-ANZ
           ELSE
                    COMPUTE PFAND-BETRAG =
                            ARPFAND OF PKDART-P * X-ANZ * -1
           END-IF.

           PERFORM  COPY-GET-TIME.

           PERFORM  SCHREIBE-BUCHUNG.
           PERFORM  FORTSCHREIBE-SALDO.

           INITIALIZE X-RETCODE.

       ENDE.
           CLOSE    PKDART-DP
                    PKDPFND-DP
                    PKDPFSL-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * PFANDBUCHUNG SCHREIBEN (UNVERAENDERLICH)
      *--------------------------------------------------------------
       SCHREIBE-BUCHUNG SECTION.
       SCH-BUC-00.

           INITIALIZE PKDPFNDF OF PKDPFND-P.
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PKDPFND" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK            TO PFLFDN OF PKDPFND-P.
           MOVE     ARLIEF OF PKDART-P  TO PFLIEF OF PKDPFND-P.
           MOVE     X-ARTIKEL           TO PFART  OF PKDPFND-P.
           MOVE     X-TYP               TO PFTYP  OF PKDPFND-P.
           MOVE     X-ANZ               TO PFANZ  OF PKDPFND-P.
           MOVE     PFAND-BETRAG        TO PFBETR OF PKDPFND-P.
           MOVE     X-BELFDN            TO PFBELF OF PKDPFND-P.
           MOVE     DATE-8(1:6)         TO PFPER  OF PKDPFND-P.
           MOVE     T-USER              TO PFAUSR OF PKDPFND-P.
           MOVE     DATE-8              TO PFADTA OF PKDPFND-P.
           MOVE     TIME-6              TO PFATIA OF PKDPFND-P.
           WRITE    PKDPFND-P.

       SCH-BUC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PFANDSALDO DES LIEFERANTEN FORTSCHREIBEN (PKDPFSL)
      *--------------------------------------------------------------
       FORTSCHREIBE-SALDO SECTION.
       FRT-SAL-00.

           INITIALIZE PKDPFSLF OF PKDPFSL-P.
           MOVE     ARLIEF OF PKDART-P TO PSLIEF OF PKDPFSL-P.
           READ     PKDPFSL-DP.
           IF       FILE-STATUS = ZEROES
                    ADD  PFAND-BETRAG TO PSSALDO OF PKDPFSL-P
                    MOVE T-USER       TO PSMSER  OF PKDPFSL-P
                    MOVE DATE-8       TO PSMDTA  OF PKDPFSL-P
                    MOVE TIME-6       TO PSMTIA  OF PKDPFSL-P
                    REWRITE PKDPFSL-P
           ELSE
                    INITIALIZE PKDPFSLF OF PKDPFSL-P
                    MOVE ARLIEF OF PKDART-P TO PSLIEF OF PKDPFSL-P
                    MOVE PFAND-BETRAG TO PSSALDO OF PKDPFSL-P
                    MOVE T-USER       TO PSAUSR  OF PKDPFSL-P
                    MOVE DATE-8       TO PSADTA  OF PKDPFSL-P
                    MOVE TIME-6       TO PSATIA  OF PKDPFSL-P
                    WRITE PKDPFSL-P
           END-IF.

       FRT-SAL-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------

           COPY     GETTIME    OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-PERMISSION: BERECHTIGUNGSPRUEFUNG
      *---------------------------------------------------------------

           COPY     PERMISSION OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-PGM-INIT/COPY-PGM-EXIT: STANDARDROUTINEN START UND ENDE
      *---------------------------------------------------------------

           COPY     PGMWRK     OF APG-QCPYSRC.
      /
