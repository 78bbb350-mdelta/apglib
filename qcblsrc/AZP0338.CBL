       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              AZP0338.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * REVIEW-ERGEBNIS EINER UEBUNGSLOESUNG IN PAZUSTA UEBERNEHMEN   *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  WIRD VON DER REVIEW-ARBEITSLISTE CRP0043     *
      *                  NACH FREIGABE ODER ABLEHNUNG EINES CR-       *
      *                  VORGANGS AUFGERUFEN. IST DER VORGANG UEBER   *
      *                  PAZUCRV MIT EINER UEBUNG VERKNUEPFT (ANGE-   *
      *                  LEGT DURCH AZP0337), WIRD DER BEARBEITUNGS-  *
      *                  STAND DES AZUBIS GESETZT:                    *
      *                  CRRSTS "A" (FREIGEGEBEN) -> STSTAT "4"       *
      *                  (ABGENOMMEN), CRRSTS "X" (ABGELEHNT) ->      *
      *                  STSTAT "2" (IN BEARBEITUNG = NACHARBEIT,     *
      *                  DER AZUBI KANN ERNEUT EINREICHEN).           *
      *                  VORGAENGE OHNE VERKNUEPFUNG BLEIBEN          *
      *                  UNBERUEHRT.                                  *
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
      * PAZUCRV: CVCRLF (CR-VORGANG -> UEBUNG/AZUBI)
      *-------------------------------------------------------------
           SELECT PAZUCRV-DP
                  ASSIGN       TO  DATABASE-PAZUCRV
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAZUSTA: STLFDN, STUSER (BEARBEITUNGSSTAND JE UEBUNG/AZUBI)
      *-------------------------------------------------------------
           SELECT PAZUSTA-DP
                  ASSIGN       TO  DATABASE-PAZUSTA
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PAZUCRV: CVCRLF
       FD  PAZUCRV-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUCRV-P.
           COPY DDS-ALL-FORMATS OF PAZUCRV.
      /
      *--- PAZUSTA: STLFDN, STUSER
       FD  PAZUSTA-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUSTA-P.
           COPY DDS-ALL-FORMATS OF PAZUSTA.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "AZP0338".
       01  PGM-TYP                       PIC X(8)  VALUE "AZUBI ".

      * NEUER BEARBEITUNGSSTAND
       01  NEUSTAT-WRK                   PIC X(1).

      * PAZUSTA-SATZ NEU (1) ODER VORHANDEN (0)
       01  STA-NEU-WRK                   PIC X(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-CRLFDN                      PIC 9(9).
       01  X-CRRSTS                      PIC X(1).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-CRLFDN
                                X-CRRSTS.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "AZP0338" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * NUR FREIGABE UND ABLEHNUNG WERDEN UEBERNOMMEN
           EVALUATE X-CRRSTS
                    WHEN "A"
                         MOVE "4" TO NEUSTAT-WRK
                    WHEN "X"
                         MOVE "2" TO NEUSTAT-WRK
                    WHEN OTHER
                         GO TO ENDE
           END-EVALUATE.

           OPEN     INPUT PAZUCRV-DP.
           OPEN     I-O   PAZUSTA-DP.

           PERFORM  SETZE-STATUS.

           CLOSE    PAZUCRV-DP
                    PAZUSTA-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * VERKNUEPFTE UEBUNG SUCHEN UND STAND DES AZUBIS SETZEN
      *--------------------------------------------------------------
       SETZE-STATUS SECTION.
       SET-STA-00.

           INITIALIZE PAZUCRVF OF PAZUCRV-P.
           MOVE     X-CRLFDN TO CVCRLF OF PAZUCRV-P.
           READ     PAZUCRV-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SET-STA-90
           END-IF.

           PERFORM  COPY-GET-TIME.

           INITIALIZE PAZUSTAF OF PAZUSTA-P.
           MOVE     CVLFDN OF PAZUCRV-P TO STLFDN OF PAZUSTA-P.
           MOVE     CVUSER OF PAZUCRV-P TO STUSER OF PAZUSTA-P.
           READ     PAZUSTA-DP KEY IS EXTERNALLY-DESCRIBED-KEY
                    INVALID KEY
                    MOVE "1" TO STA-NEU-WRK
                    NOT INVALID KEY
                    MOVE "0" TO STA-NEU-WRK
           END-READ.

           MOVE     NEUSTAT-WRK TO STSTAT OF PAZUSTA-P.
           MOVE     T-USER      TO STAUSR OF PAZUSTA-P.
           MOVE     DATE-8      TO STADTA OF PAZUSTA-P.
           MOVE     TIME-6      TO STATIA OF PAZUSTA-P.

           IF       STA-NEU-WRK = "1"
                    WRITE   PAZUSTA-P
           ELSE
                    REWRITE PAZUSTA-P
           END-IF.

       SET-STA-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------

           COPY     GETTIME    OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-PGM-INIT/COPY-PGM-EXIT: STANDARDROUTINEN START UND ENDE
      *---------------------------------------------------------------

           COPY     PGMWRK     OF APG-QCPYSRC.
      /
