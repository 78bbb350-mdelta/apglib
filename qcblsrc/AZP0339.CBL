       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              AZP0339.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * AZUBI-COCKPIT: DIE EIGENE LAGE DES ANGEMELDETEN AZUBIS        *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT DEM ANGEMELDETEN AZUBI (T-USER) AUF    *
      *                  EINEM BILDSCHIRM, WAS FUER IHN ANSTEHT:      *
      *                  - OFFENE UND ZURUECKGEGEBENE BERICHTSHEFT-   *
      *                    WOCHEN (PAZUBER, ABSTAT LEER)    -> XXP0011*
      *                  - UEBUNGEN IN BEARBEITUNG (PAZUSTA) UND DIE  *
      *                    NAECHSTEN FREIGESCHALTETEN UEBUNGEN        *
      *                    (PAZUVOR, WIE AZP0311)           -> AZP0301*
      *                  - DIE LETZTEN NOTEN (PAZUNOT)      -> AZP0314*
      *                  - DEN NAECHSTEN BERUFSSCHULBLOCK             *
      *                    (PAZUBDL)                        -> XXP0011*
      *                  - OFFENE PRUEFUNGSFRISTEN (PAZUPRF, WIE      *
      *                    AZP0336)                         -> AZP0335*
      *                  - OFFENE GESPRAECHS-WIEDERVORLAGEN           *
      *                    (PAZUGSP, NUR DAS THEMA)         -> AZP0324*
      *                  - DIE KUECHENDIENSTE DES LAUFENDEN MONATS    *
      *                    (PKDPLAN, AUCH GETAUSCHTE)       -> XXP0203*
      *                  OPTION "1" SPRINGT IN DAS PROGRAMM, DAS DIE  *
      *                  ZEILE BEARBEITET. UEBERFAELLIGES UND         *
      *                  ZURUECKGEGEBENES WIRD HERVORGEHOBEN.         *
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
        SPECIAL-NAMES. , DECIMAL-POINT IS COMMA,
                         ATTRIBUTE-DATA IS BS-ATRIBUTE,
                         I-O-FEEDBACK   IS FILE-IO-FEEDBACK.
      /
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.

      *-------------------------------------------------------------
      *-   BILDSCHIRM-DATEI
      *-------------------------------------------------------------
           SELECT WS-DISPLAY
                  ASSIGN       TO  WORKSTATION-AZD0339DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PAZUBERL2: ABUSER, ABJAHR, ABKW (BERICHTSHEFT)
      *-------------------------------------------------------------
           SELECT PAZUBER-DL
                  ASSIGN       TO  DATABASE-PAZUBERL2
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                                   WITH DUPLICATES
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAZUBDL: BDJAHR, BDKW, BDUSER (BERUFSSCHULWOCHEN)
      *-------------------------------------------------------------
           SELECT PAZUBDL-DP
                  ASSIGN       TO  DATABASE-PAZUBDL
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAZUUEBL1: AUPRN1, AUPRN2, AUPRN3, AUANG, AUANGP
      *-------------------------------------------------------------
           SELECT PAZUUEB-DL
                  ASSIGN       TO  DATABASE-PAZUUEBL1
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                                   WITH DUPLICATES
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

      *-------------------------------------------------------------
      * PAZURES: RSLFDN, RSUSER, RSSEQ (TESTERGEBNISSE)
      *-------------------------------------------------------------
           SELECT PAZURES-DP
                  ASSIGN       TO  DATABASE-PAZURES
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAZUVOR: VRLFDN, VRREQ (VORAUSSETZUNGEN)
      *-------------------------------------------------------------
           SELECT PAZUVOR-DP
                  ASSIGN       TO  DATABASE-PAZUVOR
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAZUNOT: NTUSER, NTFACH, NTDATUM (NOTEN)
      *-------------------------------------------------------------
           SELECT PAZUNOT-DP
                  ASSIGN       TO  DATABASE-PAZUNOT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAZUPRF: PFUSER, PFART (IHK-PRUEFUNGEN)
      *-------------------------------------------------------------
           SELECT PAZUPRF-DP
                  ASSIGN       TO  DATABASE-PAZUPRF
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAZUGSP: GSUSER, GSLFDN (GESPRAECHSNOTIZEN)
      *-------------------------------------------------------------
           SELECT PAZUGSP-DP
                  ASSIGN       TO  DATABASE-PAZUGSP
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDPLAN: KDDATE, KDTYP, KDUSER (KUECHENDIENST)
      *-------------------------------------------------------------
           SELECT PKDPLAN-DP
                  ASSIGN       TO  DATABASE-PKDPLAN
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *----DISPLAY
       FD  WS-DISPLAY
           LABEL RECORDS ARE OMITTED.
       01  WS-REC.
           COPY DDS-ALL-FORMATS OF AZD0339DE.
      /
      *--- PAZUBERL2: ABUSER, ABJAHR, ABKW
       FD  PAZUBER-DL
           LABEL RECORDS ARE STANDARD.
       01  PAZUBER-L.
           COPY DDS-ALL-FORMATS OF PAZUBERL2.
      /
      *--- PAZUBDL: BDJAHR, BDKW, BDUSER
       FD  PAZUBDL-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUBDL-P.
           COPY DDS-ALL-FORMATS OF PAZUBDL.
      /
      *--- PAZUUEBL1
       FD  PAZUUEB-DL
           LABEL RECORDS ARE STANDARD.
       01  PAZUUEB-L.
           COPY DDS-ALL-FORMATS OF PAZUUEBL1.
      /
      *--- PAZUSTA: STLFDN, STUSER
       FD  PAZUSTA-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUSTA-P.
           COPY DDS-ALL-FORMATS OF PAZUSTA.
      /
      *--- PAZURES: RSLFDN, RSUSER, RSSEQ
       FD  PAZURES-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZURES-P.
           COPY DDS-ALL-FORMATS OF PAZURES.
      /
      *--- PAZUVOR: VRLFDN, VRREQ
       FD  PAZUVOR-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUVOR-P.
           COPY DDS-ALL-FORMATS OF PAZUVOR.
      /
      *--- PAZUNOT: NTUSER, NTFACH, NTDATUM
       FD  PAZUNOT-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUNOT-P.
           COPY DDS-ALL-FORMATS OF PAZUNOT.
      /
      *--- PAZUPRF: PFUSER, PFART
       FD  PAZUPRF-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUPRF-P.
           COPY DDS-ALL-FORMATS OF PAZUPRF.
      /
      *--- PAZUGSP: GSUSER, GSLFDN
       FD  PAZUGSP-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUGSP-P.
           COPY DDS-ALL-FORMATS OF PAZUGSP.
      /
      *--- PKDPLAN: KDDATE, KDTYP, KDUSER
       FD  PKDPLAN-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDPLAN-P.
           COPY DDS-ALL-FORMATS OF PKDPLAN.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.
        05 IN99                          PIC 1.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  AZD0339DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  AZD0339DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  AZD0339DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  AZD0339DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT4X.
           COPY  DDS-FMT04-O OF  AZD0339DE
           REPLACING FMT04-O BY FORMAT4
                     FMT04-O-INDIC BY FORMAT4-O-INDIC.

       01  FORMAT4Y.
           COPY  DDS-FMT04-I OF  AZD0339DE
           REPLACING FMT04-I BY FORMAT4-I
                     FMT04-I-INDIC BY FORMAT4-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * STANDARDFELDER FUER PROGRAMMTEXTE
           COPY WRKTXT     OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "AZP0339".
       01  PGM-TYP                       PIC X(8)  VALUE "AZUBI ".

       01  AUSWAHL                       PIC X(2).

      * INHALT DER NAECHSTEN COCKPIT-ZEILE
       01  ZL-BEREICH                    PIC X(12).
       01  ZL-DATUM                      LIKE DATE-8.
       01  ZL-TEXT                       PIC X(50).
       01  ZL-PGM                        PIC X(10).
       01  ZL-HELL                       PIC 9(1).

      * AKTUELLE KALENDERWOCHE
       01  JAHR-WRK                      PIC 9(4).
       01  KW-WRK                        PIC 9(2).
       01  KW-BIS-WRK                    PIC 9(2).
       01  KW-ANZ                        PIC 9(2).
       01  JAHR-ANZ                      PIC 9(4).

      * UEBUNGEN: STATUS, VORAUSSETZUNGEN, ANZAHL FREIGESCHALTETE
       01  STATUS-WRK                    PIC X(1).
       01  ERLEDIGT-WRK                  PIC 9(1).
       01  PRF-LFDN                      PIC 9(9).
       01  PRF-OK-WRK                    PIC 9(3).
       01  PRF-GES-WRK                   PIC 9(3).
       01  ANZ-FREI                      PIC 9(2).
       01  MAX-FREI                      PIC 9(2) VALUE 3.

      * DIE LETZTEN NOTEN (NACH DATUM ABSTEIGEND)
       01  NOT-TAB.
        05 NOT-EINTRAG                   OCCURS 5 TIMES.
         10 NOT-DATUM                    LIKE NTDATUM OF PAZUNOT-P.
         10 NOT-FACH                     LIKE NTFACH  OF PAZUNOT-P.
         10 NOT-NOTE                     LIKE NTNOTE  OF PAZUNOT-P.
       01  NOT-IDX                       PIC 9(2).
       01  NOT-POS                       PIC 9(2).
       01  NOT-NOTE-ANZ                  PIC 9,9.

      * PRUEFUNGSFRIST
       01  FRIST-DATUM                   LIKE DATE-8.
       01  FRIST-NAME                    PIC X(30).

      * KUECHENDIENST IM LAUFENDEN MONAT
       01  MONAT-VON                     LIKE DATE-8.
       01  MONAT-BIS                     LIKE DATE-8.
       01  KD-DIENST-USER                LIKE KDUSER OF PKDPLAN-P.

      * PARAMETER FUER DIE ANGESPRUNGENEN PROGRAMME
       01  AUFRUF-F3                     PIC X(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "AZP0339" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "AZD0339DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

      * ALLE DATEIEN OEFFNEN
           OPEN     INPUT PAZUBER-DL
                          PAZUBDL-DP
                          PAZUUEB-DL
                          PAZUSTA-DP
                          PAZURES-DP
                          PAZUVOR-DP
                          PAZUNOT-DP
                          PAZUPRF-DP
                          PAZUGSP-DP
                          PKDPLAN-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

       ANF020.
      * LESE-DATEN: ALLE BEREICHE DES AZUBIS SAMMELN
           PERFORM  LESE-DATEN.

      * ANZEIGEN SUBFILE
           PERFORM  ANZEIGE-SUBFILE.
           IF       F3 = "1"
                    GO TO ENDE
           END-IF.
           IF       F5 = "1"
                    INITIALIZE F5
                    GO TO ANF020
           END-IF.

      * WIEDERHOLEN BIS USER BEENDET ...
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE                 PAZUBER-DL
                                 PAZUBDL-DP
                                 PAZUUEB-DL
                                 PAZUSTA-DP
                                 PAZURES-DP
                                 PAZUVOR-DP
                                 PAZUNOT-DP
                                 PAZUPRF-DP
                                 PAZUGSP-DP
                                 PKDPLAN-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE BEREICHE DES ANGEMELDETEN AZUBIS LESEN
      *--------------------------------------------------------------
       LESE-DATEN SECTION.
       LES-DAT-00.

           INITIALIZE DATEN, ANZREC-WRK.

           PERFORM  COPY-GET-TIME.
           MOVE     DATE-8(1:4) TO JAHR-WRK.
           INITIALIZE KW-WRK.
           CALL     "CFP8007" USING DATE-8
                                    KW-WRK
           END-CALL.

           PERFORM  LESE-BERICHTSHEFT.
           PERFORM  LESE-UEBUNGEN.
           PERFORM  LESE-NOTEN.
           PERFORM  LESE-SCHULBLOCK.
           PERFORM  LESE-PRUEFUNGEN.
           PERFORM  LESE-WIEDERVORLAGEN.
           PERFORM  LESE-KUECHENDIENST.

      * NICHTS ANSTEHEND: LEERES SUBFILE
           IF       DATEN = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
           END-IF.

       LES-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BERICHTSHEFT: OFFENE (ABSTAT LEER) UND VOM AUSBILDER
      * ZURUECKGEGEBENE WOCHEN (ABSTAT LEER, KOMMENTAR IN ABKOMM,
      * SIEHE AZP0308) BIS ZUR LAUFENDEN WOCHE
      *--------------------------------------------------------------
       LESE-BERICHTSHEFT SECTION.
       LES-BER-00.

           INITIALIZE PAZUBERF OF PAZUBER-L.
           MOVE     T-USER TO ABUSER OF PAZUBER-L.
           MOVE     ZEROES TO ABJAHR OF PAZUBER-L.
           MOVE     ZEROES TO ABKW   OF PAZUBER-L.
           START    PAZUBER-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-BER-90
           END-IF.

       LES-BER-20.
           READ     PAZUBER-DL NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      ABUSER OF PAZUBER-L NOT = T-USER
                    GO TO LES-BER-90
           END-IF.

      * ZUKUENFTIGE WOCHEN UND EINGEREICHTE/GENEHMIGTE UEBERGEHEN
           IF       ABJAHR OF PAZUBER-L > JAHR-WRK
                    GO TO LES-BER-90
           END-IF.
           IF       ABJAHR OF PAZUBER-L = JAHR-WRK
            AND     ABKW   OF PAZUBER-L > KW-WRK
                    GO TO LES-BER-90
           END-IF.
           IF       ABSTAT OF PAZUBER-L NOT = SPACES
                    GO TO LES-BER-20
           END-IF.

      * ALS GELOESCHT MARKIERTE WOCHEN (XXP0041) UEBERGEHEN
           INITIALIZE PAZUBDLF OF PAZUBDL-P.
           MOVE     ABJAHR OF PAZUBER-L TO BDJAHR OF PAZUBDL-P.
           MOVE     ABKW   OF PAZUBER-L TO BDKW   OF PAZUBDL-P.
           MOVE     T-USER              TO BDUSER OF PAZUBDL-P.
           READ     PAZUBDL-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     BDDEL OF PAZUBDL-P NOT = ZEROES
                    GO TO LES-BER-20
           END-IF.

           MOVE     ABJAHR OF PAZUBER-L TO JAHR-ANZ.
           MOVE     ABKW   OF PAZUBER-L TO KW-ANZ.
           INITIALIZE ZL-TEXT, ZL-DATUM, ZL-HELL.
           MOVE     "BERICHTSHEFT" TO ZL-BEREICH.
           MOVE     "XXP0011"      TO ZL-PGM.
           IF       ABKOMM OF PAZUBER-L NOT = SPACES
                    MOVE 1 TO ZL-HELL
                    STRING "KW " KW-ANZ "/" JAHR-ANZ " ZURUECK: "
                           DELIMITED BY SIZE
                           ABKOMM OF PAZUBER-L DELIMITED BY SIZE
                      INTO ZL-TEXT
                    END-STRING
           ELSE
                    STRING "KW " KW-ANZ "/" JAHR-ANZ
                           " NOCH NICHT EINGEREICHT"
                           DELIMITED BY SIZE
                      INTO ZL-TEXT
                    END-STRING
           END-IF.
           PERFORM  AUSGABE-SFL.

           GO TO    LES-BER-20.

       LES-BER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * UEBUNGEN IN LERNPFAD-REIHENFOLGE: IN BEARBEITUNG (PAZUSTA
      * "2"/"3") UND DIE NAECHSTEN FREIGESCHALTETEN (ALLE
      * VORAUSSETZUNGEN AUS PAZUVOR ERLEDIGT, WIE AZP0311)
      *--------------------------------------------------------------
       LESE-UEBUNGEN SECTION.
       LES-UEB-00.

           MOVE     ZEROES TO ANZ-FREI.

           INITIALIZE PAZUUEBF OF PAZUUEB-L.
           MOVE     ZEROES TO AUPRN1 OF PAZUUEB-L.
           MOVE     ZEROES TO AUPRN2 OF PAZUUEB-L.
           MOVE     ZEROES TO AUPRN3 OF PAZUUEB-L.
           MOVE     ZEROES TO AUANG  OF PAZUUEB-L.
           MOVE     ZEROES TO AUANGP OF PAZUUEB-L.
           START    PAZUUEB-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-UEB-90
           END-IF.

       LES-UEB-20.
           READ     PAZUUEB-DL NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-UEB-90
           END-IF.

           INITIALIZE ZL-TEXT, ZL-DATUM, ZL-HELL.
           MOVE     "UEBUNG"  TO ZL-BEREICH.
           MOVE     "AZP0301" TO ZL-PGM.

      * BEARBEITUNGSSTAND DES AZUBIS
           INITIALIZE PAZUSTAF OF PAZUSTA-P.
           MOVE     AULFDN OF PAZUUEB-L TO STLFDN OF PAZUSTA-P.
           MOVE     T-USER              TO STUSER OF PAZUSTA-P.
           READ     PAZUSTA-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "1" TO STSTAT OF PAZUSTA-P
           END-IF.

           EVALUATE STSTAT OF PAZUSTA-P
                    WHEN "2"
                         MOVE STADTA OF PAZUSTA-P TO ZL-DATUM
                         STRING "IN BEARBEITUNG: " DELIMITED BY SIZE
                                AUTEXT OF PAZUUEB-L DELIMITED BY SIZE
                           INTO ZL-TEXT
                         END-STRING
                         PERFORM AUSGABE-SFL
                         GO TO LES-UEB-20
                    WHEN "3"
                         MOVE STADTA OF PAZUSTA-P TO ZL-DATUM
                         STRING "WARTET AUF ABNAHME: " DELIMITED BY SIZE
                                AUTEXT OF PAZUUEB-L DELIMITED BY SIZE
                           INTO ZL-TEXT
                         END-STRING
                         PERFORM AUSGABE-SFL
                         GO TO LES-UEB-20
                    WHEN "4"
                         GO TO LES-UEB-20
           END-EVALUATE.

      * NOCH NICHT BEGONNEN: FREIGESCHALTET?
           IF       ANZ-FREI NOT < MAX-FREI
                    GO TO LES-UEB-20
           END-IF.

           MOVE     AULFDN OF PAZUUEB-L TO PRF-LFDN.
           PERFORM  PRUEFE-ERLEDIGT.
           IF       ERLEDIGT-WRK NOT = ZEROES
                    GO TO LES-UEB-20
           END-IF.

           PERFORM  ERMITTLE-STATUS.
           IF       STATUS-WRK NOT = "O"
                    GO TO LES-UEB-20
           END-IF.

           ADD      1 TO ANZ-FREI.
           STRING   "FREIGESCHALTET: " DELIMITED BY SIZE
                    AUTEXT OF PAZUUEB-L DELIMITED BY SIZE
             INTO   ZL-TEXT
           END-STRING.
           PERFORM  AUSGABE-SFL.

           GO TO    LES-UEB-20.

       LES-UEB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VORAUSSETZUNGEN DER UEBUNG PRUEFEN: G = GESPERRT (EIN
      * VORGAENGER NOCH NICHT ERLEDIGT), SONST O = OFFEN
      *--------------------------------------------------------------
       ERMITTLE-STATUS SECTION.
       ERM-STA-00.

           MOVE     "O" TO STATUS-WRK.

           INITIALIZE PAZUVORF OF PAZUVOR-P.
           MOVE     AULFDN OF PAZUUEB-L TO VRLFDN OF PAZUVOR-P.
           MOVE     ZEROES              TO VRREQ  OF PAZUVOR-P.
           START    PAZUVOR-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERM-STA-90
           END-IF.

       ERM-STA-20.
           READ     PAZUVOR-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ERM-STA-90
           END-IF.
           IF       VRLFDN OF PAZUVOR-P NOT = AULFDN OF PAZUUEB-L
                    GO TO ERM-STA-90
           END-IF.

           MOVE     VRREQ OF PAZUVOR-P TO PRF-LFDN.
           PERFORM  PRUEFE-ERLEDIGT.
           IF       ERLEDIGT-WRK = ZEROES
                    MOVE "G" TO STATUS-WRK
                    GO TO ERM-STA-90
           END-IF.

           GO TO    ERM-STA-20.

       ERM-STA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * IST DIE UEBUNG PRF-LFDN FUER DEN AZUBI ERLEDIGT? (ABGENOMMEN
      * IN PAZUSTA ODER ALLE TESTFAELLE IN PAZURES BESTANDEN)
      *--------------------------------------------------------------
       PRUEFE-ERLEDIGT SECTION.
       PRF-ERL-00.

           INITIALIZE ERLEDIGT-WRK.
           INITIALIZE PRF-OK-WRK, PRF-GES-WRK.

           INITIALIZE PAZUSTAF OF PAZUSTA-P.
           MOVE     PRF-LFDN TO STLFDN OF PAZUSTA-P.
           MOVE     T-USER   TO STUSER OF PAZUSTA-P.
           READ     PAZUSTA-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     STSTAT OF PAZUSTA-P = "4"
                    MOVE 1 TO ERLEDIGT-WRK
                    GO TO PRF-ERL-90
           END-IF.

           INITIALIZE PAZURESF OF PAZURES-P.
           MOVE     PRF-LFDN TO RSLFDN OF PAZURES-P.
           MOVE     T-USER   TO RSUSER OF PAZURES-P.
           MOVE     ZEROES   TO RSSEQ  OF PAZURES-P.
           START    PAZURES-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-ERL-80
           END-IF.

       PRF-ERL-20.
           READ     PAZURES-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-ERL-80
           END-IF.
           IF       RSLFDN OF PAZURES-P NOT = PRF-LFDN
            OR      RSUSER OF PAZURES-P NOT = T-USER
                    GO TO PRF-ERL-80
           END-IF.

           ADD      1 TO PRF-GES-WRK.
           IF       RSOK OF PAZURES-P = "J"
                    ADD 1 TO PRF-OK-WRK
           END-IF.

           GO TO    PRF-ERL-20.

       PRF-ERL-80.
           IF       PRF-GES-WRK NOT = ZEROES
            AND     PRF-OK-WRK      = PRF-GES-WRK
                    MOVE 1 TO ERLEDIGT-WRK
           END-IF.

       PRF-ERL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DIE LETZTEN FUENF NOTEN (ALLE FAECHER, NACH DATUM)
      *--------------------------------------------------------------
       LESE-NOTEN SECTION.
       LES-NOT-00.

           INITIALIZE NOT-TAB.

           INITIALIZE PAZUNOTF OF PAZUNOT-P.
           MOVE     T-USER TO NTUSER  OF PAZUNOT-P.
           MOVE     SPACES TO NTFACH  OF PAZUNOT-P.
           MOVE     ZEROES TO NTDATUM OF PAZUNOT-P.
           START    PAZUNOT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-NOT-90
           END-IF.

       LES-NOT-20.
           READ     PAZUNOT-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      NTUSER OF PAZUNOT-P NOT = T-USER
                    GO TO LES-NOT-50
           END-IF.

      * EINSORTIEREN: ERSTE POSITION MIT AELTEREM DATUM SUCHEN
           MOVE     ZEROES TO NOT-POS.

       LES-NOT-30.
           IF       NOT-POS NOT < 5
                    GO TO LES-NOT-20
           END-IF.
           ADD      1 TO NOT-POS.
           IF       NTDATUM OF PAZUNOT-P NOT > NOT-DATUM(NOT-POS)
                    GO TO LES-NOT-30
           END-IF.

      * AB NOT-POS EINE POSITION NACH HINTEN SCHIEBEN
           MOVE     5 TO NOT-IDX.

       LES-NOT-40.
           IF       NOT-IDX NOT > NOT-POS
                    MOVE NTDATUM OF PAZUNOT-P TO NOT-DATUM(NOT-POS)
                    MOVE NTFACH  OF PAZUNOT-P TO NOT-FACH(NOT-POS)
                    MOVE NTNOTE  OF PAZUNOT-P TO NOT-NOTE(NOT-POS)
                    GO TO LES-NOT-20
           END-IF.
           MOVE     NOT-EINTRAG(NOT-IDX - 1) TO NOT-EINTRAG(NOT-IDX).
           SUBTRACT 1 FROM NOT-IDX.
           GO TO    LES-NOT-40.

       LES-NOT-50.
           MOVE     ZEROES TO NOT-IDX.

       LES-NOT-60.
           IF       NOT-IDX NOT < 5
                    GO TO LES-NOT-90
           END-IF.
           ADD      1 TO NOT-IDX.
           IF       NOT-DATUM(NOT-IDX) = ZEROES
                    GO TO LES-NOT-90
           END-IF.

           INITIALIZE ZL-TEXT, ZL-HELL.
           MOVE     "NOTE"               TO ZL-BEREICH.
           MOVE     "AZP0314"            TO ZL-PGM.
           MOVE     NOT-DATUM(NOT-IDX)   TO ZL-DATUM.
           MOVE     NOT-NOTE(NOT-IDX)    TO NOT-NOTE-ANZ.
           STRING   NOT-FACH(NOT-IDX)    DELIMITED BY "  "
                    ": NOTE "            DELIMITED BY SIZE
                    NOT-NOTE-ANZ         DELIMITED BY SIZE
             INTO   ZL-TEXT
           END-STRING.
           PERFORM  AUSGABE-SFL.

           GO TO    LES-NOT-60.

       LES-NOT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NAECHSTER BERUFSSCHULBLOCK AB DER LAUFENDEN WOCHE: ERSTE
      * SCHULWOCHE (PAZUBDL, BDDEL = 0 WIE XXP0079) UND DIE DARAN
      * ANSCHLIESSENDEN WOCHEN DESSELBEN JAHRES
      *--------------------------------------------------------------
       LESE-SCHULBLOCK SECTION.
       LES-SCH-00.

           INITIALIZE PAZUBDLF OF PAZUBDL-P.
           MOVE     JAHR-WRK TO BDJAHR OF PAZUBDL-P.
           MOVE     KW-WRK   TO BDKW   OF PAZUBDL-P.
           MOVE     SPACES   TO BDUSER OF PAZUBDL-P.
           START    PAZUBDL-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-SCH-90
           END-IF.

       LES-SCH-20.
           READ     PAZUBDL-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-SCH-90
           END-IF.
           IF       BDUSER OF PAZUBDL-P NOT = T-USER
            OR      BDDEL  OF PAZUBDL-P NOT = ZEROES
                    GO TO LES-SCH-20
           END-IF.

           MOVE     BDJAHR OF PAZUBDL-P TO JAHR-ANZ.
           MOVE     BDKW   OF PAZUBDL-P TO KW-ANZ.
           MOVE     BDKW   OF PAZUBDL-P TO KW-BIS-WRK.

      * ANSCHLIESSENDE SCHULWOCHEN ZUM BLOCK NEHMEN
       LES-SCH-30.
           IF       KW-BIS-WRK NOT < 53
                    GO TO LES-SCH-40
           END-IF.
           INITIALIZE PAZUBDLF OF PAZUBDL-P.
           MOVE     JAHR-ANZ       TO BDJAHR OF PAZUBDL-P.
           COMPUTE  BDKW OF PAZUBDL-P = KW-BIS-WRK + 1.
           MOVE     T-USER         TO BDUSER OF PAZUBDL-P.
           READ     PAZUBDL-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     BDDEL OF PAZUBDL-P = ZEROES
                    ADD 1 TO KW-BIS-WRK
                    GO TO LES-SCH-30
           END-IF.

       LES-SCH-40.
           INITIALIZE ZL-TEXT, ZL-DATUM, ZL-HELL.
           MOVE     "SCHULE"  TO ZL-BEREICH.
           MOVE     "XXP0011" TO ZL-PGM.
           IF       JAHR-ANZ = JAHR-WRK
            AND     KW-ANZ   = KW-WRK
                    MOVE 1 TO ZL-HELL
           END-IF.
           IF       KW-BIS-WRK = KW-ANZ
                    STRING "BERUFSSCHULE KW " KW-ANZ "/" JAHR-ANZ
                           DELIMITED BY SIZE
                      INTO ZL-TEXT
                    END-STRING
           ELSE
                    STRING "BERUFSSCHULE KW " KW-ANZ " BIS KW "
                           KW-BIS-WRK "/" JAHR-ANZ
                           DELIMITED BY SIZE
                      INTO ZL-TEXT
                    END-STRING
           END-IF.
           PERFORM  AUSGABE-SFL.

       LES-SCH-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * OFFENE FRISTEN DER IHK-PRUEFUNGEN OHNE ERGEBNIS (DIESELBEN
      * FRISTEN, AN DIE AZP0336 ERINNERT)
      *--------------------------------------------------------------
       LESE-PRUEFUNGEN SECTION.
       LES-PRF-00.

           INITIALIZE PAZUPRFF OF PAZUPRF-P.
           MOVE     T-USER TO PFUSER OF PAZUPRF-P.
           MOVE     SPACES TO PFART  OF PAZUPRF-P.
           START    PAZUPRF-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-PRF-90
           END-IF.

       LES-PRF-20.
           READ     PAZUPRF-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      PFUSER OF PAZUPRF-P NOT = T-USER
                    GO TO LES-PRF-90
           END-IF.
           IF       PFERG OF PAZUPRF-P NOT = SPACES
                    GO TO LES-PRF-20
           END-IF.

      * ANMELDEFRIST, SOLANGE NICHT ANGEMELDET
           IF       PFANMD OF PAZUPRF-P = ZEROES
                    MOVE PFANMF OF PAZUPRF-P TO FRIST-DATUM
                    MOVE "ANMELDEFRIST"      TO FRIST-NAME
                    PERFORM AUSGABE-FRIST
           END-IF.

      * PROJEKTANTRAG, SOLANGE NICHT EINGEREICHT/GENEHMIGT
           IF       PFPAST OF PAZUPRF-P NOT = "E"
            AND     PFPAST OF PAZUPRF-P NOT = "G"
                    MOVE PFPAFR OF PAZUPRF-P TO FRIST-DATUM
                    MOVE "FRIST PROJEKTANTRAG" TO FRIST-NAME
                    PERFORM AUSGABE-FRIST
           END-IF.

      * PROJEKTDOKUMENTATION, SOLANGE NICHT ABGEGEBEN
           IF       PFDOKD OF PAZUPRF-P = ZEROES
                    MOVE PFDOKF OF PAZUPRF-P TO FRIST-DATUM
                    MOVE "FRIST PROJEKTDOKUMENTATION" TO FRIST-NAME
                    PERFORM AUSGABE-FRIST
           END-IF.

           GO TO    LES-PRF-20.

       LES-PRF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE PRUEFUNGSFRIST AUSGEBEN (NUR WENN EINE GESETZT IST);
      * UEBERSCHRITTENE FRISTEN WERDEN HERVORGEHOBEN
      *--------------------------------------------------------------
       AUSGABE-FRIST SECTION.
       AUS-FRI-00.

           IF       FRIST-DATUM = ZEROES
                    GO TO AUS-FRI-90
           END-IF.

           INITIALIZE ZL-TEXT, ZL-HELL.
           MOVE     "PRUEFUNG"  TO ZL-BEREICH.
           MOVE     "AZP0335"   TO ZL-PGM.
           MOVE     FRIST-DATUM TO ZL-DATUM.
           IF       FRIST-DATUM < DATE-8
                    MOVE 1 TO ZL-HELL
           END-IF.
           STRING   PFART OF PAZUPRF-P   DELIMITED BY SPACES
                    ": "                 DELIMITED BY SIZE
                    FRIST-NAME           DELIMITED BY "  "
             INTO   ZL-TEXT
           END-STRING.
           PERFORM  AUSGABE-SFL.

       AUS-FRI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * OFFENE WIEDERVORLAGEN AUS DEN GESPRAECHSNOTIZEN; ANGEZEIGT
      * WIRD NUR DAS THEMA, NICHT DER VERTRAULICHE TEXT
      *--------------------------------------------------------------
       LESE-WIEDERVORLAGEN SECTION.
       LES-WVL-00.

           INITIALIZE PAZUGSPF OF PAZUGSP-P.
           MOVE     T-USER TO GSUSER OF PAZUGSP-P.
           MOVE     ZEROES TO GSLFDN OF PAZUGSP-P.
           START    PAZUGSP-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-WVL-90
           END-IF.

       LES-WVL-20.
           READ     PAZUGSP-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      GSUSER OF PAZUGSP-P NOT = T-USER
                    GO TO LES-WVL-90
           END-IF.
           IF       GSWVDAT OF PAZUGSP-P = ZEROES
            OR      GSWVERL OF PAZUGSP-P = "J"
                    GO TO LES-WVL-20
           END-IF.

           INITIALIZE ZL-TEXT, ZL-HELL.
           MOVE     "GESPRAECH"          TO ZL-BEREICH.
           MOVE     "AZP0324"            TO ZL-PGM.
           MOVE     GSWVDAT OF PAZUGSP-P TO ZL-DATUM.
           IF       GSWVDAT OF PAZUGSP-P NOT > DATE-8
                    MOVE 1 TO ZL-HELL
           END-IF.
           STRING   "WIEDERVORLAGE: "    DELIMITED BY SIZE
                    GSTHEMA OF PAZUGSP-P DELIMITED BY SIZE
             INTO   ZL-TEXT
           END-STRING.
           PERFORM  AUSGABE-SFL.

           GO TO    LES-WVL-20.

       LES-WVL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KUECHENDIENSTE DES LAUFENDEN MONATS; BEI EINEM TAUSCH ZAEHLT
      * DER GETAUSCHTE USER (KDGUSR), SONST DER EINGETEILTE
      *--------------------------------------------------------------
       LESE-KUECHENDIENST SECTION.
       LES-KUE-00.

           MOVE     DATE-8    TO MONAT-VON.
           MOVE     "01"      TO MONAT-VON(7:2).
           MOVE     DATE-8    TO MONAT-BIS.
           MOVE     "31"      TO MONAT-BIS(7:2).

           INITIALIZE PKDPLANF OF PKDPLAN-P.
           MOVE     MONAT-VON TO KDDATE OF PKDPLAN-P.
           MOVE     SPACES    TO KDTYP  OF PKDPLAN-P.
           MOVE     SPACES    TO KDUSER OF PKDPLAN-P.
           START    PKDPLAN-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-KUE-90
           END-IF.

       LES-KUE-20.
           READ     PKDPLAN-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      KDDATE OF PKDPLAN-P > MONAT-BIS
                    GO TO LES-KUE-90
           END-IF.

           IF       KDGUSR OF PKDPLAN-P NOT = SPACES
                    MOVE KDGUSR OF PKDPLAN-P TO KD-DIENST-USER
           ELSE
                    MOVE KDUSER OF PKDPLAN-P TO KD-DIENST-USER
           END-IF.
           IF       KD-DIENST-USER NOT = T-USER
                    GO TO LES-KUE-20
           END-IF.

           INITIALIZE ZL-TEXT, ZL-HELL.
           MOVE     "KUECHE"            TO ZL-BEREICH.
           MOVE     "XXP0203"           TO ZL-PGM.
           MOVE     KDDATE OF PKDPLAN-P TO ZL-DATUM.
           IF       KDDATE OF PKDPLAN-P = DATE-8
                    MOVE 1 TO ZL-HELL
           END-IF.
           STRING   "KUECHENDIENST "    DELIMITED BY SIZE
                    KDTYP OF PKDPLAN-P  DELIMITED BY SIZE
             INTO   ZL-TEXT
           END-STRING.
           IF       KDGUSR OF PKDPLAN-P NOT = SPACES
                    STRING "KUECHENDIENST "       DELIMITED BY SIZE
                           KDTYP OF PKDPLAN-P     DELIMITED BY SIZE
                           " (GETAUSCHT MIT "     DELIMITED BY SIZE
                           KDUSER OF PKDPLAN-P    DELIMITED BY SPACES
                           ")"                    DELIMITED BY SIZE
                      INTO ZL-TEXT
                    END-STRING
           END-IF.
           PERFORM  AUSGABE-SFL.

           GO TO    LES-KUE-20.

       LES-KUE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILE-CLEAR AUSGEBEN
      *--------------------------------------------------------------
       AUSGABE-SFL-CLEAR SECTION.
       AUS-CLR-00.

           MOVE     1 TO  DATEN.
           INITIALIZE FORMAT3.
           MOVE     AUS     TO FORMAT3-O-INDIC.
           MOVE     ZEROES  TO SUBFILE-RECORD-NUMBER.
           MOVE     ZEROES  TO ANZREC OF FORMAT3.
           MOVE     AN      TO IN95 OF INXX.
           MOVE     AUS     TO IN91 OF INXX.
           MOVE     AUS     TO IN96 OF INXX.
           MOVE     CORR INXX  TO FORMAT3-O-INDIC.
           MOVE     "FMT03" TO FMT-WRK.
           MOVE     FORMAT3 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.

       AUS-CLR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AUSGABE EINER COCKPIT-ZEILE (ZL-BEREICH, ZL-DATUM, ZL-TEXT,
      * ZIELPROGRAMM ZL-PGM ALS VERSTECKTES FELD)
      *--------------------------------------------------------------
       AUSGABE-SFL SECTION.
       AUS-SFL-00.

      * SUBFILE-CLEAR
           IF       DATEN = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
           END-IF.

           IF       SUBFILE-RECORD-NUMBER NOT < 9999
                    GO TO AUS-SFL-90
           END-IF.

      * SUBFILE-ZEILE FUELLEN UND SCHREIBEN
           INITIALIZE FORMAT2.
           MOVE     ZL-BEREICH TO CKBER OF FORMAT2.
           MOVE     ZL-DATUM   TO CKDAT OF FORMAT2.
           MOVE     ZL-TEXT    TO CKTXT OF FORMAT2.
           MOVE     ZL-PGM     TO CKPGM OF FORMAT2.

      * UEBERFAELLIGES UND ZURUECKGEGEBENES HERVORHEBEN
           IF       ZL-HELL NOT = ZEROES
                    MOVE AN TO IN99 OF INXX
           END-IF.

           MOVE     SPACES       TO AUSW OF FORMAT2.
           MOVE     CORR INXX    TO FORMAT2-O-INDIC.
           ADD      1            TO ANZREC-WRK.
           ADD      1            TO SUBFILE-RECORD-NUMBER.
           MOVE     "FMT02"      TO FMT-WRK.
           MOVE     FORMAT2      TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           MOVE     AUS TO INXX.

       AUS-SFL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ANZEIGEN DES SUBFILES
      *--------------------------------------------------------------
       ANZEIGE-SUBFILE SECTION.
       ANZ-SFL-00.

           INITIALIZE FORMAT3.
           MOVE     AUS    TO INXX.

       ANZ-SFL-20.
      * AUSGABE FUSSZEILE
           MOVE     SPACES  TO WSREC-WRK.
           MOVE     "FMT04" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-WRITE.

      * SFL-UEBERSCHRIFTEN FUELLEN
           PERFORM  SFL-HEADER.

      * ANZEIGE SUBFILE
           EVALUATE SFL-ZEILE
                    WHEN 1
                         MOVE SUBFILE-RECORD-NUMBER TO SFL-ZEILE
                         MOVE 1 TO SUBFILE-RECORD-NUMBER
                    WHEN OTHER
                         IF   SFL-ZEILE <= ANZREC-WRK
                              MOVE SFL-ZEILE  TO SUBFILE-RECORD-NUMBER
                         ELSE
                              MOVE ANZREC-WRK TO SUBFILE-RECORD-NUMBER
                         END-IF
           END-EVALUATE.

           MOVE     ANZREC-WRK            TO ANZREC  OF FORMAT3.
           MOVE     SUBFILE-RECORD-NUMBER TO SFRECNR OF FORMAT3.
           MOVE     AUS    TO IN95  IN  INXX.
           IF       ANZREC-WRK = ZEROES
                    MOVE AUS TO IN91 IN INXX
           ELSE
                    MOVE AN  TO IN91 IN INXX
           END-IF.
           MOVE     AN     TO IN96  IN  INXX.
           MOVE     CORR INXX TO FORMAT3-O-INDIC.
           MOVE     "FMT03" TO FMT-WRK.
           MOVE     FORMAT3 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK      TO FORMAT3-I.
           MOVE     CORR FORMAT3-I TO FORMAT3.
           MOVE     AUS  TO INXX.

      * F3 ENDE
           IF       IN03 IN FORMAT3-I-INDIC = AN
                    MOVE "1" TO F3
                    GO TO ANZ-SFL-90
           END-IF.

      * F5 AKTUALISIEREN
           IF       IN05 IN FORMAT3-I-INDIC = AN
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

       ANZ-SFL-50.
      * LESEN VON SUBFILE NEXT MODIFIED RECORD
           MOVE     "FMT02" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-SFLREAD.
           IF       BS-STAT NOT = ZEROES
                    MOVE "1" TO F5
                    GO TO ANZ-SFL-90
           END-IF.

           MOVE     WSREC-WRK      TO FORMAT2-I.
           MOVE     CORR FORMAT2-I TO FORMAT2.

           IF       AUSW OF FORMAT2 = SPACES
                    GO TO ANZ-SFL-50
           END-IF.

      * RECORD-NUMMER SICHERN, DAMIT BEI FEHLERMELDUNG DER CURSOR
      * AN DER RICHTIGEN POSITION STEHT
           MOVE     SUBFILE-RECORD-NUMBER TO SFL-ZEILE.

      * BERECHTIGUNG FUER DIESE FUNKTION UEBERPRUEFEN
           IF       AUSW OF FORMAT2 NOT = SPACES
                    MOVE  SPACES          TO RET-CODE
                    MOVE  AUSW OF FORMAT2 TO AUSWAHL
                    CALL "CFP9002" USING T-USER
                                         AUSWAHL
                                         PGM-WRK
                                         RET-CODE
                    END-CALL
                    IF   RET-CODE NOT = SPACES
                         MOVE     SPACES TO AUSW OF FORMAT2
                         MOVE     "FMT02" TO FMT-WRK
                         MOVE     FORMAT2 TO WSREC-WRK
                         PERFORM  COPY-DISPLAY-SFLREWRITE
                         GO TO ANZ-SFL-50
                    END-IF
           END-IF.

           EVALUATE AUSW OF FORMAT2
      * IN DAS BEARBEITENDE PROGRAMM SPRINGEN
                    WHEN "1"
                         PERFORM AUFRUF-PROGRAMM
           END-EVALUATE.

           MOVE     SPACES TO AUSW OF FORMAT2.
           MOVE     SUBFILE-RECORD-NUMBER TO SFL-ZEILE.
           MOVE     "FMT02" TO FMT-WRK.
           MOVE     FORMAT2 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLREWRITE.

           GO TO    ANZ-SFL-50.

       ANZ-SFL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DAS PROGRAMM AUFRUFEN, DAS DIE ZEILE BEARBEITET; DIE
      * PROGRAMME PRUEFEN IHRE BERECHTIGUNG SELBST
      *--------------------------------------------------------------
       AUFRUF-PROGRAMM SECTION.
       AUF-PGM-00.

           EVALUATE CKPGM OF FORMAT2
                    WHEN "XXP0011"
                         CALL "XXP0011"
                         END-CALL
                    WHEN "AZP0301"
                         CALL "AZP0301"
                         END-CALL
                    WHEN "AZP0314"
                         CALL "AZP0314"
                         END-CALL
                    WHEN "AZP0335"
                         CALL "AZP0335"
                         END-CALL
                    WHEN "AZP0324"
                         CALL "AZP0324"
                         END-CALL
                    WHEN "XXP0203"
                         INITIALIZE AUFRUF-F3
                         CALL "XXP0203" USING AUFRUF-F3
                         END-CALL
           END-EVALUATE.

       AUF-PGM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILEUEBERSCHRIFTEN FUELLEN
      *--------------------------------------------------------------
       SFL-HEADER SECTION.
       SFL-HEA-00.

      * UEBERSCHRIFT
           MOVE     "AZP0339"         TO MAINUEB OF FORMAT3.
           MOVE     "AZP0339*3"       TO SUBUEB  OF FORMAT3.
           MOVE     T-USER            TO SELUSR  OF FORMAT3.

       SFL-HEA-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------

           COPY     GETTIME    OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-PGM-TXT: PROGRAMMTEXTE LESEN
      *---------------------------------------------------------------

           COPY     PGMTXT     OF APG-QCPYSRC.
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
      *---------------------------------------------------------------
      * COPY-DSP-*: ALLE DISPLAYROUTINEN
      *---------------------------------------------------------------

           COPY     DSPWORKING OF APG-QCPYSRC.
      /
