       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0249.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * DATEV-EXPORT (BUCHUNGSSTAPEL) EINER GESCHLOSSENEN PERIODE     *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  X-AKTION "E" SCHREIBT FUER DIE MIT XXP0227    *
      *                  GESCHLOSSENE PERIODE X-JAHR/X-MONAT          *
      *                  (PKDKPER, KPSTAT "G") EINEN DATEV-           *
      *                  BUCHUNGSSTAPEL (EXTF, FORMAT 700) ALS CSV    *
      *                  INS IFS (PCONFIG DATEV/PFAD, STANDARD        *
      *                  /EUPPROV2/PROTMPV2/DATEV/, DATEI             *
      *                  EXTF_<JJJJMM>.CSV; BERATER, MANDANT UND      *
      *                  SACHKONTENLAENGE AUS DATEV/BERATER,          *
      *                  DATEV/MANDANT UND DATEV/SKLEN). ENTHALTEN    *
      *                  SIND ALLE BUCHUNGEN DER KAFFEEKASSE DER      *
      *                  PERIODE (PKDKKAS, "KE"/"KA" NACH VORZEICHEN, *
      *                  STORNI ALS HABEN-BUCHUNG DER URSPRUNGSART)   *
      *                  SOWIE AUS PKDRECH DIE IN DER PERIODE         *
      *                  ERFASSTEN RECHNUNGEN ("RE"), DIE BEZAHLTEN   *
      *                  RECHNUNGEN ("RZ", ZAHLBETRAG) UND EIN        *
      *                  GEZOGENER SKONTO ("SK"). KONTO, GEGENKONTO,  *
      *                  BU-SCHLUESSEL UND KOSTENSTELLE KOMMEN JE     *
      *                  BUCHUNGSART AUS PKDFIBU (PFLEGE XXP0248);    *
      *                  FEHLT EINE BENOETIGTE ZUORDNUNG, WIRD NICHT  *
      *                  EXPORTIERT. JEDE PERIODE WIRD NUR EINMAL     *
      *                  EXPORTIERT (KPEXDT/KPEXTI/KPEXUS/KPEXDAT).   *
      *                  X-AKTION "S" NIMMT EINEN EXPORT ZURUECK,     *
      *                  DANACH KANN DIE PERIODE NEU EXPORTIERT       *
      *                  WERDEN.                                      *
      *                  X-RET: SPACES = OK, "1" = PERIODE NICHT      *
      *                  GESCHLOSSEN, "2" = SCHON EXPORTIERT BZW.     *
      *                  (BEI "S") NOCH NICHT EXPORTIERT, "3" =       *
      *                  KONTENZUORDNUNG FEHLT, "4" = DATEI KONNTE    *
      *                  NICHT GESCHRIEBEN WERDEN, "5" = UNGUELTIGE   *
      *                  AKTION.                                      *
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
      * TEMPORAERE DATEI FUER DEN BUCHUNGSSTAPEL
      *-------------------------------------------------------------
           SELECT PTMPDTV-DP
                  ASSIGN       TO  DATABASE-PTMPDTV
                  ORGANIZATION IS  SEQUENTIAL
                  ACCESS       IS  SEQUENTIAL
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDKKAS: KKLFDN (KASSENBUCHUNGEN)
      *-------------------------------------------------------------
           SELECT PKDKKAS-DP
                  ASSIGN       TO  DATABASE-PKDKKAS
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDKPER: KPPER (PERIODENSTATUS)
      *-------------------------------------------------------------
           SELECT PKDKPER-DP
                  ASSIGN       TO  DATABASE-PKDKPER
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDRECH: RGLFDN (LIEFERANTENRECHNUNGEN)
      *-------------------------------------------------------------
           SELECT PKDRECH-DP
                  ASSIGN       TO  DATABASE-PKDRECH
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDFIBU: FBART (KONTENZUORDNUNG DATEV)
      *-------------------------------------------------------------
           SELECT PKDFIBU-DP
                  ASSIGN       TO  DATABASE-PKDFIBU
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- TEMPORAERE DATEI BUCHUNGSSTAPEL
       FD  PTMPDTV-DP
           LABEL RECORDS ARE STANDARD.
       01  PTMPDTV-P.
           COPY DDS-ALL-FORMATS OF PTMPDTV.
      /
      *--- PKDKKAS: KKLFDN
       FD  PKDKKAS-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDKKAS-P.
           COPY DDS-ALL-FORMATS OF PKDKKAS.
      /
      *--- PKDKPER: KPPER
       FD  PKDKPER-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDKPER-P.
           COPY DDS-ALL-FORMATS OF PKDKPER.
      /
      *--- PKDRECH: RGLFDN
       FD  PKDRECH-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDRECH-P.
           COPY DDS-ALL-FORMATS OF PKDRECH.
      /
      *--- PKDFIBU: FBART
       FD  PKDFIBU-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDFIBU-P.
           COPY DDS-ALL-FORMATS OF PKDFIBU.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY   OF APG-QCPYSRC.

      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0249".
       01  PGM-TYP                       PIC X(8)  VALUE "PLANUNG".

      * PARAMETER FUER CL-PROGRAMME
       01  CRTPF-REC                     TYPE CRTPF-TYPE.
       01  CPYTOSTMF-REC                 TYPE CPYTOSTMF-TYPE.
       01  CMDEXC-REC                    TYPE CMDEXC-TYPE.
       01  DLTF-REC                      TYPE DLTF-TYPE.

      * KOPFDATEN AUS PCONFIG DATEV
       01  DATEV-BERATER                 PIC X(10).
       01  DATEV-MANDANT                 PIC X(10).
       01  DATEV-SKLEN                   PIC X(2).
       01  DATEV-PFAD                    PIC X(64).
       01  DATEI-WRK                     PIC X(40).
       01  ZIEL-PFAD                     PIC X(128).
       01  ZEILE-WRK                     PIC X(500).

      * PERIODE
       01  EXP-PERIODE                   PIC 9(6).
       01  VON-DATUM                     PIC 9(8).
       01  BIS-DATUM                     PIC 9(8).
       01  FOLGE-DATUM                   PIC 9(8).
       01  WJ-BEGINN                     PIC 9(8).

      * KONTENZUORDNUNG JE BUCHUNGSART
       01  MAP-TAB.
        05 MAP-EINTRAG                   OCCURS 5 TIMES.
         10 MAP-ART                      PIC X(2).
         10 MAP-DA                       PIC X(1).
         10 MAP-KONTO                    LIKE FBKONTO OF PKDFIBU-P.
         10 MAP-GKTO                     LIKE FBGKTO  OF PKDFIBU-P.
         10 MAP-BUSL                     LIKE FBBUSL  OF PKDFIBU-P.
         10 MAP-KOST                     LIKE FBKOST  OF PKDFIBU-P.
       01  MAP-IDX                       PIC 9(1).
       01  MAP-FEHLT                     PIC X(2).

      * EINE BUCHUNGSZEILE
       01  BU-ART                        PIC X(2).
       01  BU-SH                         PIC X(1).
       01  BU-BETRAG                     PIC S9(9)V99.
       01  BU-DATUM                      PIC 9(8).
       01  BU-BELEG                      PIC X(12).
       01  BU-TEXT                       PIC X(60).
       01  BU-ANZ                        PIC 9(5).
       01  BU-SUMME                      PIC S9(11)V99.

      * AUFBEREITUNG
       01  BETRAG-ED                     PIC Z(9)9,99.
       01  KONTO-ED                      PIC Z(8)9.
       01  GKTO-ED                       PIC Z(8)9.
       01  DATUM-WRK.
        05 DATUM-JJJJ                    PIC 9(4).
        05 DATUM-MM                      PIC 9(2).
        05 DATUM-TT                      PIC 9(2).
       01  DATUM-NUM REDEFINES DATUM-WRK PIC 9(8).
       01  ANZ-ED                        PIC Z(4)9.
       01  SUMME-ED                      PIC -(10)9,99.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-JAHR                        PIC 9(4).
       01  X-MONAT                       PIC 9(2).
      * "E" = EXPORTIEREN, "S" = EXPORT ZURUECKNEHMEN
       01  X-AKTION                      PIC X(1).
      * RUECKGABE
       01  X-RET                         PIC X(1).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-JAHR
                                X-MONAT
                                X-AKTION
                                X-RET.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0249" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           INITIALIZE X-RET.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           IF       X-AKTION NOT = "E"
            AND     X-AKTION NOT = "S"
                    MOVE "5" TO X-RET
                    GO TO ENDE
           END-IF.
           IF       X-JAHR  = ZEROES
            OR      X-MONAT = ZEROES
            OR      X-MONAT > 12
                    MOVE "1" TO X-RET
                    GO TO ENDE
           END-IF.
           COMPUTE  EXP-PERIODE = X-JAHR * 100 + X-MONAT.

           PERFORM  COPY-GET-TIME.

           OPEN     I-O   PKDKPER-DP.

      * NUR GESCHLOSSENE PERIODEN
           INITIALIZE PKDKPERF OF PKDKPER-P.
           MOVE     EXP-PERIODE TO KPPER OF PKDKPER-P.
           READ     PKDKPER-DP.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "1" TO X-RET
                    CLOSE PKDKPER-DP
                    GO TO ENDE
           END-IF.
           IF       KPSTAT OF PKDKPER-P NOT = "G"
                    MOVE "1" TO X-RET
                    UNLOCK PKDKPER-DP
                    CLOSE PKDKPER-DP
                    GO TO ENDE
           END-IF.

      * ZURUECKNEHMEN EINES EXPORTS
           IF       X-AKTION = "S"
                    PERFORM STORNIERE-EXPORT
                    CLOSE PKDKPER-DP
                    GO TO ENDE
           END-IF.

      * JEDE PERIODE NUR EINMAL
           IF       KPEXDT OF PKDKPER-P NOT = ZEROES
                    MOVE "2" TO X-RET
                    UNLOCK PKDKPER-DP
                    CLOSE PKDKPER-DP
                    GO TO ENDE
           END-IF.

      * ZEITRAUM DER PERIODE (ERSTER BIS LETZTER TAG DES MONATS)
           COMPUTE  VON-DATUM = EXP-PERIODE * 100 + 1.
           IF       X-MONAT = 12
                    COMPUTE FOLGE-DATUM = (X-JAHR + 1) * 10000 + 101
           ELSE
                    COMPUTE FOLGE-DATUM = VON-DATUM + 100
           END-IF.
           COMPUTE  BIS-DATUM = FUNCTION DATE-OF-INTEGER(
                            FUNCTION INTEGER-OF-DATE(FOLGE-DATUM) - 1).
           COMPUTE  WJ-BEGINN = X-JAHR * 10000 + 101.

           PERFORM  LESEN-DATEV-DATEN.

           OPEN     INPUT PKDFIBU-DP.
           PERFORM  LESEN-ZUORDNUNG.
           CLOSE    PKDFIBU-DP.

           INITIALIZE DATEI-WRK.
           STRING   "EXTF_" EXP-PERIODE ".CSV" DELIMITED BY SIZE
             INTO   DATEI-WRK
           END-STRING.

      * BUCHUNGSSTAPEL IN QTEMP/PTMPDTV AUFBAUEN
           PERFORM  ERSTELLE-ARBEITSDATEI.
           OPEN     OUTPUT PTMPDTV-DP.
           PERFORM  SCHREIBE-KOPF.

           INITIALIZE BU-ANZ, BU-SUMME, MAP-FEHLT.
           OPEN     INPUT PKDKKAS-DP
                          PKDRECH-DP.
           PERFORM  EXPORTIERE-KASSE.
           PERFORM  EXPORTIERE-RECHNUNGEN.
           CLOSE    PKDKKAS-DP
                    PKDRECH-DP
                    PTMPDTV-DP.

      * OHNE VOLLSTAENDIGE KONTENZUORDNUNG KEIN EXPORT
           IF       MAP-FEHLT NOT = SPACES
                    MOVE "3" TO X-RET
                    UNLOCK PKDKPER-DP
                    CLOSE PKDKPER-DP
                    INITIALIZE PCFGSTSF OF LOG-CPY
                    MOVE "PKDKPER"  TO STFILE OF LOG-CPY
                    MOVE "FEHLER"   TO STKEY  OF LOG-CPY
                    STRING "DATEV-EXPORT " EXP-PERIODE
                           ": KEINE KONTENZUORDNUNG (PKDFIBU) FUER "
                           "BUCHUNGSART " MAP-FEHLT
                           DELIMITED BY SIZE
                      INTO STSTS OF LOG-CPY
                    END-STRING
                    PERFORM COPY-WRITE-LOG-CPY
                    GO TO ENDE
           END-IF.

      * ALS CSV INS DATEV-VERZEICHNIS STELLEN
           PERFORM  KOPIERE-DATEI.
           IF       RET-CODE NOT = SPACES
                    MOVE "4" TO X-RET
                    UNLOCK PKDKPER-DP
                    CLOSE PKDKPER-DP
                    GO TO ENDE
           END-IF.

      * EXPORT IN DER PERIODE FESTHALTEN
           MOVE     DATE-8    TO KPEXDT  OF PKDKPER-P.
           MOVE     TIME-6    TO KPEXTI  OF PKDKPER-P.
           MOVE     T-USER    TO KPEXUS  OF PKDKPER-P.
           MOVE     ZIEL-PFAD TO KPEXDAT OF PKDKPER-P.
           REWRITE  PKDKPER-P.
           CLOSE    PKDKPER-DP.

           MOVE     BU-ANZ   TO ANZ-ED.
           MOVE     BU-SUMME TO SUMME-ED.
           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PKDKPER"  TO STFILE OF LOG-CPY.
           MOVE     "INFO"     TO STKEY  OF LOG-CPY.
           STRING   "DATEV-EXPORT " EXP-PERIODE ": "
                    FUNCTION TRIM(ANZ-ED) " BUCHUNGEN, SALDO "
                    FUNCTION TRIM(SUMME-ED) " NACH "
                    FUNCTION TRIM(ZIEL-PFAD)
                    DELIMITED BY SIZE
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * EXPORT ZURUECKNEHMEN: PERIODE WIEDER ZUM EXPORT FREIGEBEN
      *--------------------------------------------------------------
       STORNIERE-EXPORT SECTION.
       STO-EXP-00.

           IF       KPEXDT OF PKDKPER-P = ZEROES
                    MOVE "2" TO X-RET
                    UNLOCK PKDKPER-DP
                    GO TO STO-EXP-90
           END-IF.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PKDKPER"  TO STFILE OF LOG-CPY.
           MOVE     "INFO"     TO STKEY  OF LOG-CPY.
           STRING   "DATEV-EXPORT " EXP-PERIODE " VOM "
                    KPEXDT OF PKDKPER-P " ZURUECKGENOMMEN ("
                    FUNCTION TRIM(KPEXDAT OF PKDKPER-P) ")"
                    DELIMITED BY SIZE
             INTO   STSTS OF LOG-CPY
           END-STRING.

           MOVE     ZEROES TO KPEXDT  OF PKDKPER-P.
           MOVE     ZEROES TO KPEXTI  OF PKDKPER-P.
           MOVE     SPACES TO KPEXUS  OF PKDKPER-P.
           MOVE     SPACES TO KPEXDAT OF PKDKPER-P.
           REWRITE  PKDKPER-P.

           PERFORM  COPY-WRITE-LOG-CPY.

       STO-EXP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BERATER, MANDANT, SACHKONTENLAENGE UND PFAD AUS PCONFIG
      *--------------------------------------------------------------
       LESEN-DATEV-DATEN SECTION.
       LES-DTV-00.

           INITIALIZE DATEV-BERATER, DATEV-MANDANT.
           MOVE     "4" TO DATEV-SKLEN.
           MOVE     "/EUPPROV2/PROTMPV2/DATEV/" TO DATEV-PFAD.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "DATEV"       TO CFID  OF CFG-CPY.
           MOVE     "BERATER"     TO CFKEY OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY NOT = ZEROES
                    MOVE CFTXT1 OF CFG-CPY TO DATEV-BERATER
           END-IF.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "DATEV"       TO CFID  OF CFG-CPY.
           MOVE     "MANDANT"     TO CFKEY OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY NOT = ZEROES
                    MOVE CFTXT1 OF CFG-CPY TO DATEV-MANDANT
           END-IF.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "DATEV"       TO CFID  OF CFG-CPY.
           MOVE     "SKLEN"       TO CFKEY OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY NOT = ZEROES
            AND     CFTXT1 OF CFG-CPY NOT = SPACES
                    MOVE CFTXT1 OF CFG-CPY TO DATEV-SKLEN
           END-IF.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "DATEV"       TO CFID  OF CFG-CPY.
           MOVE     "PFAD"        TO CFKEY OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY NOT = ZEROES
            AND     CFTXT1 OF CFG-CPY NOT = SPACES
                    MOVE CFTXT1 OF CFG-CPY TO DATEV-PFAD
           END-IF.

       LES-DTV-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KONTENZUORDNUNG DER FUENF BUCHUNGSARTEN LADEN
      *--------------------------------------------------------------
       LESEN-ZUORDNUNG SECTION.
       LES-ZUO-00.

           INITIALIZE MAP-TAB.
           MOVE     "KE" TO MAP-ART(1).
           MOVE     "KA" TO MAP-ART(2).
           MOVE     "RE" TO MAP-ART(3).
           MOVE     "RZ" TO MAP-ART(4).
           MOVE     "SK" TO MAP-ART(5).
           MOVE     ZEROES TO MAP-IDX.

       LES-ZUO-20.
           ADD      1 TO MAP-IDX.
           IF       MAP-IDX > 5
                    GO TO LES-ZUO-90
           END-IF.

           INITIALIZE PKDFIBUF OF PKDFIBU-P.
           MOVE     MAP-ART(MAP-IDX) TO FBART OF PKDFIBU-P.
           READ     PKDFIBU-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE "J"                  TO MAP-DA(MAP-IDX)
                    MOVE FBKONTO OF PKDFIBU-P TO MAP-KONTO(MAP-IDX)
                    MOVE FBGKTO  OF PKDFIBU-P TO MAP-GKTO(MAP-IDX)
                    MOVE FBBUSL  OF PKDFIBU-P TO MAP-BUSL(MAP-IDX)
                    MOVE FBKOST  OF PKDFIBU-P TO MAP-KOST(MAP-IDX)
           END-IF.

           GO TO    LES-ZUO-20.

       LES-ZUO-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ARBEITSDATEI QTEMP/PTMPDTV NEU ANLEGEN (WIE XXP2031)
      *--------------------------------------------------------------
       ERSTELLE-ARBEITSDATEI SECTION.
       ERS-ARB-00.

           INITIALIZE RET-CODE.
           INITIALIZE DLTF-REC.
           MOVE     "PTMPDTV"  TO FILENAME OF DLTF-REC.
           MOVE     "QTEMP"    TO LIBNAME  OF DLTF-REC.
           CALL     "CLP0044" USING DLTF-REC
                                    RET-CODE
           END-CALL.

           INITIALIZE RET-CODE.
           INITIALIZE CRTPF-REC.
           MOVE     "QTEMP"    TO TOLIB   OF CRTPF-REC.
           MOVE     "PTMPDTV"  TO TOPGM   OF CRTPF-REC.
           MOVE     500        TO RECSIZE OF CRTPF-REC.
           CALL     "CLP0031" USING CRTPF-REC
                                    RET-CODE
           END-CALL.

       ERS-ARB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KOPFSATZ (EXTF) UND SPALTENUEBERSCHRIFTEN
      *--------------------------------------------------------------
       SCHREIBE-KOPF SECTION.
       SCH-KOP-00.

           INITIALIZE ZEILE-WRK.
           STRING   '"EXTF";700;21;"Buchungsstapel";13;'
                    DATE-8 TIME-6 '000;;"RE";"";"";'
                    FUNCTION TRIM(DATEV-BERATER) ";"
                    FUNCTION TRIM(DATEV-MANDANT) ";"
                    WJ-BEGINN ";"
                    FUNCTION TRIM(DATEV-SKLEN) ";"
                    VON-DATUM ";" BIS-DATUM ';"Kaffeekasse '
                    EXP-PERIODE '";"";1;0;0;"EUR"'
                    DELIMITED BY SIZE
             INTO   ZEILE-WRK
           END-STRING.
           PERFORM  SCHREIBE-ZEILE.

           INITIALIZE ZEILE-WRK.
           STRING   "Umsatz (ohne Soll/Haben-Kz);"
                    "Soll/Haben-Kennzeichen;WKZ Umsatz;Kurs;"
                    "Basis-Umsatz;WKZ Basis-Umsatz;Konto;"
                    "Gegenkonto (ohne BU-Schluessel);BU-Schluessel;"
                    "Belegdatum;Belegfeld 1;Belegfeld 2;Skonto;"
                    "Buchungstext;Postensperre;Diverse Adressnummer;"
                    "Geschaeftspartnerbank;Sachverhalt;Zinssperre;"
                    "Beleglink;"
                    "Beleginfo - Art 1;Beleginfo - Inhalt 1;"
                    "Beleginfo - Art 2;Beleginfo - Inhalt 2;"
                    "Beleginfo - Art 3;Beleginfo - Inhalt 3;"
                    "Beleginfo - Art 4;Beleginfo - Inhalt 4;"
                    "Beleginfo - Art 5;Beleginfo - Inhalt 5;"
                    "Beleginfo - Art 6;Beleginfo - Inhalt 6;"
                    "Beleginfo - Art 7;Beleginfo - Inhalt 7;"
                    "Beleginfo - Art 8;Beleginfo - Inhalt 8;"
                    "KOST1 - Kostenstelle"
                    DELIMITED BY SIZE
             INTO   ZEILE-WRK
           END-STRING.
           PERFORM  SCHREIBE-ZEILE.

       SCH-KOP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE KASSENBUCHUNGEN DER PERIODE
      *--------------------------------------------------------------
       EXPORTIERE-KASSE SECTION.
       EXP-KAS-00.

           INITIALIZE PKDKKASF OF PKDKKAS-P.
           MOVE     ZEROES TO KKLFDN OF PKDKKAS-P.
           START    PKDKKAS-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO EXP-KAS-90
           END-IF.

       EXP-KAS-20.
           READ     PKDKKAS-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO EXP-KAS-90
           END-IF.

           IF       KKPER  OF PKDKKAS-P NOT = EXP-PERIODE
            OR      KKBETR OF PKDKKAS-P     = ZEROES
                    GO TO EXP-KAS-20
           END-IF.

      * BUCHUNGSART NACH VORZEICHEN; EIN STORNO BEHAELT DIE ART
      * DER URSPRUNGSBUCHUNG UND WIRD IM HABEN GEBUCHT
           IF       KKSTRN OF PKDKKAS-P = ZEROES
                    MOVE "S" TO BU-SH
                    IF   KKBETR OF PKDKKAS-P > ZEROES
                         MOVE "KE" TO BU-ART
                    ELSE
                         MOVE "KA" TO BU-ART
                    END-IF
           ELSE
                    MOVE "H" TO BU-SH
                    IF   KKBETR OF PKDKKAS-P > ZEROES
                         MOVE "KA" TO BU-ART
                    ELSE
                         MOVE "KE" TO BU-ART
                    END-IF
           END-IF.

           IF       KKBETR OF PKDKKAS-P < ZEROES
                    COMPUTE BU-BETRAG = ZEROES - KKBETR OF PKDKKAS-P
           ELSE
                    MOVE KKBETR OF PKDKKAS-P TO BU-BETRAG
           END-IF.
           IF       KKDTE OF PKDKKAS-P NOT = ZEROES
                    MOVE KKDTE  OF PKDKKAS-P TO BU-DATUM
           ELSE
                    MOVE KKADTA OF PKDKKAS-P TO BU-DATUM
           END-IF.
           INITIALIZE BU-BELEG.
           STRING   "KK" KKLFDN OF PKDKKAS-P DELIMITED BY SIZE
             INTO   BU-BELEG
           END-STRING.
           MOVE     KKTEXT OF PKDKKAS-P TO BU-TEXT.
           PERFORM  SCHREIBE-BUCHUNG.

           GO TO    EXP-KAS-20.

       EXP-KAS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * RECHNUNGEN (ERFASST IN DER PERIODE) UND ZAHLUNGEN (BEZAHLT
      * IN DER PERIODE) AUS PKDRECH
      *--------------------------------------------------------------
       EXPORTIERE-RECHNUNGEN SECTION.
       EXP-REC-00.

           INITIALIZE PKDRECHF OF PKDRECH-P.
           MOVE     ZEROES TO RGLFDN OF PKDRECH-P.
           START    PKDRECH-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO EXP-REC-90
           END-IF.

       EXP-REC-20.
           READ     PKDRECH-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO EXP-REC-90
           END-IF.

           INITIALIZE BU-BELEG.
           STRING   "RG" RGLFDN OF PKDRECH-P DELIMITED BY SIZE
             INTO   BU-BELEG
           END-STRING.
           MOVE     RGLIEF OF PKDRECH-P TO BU-TEXT.
           MOVE     "S" TO BU-SH.

      * EINGANG DER RECHNUNG
           IF       RGADTA OF PKDRECH-P NOT < VON-DATUM
            AND     RGADTA OF PKDRECH-P NOT > BIS-DATUM
                    MOVE "RE"                  TO BU-ART
                    MOVE RGBETRAG OF PKDRECH-P TO BU-BETRAG
                    MOVE RGADTA   OF PKDRECH-P TO BU-DATUM
                    PERFORM SCHREIBE-BUCHUNG
           END-IF.

      * ZAHLUNG UND GGF. GEZOGENER SKONTO
           IF       RGSTAT OF PKDRECH-P     = "B"
            AND     RGBZDT OF PKDRECH-P NOT < VON-DATUM
            AND     RGBZDT OF PKDRECH-P NOT > BIS-DATUM
                    MOVE "RZ"                  TO BU-ART
                    MOVE RGBZDT   OF PKDRECH-P TO BU-DATUM
                    IF   RGZLBT OF PKDRECH-P > ZEROES
                         MOVE RGZLBT   OF PKDRECH-P TO BU-BETRAG
                    ELSE
                         MOVE RGBETRAG OF PKDRECH-P TO BU-BETRAG
                    END-IF
                    PERFORM SCHREIBE-BUCHUNG
                    IF   RGZLBT OF PKDRECH-P > ZEROES
                     AND RGZLBT OF PKDRECH-P < RGBETRAG OF PKDRECH-P
                         MOVE "SK" TO BU-ART
                         COMPUTE BU-BETRAG = RGBETRAG OF PKDRECH-P
                                           - RGZLBT   OF PKDRECH-P
                         PERFORM SCHREIBE-BUCHUNG
                    END-IF
           END-IF.

           GO TO    EXP-REC-20.

       EXP-REC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE BUCHUNGSZEILE (BU-*) MIT DER KONTENZUORDNUNG SCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-BUCHUNG SECTION.
       SCH-BUC-00.

           MOVE     ZEROES TO MAP-IDX.

       SCH-BUC-10.
           ADD      1 TO MAP-IDX.
           IF       MAP-IDX > 5
                    GO TO SCH-BUC-90
           END-IF.
           IF       MAP-ART(MAP-IDX) NOT = BU-ART
                    GO TO SCH-BUC-10
           END-IF.
           IF       MAP-DA(MAP-IDX) NOT = "J"
                    MOVE BU-ART TO MAP-FEHLT
                    GO TO SCH-BUC-90
           END-IF.

      * BELEGDATUM MUSS IM ZEITRAUM DES STAPELS LIEGEN
           IF       BU-DATUM < VON-DATUM
            OR      BU-DATUM > BIS-DATUM
                    MOVE BIS-DATUM TO BU-DATUM
           END-IF.
           MOVE     BU-DATUM TO DATUM-NUM.

      * ANFUEHRUNGSZEICHEN IM TEXT WUERDEN DAS CSV ZERSTOEREN
           INSPECT  BU-TEXT REPLACING ALL '"' BY "'".
           INSPECT  BU-TEXT REPLACING ALL ";" BY ",".

           MOVE     BU-BETRAG           TO BETRAG-ED.
           MOVE     MAP-KONTO(MAP-IDX)  TO KONTO-ED.
           MOVE     MAP-GKTO(MAP-IDX)   TO GKTO-ED.

           INITIALIZE ZEILE-WRK.
           STRING   FUNCTION TRIM(BETRAG-ED) ';"' BU-SH '";"EUR";;;;'
                    FUNCTION TRIM(KONTO-ED) ";"
                    FUNCTION TRIM(GKTO-ED) ';"'
                    FUNCTION TRIM(MAP-BUSL(MAP-IDX)) '";'
                    DATUM-TT DATUM-MM ';"'
                    FUNCTION TRIM(BU-BELEG) '";"";;"'
                    FUNCTION TRIM(BU-TEXT) '";'
                    ";;;;;;;;;;;;;;;;;;;;;;"
                    '"' FUNCTION TRIM(MAP-KOST(MAP-IDX)) '"'
                    DELIMITED BY SIZE
             INTO   ZEILE-WRK
           END-STRING.
           PERFORM  SCHREIBE-ZEILE.

           ADD      1 TO BU-ANZ.
           IF       BU-SH = "S"
                    ADD      BU-BETRAG TO BU-SUMME
           ELSE
                    SUBTRACT BU-BETRAG FROM BU-SUMME
           END-IF.

       SCH-BUC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ARBEITSDATEI ALS CSV (ANSI, CRLF) INS DATEV-VERZEICHNIS
      *--------------------------------------------------------------
       KOPIERE-DATEI SECTION.
       KOP-DAT-00.

      * ZIELVERZEICHNIS ANLEGEN (FEHLER WENN VORHANDEN, IGNORIERT)
           INITIALIZE RET-CODE.
           INITIALIZE CMDEXC-REC.
           STRING   "MKDIR DIR('"               DELIMITED BY SIZE
                    FUNCTION TRIM(DATEV-PFAD)   DELIMITED BY SIZE
                    "')"                        DELIMITED BY SIZE
             INTO   COMMAND OF CMDEXC-REC
           END-STRING.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.

           INITIALIZE ZIEL-PFAD.
           STRING   FUNCTION TRIM(DATEV-PFAD)  DELIMITED BY SIZE
                    FUNCTION TRIM(DATEI-WRK)   DELIMITED BY SIZE
             INTO   ZIEL-PFAD
           END-STRING.

           INITIALIZE RET-CODE.
           INITIALIZE CPYTOSTMF-REC.
           MOVE     "/QSYS.LIB/QTEMP.LIB/PTMPDTV.FILE/PTMPDTV.MBR" TO
                    FROMMBR  OF CPYTOSTMF-REC.
           MOVE     ZIEL-PFAD  TO TOFILE  OF CPYTOSTMF-REC.
           MOVE     "1252"     TO CCSID   OF CPYTOSTMF-REC.
           MOVE     "*CRLF"    TO LINFMT  OF CPYTOSTMF-REC.
           MOVE     "*REPLACE" TO CPYMODE OF CPYTOSTMF-REC.
           CALL     "CLP0073" USING CPYTOSTMF-REC
                                    RET-CODE
           END-CALL.

       KOP-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE ZEILE (ZEILE-WRK) IN DIE ARBEITSDATEI SCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-ZEILE SECTION.
       SCH-ZEI-00.

           INITIALIZE PTMPDTV-P.
           MOVE     ZEILE-WRK TO PTMPDTV-P.
           WRITE    PTMPDTV-P.

       SCH-ZEI-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-CFG-CPY: LESEN DER KONFIGURATION
      *---------------------------------------------------------------

           COPY     CFGCPY     OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------

           COPY     GETTIME    OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-WRITE-LOG-CPY: SCHREIBEN EINES LOG-EINTRAGS
      *---------------------------------------------------------------

           COPY     LOGCPY     OF APG-QCPYSRC.
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
