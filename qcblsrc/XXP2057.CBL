       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP2057.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * MONATLICHES KENNZAHLENPAKET FUER DIE TEAMLEITUNGEN            *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  EIN LAUF JE MONAT (X-JAHR/X-MONAT, LEER =    *
      *                  VORMONAT) ERMITTELT DIE KENNZAHLEN DES       *
      *                  BERICHTSMONATS UND DER SECHS VORMONATE:      *
      *                  CRS EROEFFNET/ABGESCHLOSSEN UND MEDIAN-      *
      *                  ALTER BEIM ABSCHLUSS (PCHKSRC), UMWAND-      *
      *                  LUNGEN UND FEHLERQUOTE (PCMPHIS), PROMO-     *
      *                  TIONS UND ROLLBACKS (PCMPPRM), PROGRAMM-     *
      *                  ABBRUECHE (PABEND), MITTLERE QUITTIERZEIT    *
      *                  DER ALARME (PALRACK), BATCH-UEBERLAEUFE      *
      *                  (PBATLZT: DAUER UEBER DEM MITTEL DES         *
      *                  PROGRAMMS PLUS PCONFIG KPI/UEBERLAUF         *
      *                  CFIN01 PROZENT, STANDARD 50) SOWIE JE TEAM   *
      *                  (PTEAMM) DIE ABWESENHEITSQUOTE AN ARBEITS-   *
      *                  TAGEN (PZEITABW) UND DEN GLEITZEITSALDO      *
      *                  (PZEITSAL). JEDER WERT WIRD IN PKPIMON       *
      *                  FESTGESCHRIEBEN; FUER DIE VORMONATE GILT     *
      *                  DER DORT GESPEICHERTE STAND. DER SALDO IST   *
      *                  NUR ALS STICHTAGSWERT ZU HABEN UND FEHLT     *
      *                  DAHER FUER MONATE OHNE GESPEICHERTEN WERT.   *
      *                  JE ZEILE WIRD DAS MITTEL DER VORMONATE UND   *
      *                  DIE TENDENZ AUSGEWIESEN. DAS PAKET (SPOOL    *
      *                  XXF2057 UND CSV-DATEI PKPICSV) GEHT UEBER    *
      *                  DIE DREHSCHEIBE XXP2030 AN JEDE TEAM-        *
      *                  LEITUNG (PTEAMM TMLEAD = "J"), DIE CSV       *
      *                  WIRD ZUSAETZLICH ALS KPI_<JJJJMM>.CSV IM     *
      *                  ORDNER PCONFIG KPI/PFAD ABGELEGT.            *
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
      * PCHKSRC: CRLFDN (CHANGE REQUESTS MIT POSITIONEN)
      *-------------------------------------------------------------
           SELECT PCHKSRC-DP
                  ASSIGN       TO  DATABASE-PCHKSRC
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCMPHIS: CMLFDN (UMWANDLUNGSHISTORIE)
      *-------------------------------------------------------------
           SELECT PCMPHIS-DP
                  ASSIGN       TO  DATABASE-PCMPHIS
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCMPPRM: PRLFDN (PROMOTIONS)
      *-------------------------------------------------------------
           SELECT PCMPPRM-DP
                  ASSIGN       TO  DATABASE-PCMPPRM
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PABEND: ABLFDN (PROGRAMMABBRUECHE)
      *-------------------------------------------------------------
           SELECT PABEND-DP
                  ASSIGN       TO  DATABASE-PABEND
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PALRACK: AKLFDN (ALARME MIT QUITTIERUNG)
      *-------------------------------------------------------------
           SELECT PALRACK-DP
                  ASSIGN       TO  DATABASE-PALRACK
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PBATLZT: LZPGM, LZSDTA, LZSTIA (LAUFZEITHISTORIE)
      *-------------------------------------------------------------
           SELECT PBATLZT-DP
                  ASSIGN       TO  DATABASE-PBATLZT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PTEAMM: TMTEAM, TMUSER (TEAMMITGLIEDER)
      *-------------------------------------------------------------
           SELECT PTEAMM-DP
                  ASSIGN       TO  DATABASE-PTEAMM
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PZEITABW: AWUSER, AWDATUM (ABWESENHEITEN)
      *-------------------------------------------------------------
           SELECT PZEITABW-DP
                  ASSIGN       TO  DATABASE-PZEITABW
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PZEITSAL: SAUSER (GLEITZEITSALDO)
      *-------------------------------------------------------------
           SELECT PZEITSAL-DP
                  ASSIGN       TO  DATABASE-PZEITSAL
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

      *-------------------------------------------------------------
      * PKPIMON: KMJAHR, KMMON, KMKPI, KMTEAM (KENNZAHLEN JE MONAT)
      *-------------------------------------------------------------
           SELECT PKPIMON-DP
                  ASSIGN       TO  DATABASE-PKPIMON
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKPICSV: KENNZAHLENPAKET ALS CSV (AUSGABEDATEI)
      *-------------------------------------------------------------
           SELECT PKPICSV-DP
                  ASSIGN       TO  DATABASE-PKPICSV
                  ORGANIZATION IS  SEQUENTIAL
                  ACCESS       IS  SEQUENTIAL
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *    PRINTERFILE FUER DAS KENNZAHLENPAKET
      *-------------------------------------------------------------
           SELECT XXDRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF2057
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PCHKSRC: CRLFDN
       FD  PCHKSRC-DP
           LABEL RECORDS ARE STANDARD.
       01  PCHKSRC-P.
           COPY DDS-ALL-FORMATS OF PCHKSRC.
      /
      *--- PCMPHIS: CMLFDN
       FD  PCMPHIS-DP
           LABEL RECORDS ARE STANDARD.
       01  PCMPHIS-P.
           COPY DDS-ALL-FORMATS OF PCMPHIS.
      /
      *--- PCMPPRM: PRLFDN
       FD  PCMPPRM-DP
           LABEL RECORDS ARE STANDARD.
       01  PCMPPRM-P.
           COPY DDS-ALL-FORMATS OF PCMPPRM.
      /
      *--- PABEND: ABLFDN
       FD  PABEND-DP
           LABEL RECORDS ARE STANDARD.
       01  PABEND-P.
           COPY DDS-ALL-FORMATS OF PABEND.
      /
      *--- PALRACK: AKLFDN
       FD  PALRACK-DP
           LABEL RECORDS ARE STANDARD.
       01  PALRACK-P.
           COPY DDS-ALL-FORMATS OF PALRACK.
      /
      *--- PBATLZT: LZPGM, LZSDTA, LZSTIA
       FD  PBATLZT-DP
           LABEL RECORDS ARE STANDARD.
       01  PBATLZT-P.
           COPY DDS-ALL-FORMATS OF PBATLZT.
      /
      *--- PTEAMM: TMTEAM, TMUSER
       FD  PTEAMM-DP
           LABEL RECORDS ARE STANDARD.
       01  PTEAMM-P.
           COPY DDS-ALL-FORMATS OF PTEAMM.
      /
      *--- PZEITABW: AWUSER, AWDATUM
       FD  PZEITABW-DP
           LABEL RECORDS ARE STANDARD.
       01  PZEITABW-P.
           COPY DDS-ALL-FORMATS OF PZEITABW.
      /
      *--- PZEITSAL: SAUSER
       FD  PZEITSAL-DP
           LABEL RECORDS ARE STANDARD.
       01  PZEITSAL-P.
           COPY DDS-ALL-FORMATS OF PZEITSAL.
      /
      *--- PCFGDAT: DTLFDN
       FD  PCFGDAT-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGDAT-P.
           COPY DDS-ALL-FORMATS OF PCFGDAT.
      /
      *--- PKPIMON: KMJAHR, KMMON, KMKPI, KMTEAM
       FD  PKPIMON-DP
           LABEL RECORDS ARE STANDARD.
       01  PKPIMON-P.
           COPY DDS-ALL-FORMATS OF PKPIMON.
      /
      *--- PKPICSV: CSV-ZEILEN
       FD  PKPICSV-DP
           LABEL RECORDS ARE STANDARD.
       01  PKPICSV-P.
           COPY DDS-ALL-FORMATS OF PKPICSV.
      /
      *------DRUCKAUSGABE----
       FD  XXDRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  XXDRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF2057.
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

       01  PGM-WRK                       PIC X(10) VALUE "XXP2057".
       01  PGM-TYP                       PIC X(8)  VALUE "BATCH".

      * PARAMETER FUER CL-PROGRAMME
       01  CMDEXC-REC                    TYPE CMDEXC-TYPE.
       01  CPYTOSTMF-REC                 TYPE CPYTOSTMF-TYPE.

      * PARAMETER FUER DIE AUSGABEDREHSCHEIBE XXP2030
       01  HUB-AKTION                    PIC X(1).
       01  HUB-PRTF                      PIC X(10).
       01  HUB-USER                      PIC X(10).
       01  HUB-OUTQ                      PIC X(10).

      * KENNZAHLENKATALOG: ID, BEZEICHNUNG, NACHKOMMASTELLEN.
      * 1-10 GELTEN GESAMT, 11-12 JE TEAM
       01  KPI-KATALOG.
        05 FILLER                        PIC X(41) VALUE
           "CRNEU     CRS EROEFFNET                 0".
        05 FILLER                        PIC X(41) VALUE
           "CRZU      CRS ABGESCHLOSSEN             0".
        05 FILLER                        PIC X(41) VALUE
           "CRALTER   CR-ALTER MEDIAN (TAGE)        1".
        05 FILLER                        PIC X(41) VALUE
           "UMWANZ    UMWANDLUNGEN                  0".
        05 FILLER                        PIC X(41) VALUE
           "UMWFEHL   FEHLERQUOTE UMWANDLUNG %      1".
        05 FILLER                        PIC X(41) VALUE
           "PROMO     PROMOTIONS                    0".
        05 FILLER                        PIC X(41) VALUE
           "ROLLBACK  ROLLBACKS                     0".
        05 FILLER                        PIC X(41) VALUE
           "ABBRUCH   PROGRAMMABBRUECHE             0".
        05 FILLER                        PIC X(41) VALUE
           "ALRQUIT   QUITTIERZEIT ALARM (MIN.)     1".
        05 FILLER                        PIC X(41) VALUE
           "BATUEB    BATCH-UEBERLAEUFE             0".
        05 FILLER                        PIC X(41) VALUE
           "ABWQUOTE  ABWESENHEITSQUOTE %           1".
        05 FILLER                        PIC X(41) VALUE
           "GLZSALDO  GLEITZEITSALDO (STD.)         1".
       01  KPI-KATALOG-RED REDEFINES KPI-KATALOG.
        05 KPI-EINTRAG                   OCCURS 12 TIMES.
         10 KPI-ID                       PIC X(10).
         10 KPI-BEZ                      PIC X(30).
         10 KPI-DEZ                      PIC 9(1).
       01  KPI-IDX                       PIC 9(2)   BINARY.

      * BERICHTSMONAT UND DIE SIEBEN MONATE DES ZEITRAUMS
      * (INDEX 1 = AELTESTER VORMONAT, 7 = BERICHTSMONAT)
       01  BER-JAHR                      PIC 9(4).
       01  BER-MON                       PIC 9(2).
       01  BASIS-ABS                     PIC 9(6).
       01  ABS-WRK                       PIC 9(6).
       01  REST-WRK                      PIC 9(2).
       01  MON-TAB.
        05 MON-EINTRAG                   OCCURS 7 TIMES.
         10 MON-JAHR                     PIC 9(4).
         10 MON-MON                      PIC 9(2).
         10 MON-ARBT                     PIC 9(3).
       01  MON-IDX                       PIC 9(2)   BINARY.
       01  VON-DATUM                     PIC 9(8).
       01  BIS-DATUM                     PIC 9(8).

      * DATUM ZUR MONATSZUORDNUNG
       01  DATUM-WRK                     PIC 9(8).
       01  DATUM-TEILE REDEFINES DATUM-WRK.
        05 DW-JAHR                       PIC 9(4).
        05 DW-MON                        PIC 9(2).
        05 DW-TAG                        PIC 9(2).
       01  ARBTAG-SW                     PIC X(1).

      * UHRZEIT IN MINUTEN
       01  ZEIT-WRK                      PIC 9(6).
       01  ZEIT-TEILE REDEFINES ZEIT-WRK.
        05 ZW-STD                        PIC 9(2).
        05 ZW-MIN                        PIC 9(2).
        05 ZW-SEK                        PIC 9(2).
       01  MIN-START                     PIC S9(5).
       01  MIN-ENDE                      PIC S9(5).
       01  MIN-DAUER                     PIC S9(9).

      * DATUMSDIFFERENZ CFP8009
       01  DIFF-VON                      LIKE DATE-8.
       01  DIFF-BIS                      LIKE DATE-8.

      * WERTE DER GESAMTKENNZAHLEN 1-10 JE MONAT
       01  GES-TAB.
        05 GES-KPI                       OCCURS 10 TIMES.
         10 GES-MON                      OCCURS 7 TIMES.
          15 GES-WERT                    PIC S9(9)V99.
          15 GES-DA                      PIC X(1).

      * HILFSZAEHLER JE MONAT
       01  HLF-TAB.
        05 HLF-MON                       OCCURS 7 TIMES.
         10 UMW-FEHL                     PIC 9(7).
         10 ALR-ANZ                      PIC 9(7).
         10 ALR-SUMME                    PIC S9(11).

      * CR-ALTER BEIM ABSCHLUSS JE MONAT, AUFSTEIGEND SORTIERT
       01  MED-TAB.
        05 MED-MON                       OCCURS 7 TIMES.
         10 MED-ANZ                      PIC 9(4)   BINARY.
         10 MED-ALTER                    PIC S9(5)  OCCURS 500 TIMES.
       01  MED-POS                       PIC 9(4)   BINARY.
       01  MED-POS2                      PIC 9(4)   BINARY.

      * MITTLERE LAUFZEIT JE BATCHPROGRAMM
       01  UEB-PROZENT                   PIC 9(3).
       01  BPG-ANZ                       PIC 9(4)   BINARY.
       01  BPG-IDX                       PIC 9(4)   BINARY.
       01  BPG-TAB.
        05 BPG-EINTRAG                   OCCURS 500 TIMES.
         10 BPG-PGM                      PIC X(10).
         10 BPG-LAEUFE                   PIC 9(7).
         10 BPG-SUMME                    PIC 9(11).
       01  BPG-GRENZE                    PIC 9(9)V99.

      * TEAMS MIT MITGLIEDERZAHL, ABWESENHEITSTAGEN, SALDO UND DEN
      * WERTEN DER TEAMKENNZAHLEN 11-12 JE MONAT
       01  TEAM-ANZ                      PIC 9(3)   BINARY.
       01  TEAM-IDX                      PIC 9(3)   BINARY.
       01  TEAM-TAB.
        05 TEAM-EINTRAG                  OCCURS 50 TIMES.
         10 TT-TEAM                      PIC X(10).
         10 TT-MITGL                     PIC 9(4).
         10 TT-SECS                      PIC S9(11).
         10 TT-ABWT                      PIC 9(5)   OCCURS 7 TIMES.
         10 TT-KPI                       OCCURS 2 TIMES.
          15 TT-MON                      OCCURS 7 TIMES.
           20 TT-WERT                    PIC S9(9)V99.
           20 TT-DA                      PIC X(1).
       01  TK-IDX                        PIC 9(1)   BINARY.
       01  NENNER-WRK                    PIC 9(7).

      * EMPFAENGER: ALLE TEAMLEITUNGEN
       01  LEIT-ANZ                      PIC 9(3)   BINARY.
       01  LEIT-IDX                      PIC 9(3)   BINARY.
       01  LEIT-TAB.
        05 LEIT-USER                     PIC X(10)  OCCURS 100 TIMES.

      * ABGLEICH MIT DEM FESTGESCHRIEBENEN STAND IN PKPIMON
       01  SN-KPI                        PIC X(10).
       01  SN-TEAM                       PIC X(10).
       01  SN-WERT                       PIC S9(9)V99.
       01  SN-DA                         PIC X(1).

      * AUFBEREITETE BERICHTSZEILEN (DRUCK UND CSV)
       01  ZL-WERTE.
        05 ZL-MON                        OCCURS 7 TIMES.
         10 ZL-WERT                      PIC S9(9)V99.
         10 ZL-DA                        PIC X(1).
       01  ZL-TEAM                       PIC X(10).
       01  ZL-SUMME                      PIC S9(11)V99.
       01  ZL-ANZ                        PIC 9(2).
       01  ZL-MITTEL                     PIC S9(9)V99.
       01  RPT-ANZ                       PIC 9(3)   BINARY.
       01  RPT-IDX                       PIC 9(3)   BINARY.
       01  RPT-TAB.
        05 RPT-EINTRAG                   OCCURS 110 TIMES.
         10 RP-KPI                       PIC X(10).
         10 RP-BEZ                       PIC X(30).
         10 RP-TEAM                      PIC X(10).
         10 RP-TEXT                      PIC X(10)  OCCURS 7 TIMES.
         10 RP-MITTEL                    PIC X(10).
         10 RP-TREND                     PIC X(1).

      * MONATSBEZEICHNUNGEN MM.JJJJ
       01  MON-TEXT-TAB.
        05 MON-TEXT                      PIC X(10)  OCCURS 7 TIMES.

      * WERTAUFBEREITUNG
       01  FMT-WERT                      PIC S9(9)V99.
       01  FMT-DEZ                       PIC 9(1).
       01  FMT-DA                        PIC X(1).
       01  FMT-TEXT                      PIC X(10).
       01  EDIT-GANZ                     PIC -(9)9.
       01  EDIT-DEZ                      PIC -(7)9,9.

      * CSV-ZEILE UND ABLAGE
       01  ZEILE-WRK                     PIC X(132).
       01  ZEILE-POS                     PIC 9(3).
       01  KPI-PFAD                      PIC X(64).
       01  ZIEL-PFAD                     PIC X(128).
       01  QUELL-MBR                     PIC X(64).
       01  ANZ-EMPF                      PIC 9(3).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * BERICHTSMONAT, NULL = VORMONAT
       01  X-JAHR                        PIC 9(4).
       01  X-MONAT                       PIC 9(2).
      * AUSGABEWARTESCHLANGE, SPACES = PRT01
       01  X-OUTQ                        PIC X(10).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-JAHR
                                X-MONAT
                                X-OUTQ.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP2057" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           PERFORM  COPY-GET-TIME.

           INITIALIZE GES-TAB, HLF-TAB, MED-TAB, TEAM-TAB, LEIT-TAB.
           INITIALIZE BPG-ANZ, TEAM-ANZ, LEIT-ANZ, RPT-ANZ.

           PERFORM  ERMITTLE-ZEITRAUM.
           PERFORM  LESEN-EINSTELLUNGEN.

           OPEN     INPUT  PCHKSRC-DP
                           PCMPHIS-DP
                           PCMPPRM-DP
                           PABEND-DP
                           PALRACK-DP
                           PBATLZT-DP
                           PTEAMM-DP
                           PZEITABW-DP
                           PZEITSAL-DP
                           PCFGDAT-DP.

      * KENNZAHLEN ALLER SIEBEN MONATE AUS DEN QUELLDATEIEN
           PERFORM  ZAEHLE-ARBEITSTAGE.
           PERFORM  AUSWERTEN-CR.
           PERFORM  AUSWERTEN-UMWANDLUNG.
           PERFORM  AUSWERTEN-PROMOTION.
           PERFORM  AUSWERTEN-ABBRUCH.
           PERFORM  AUSWERTEN-ALARM.
           PERFORM  AUSWERTEN-BATCH.
           PERFORM  AUSWERTEN-TEAMS.
           PERFORM  BERECHNE-QUOTEN.

           CLOSE    PCHKSRC-DP
                    PCMPHIS-DP
                    PCMPPRM-DP
                    PABEND-DP
                    PALRACK-DP
                    PBATLZT-DP
                    PTEAMM-DP
                    PZEITABW-DP
                    PZEITSAL-DP
                    PCFGDAT-DP.

      * BERICHTSMONAT FESTSCHREIBEN, VORMONATE AUS PKPIMON
           OPEN     I-O    PKPIMON-DP.
           PERFORM  ABGLEICH-GESAMT.
           PERFORM  ABGLEICH-TEAMS.
           CLOSE    PKPIMON-DP.

      * BERICHTSZEILEN AUFBEREITEN, CSV SCHREIBEN UND ABLEGEN
           PERFORM  BAUE-ZEILEN.
           PERFORM  SCHREIBE-CSV.
           PERFORM  ABLEGEN-CSV.

      * PAKET AN JEDE TEAMLEITUNG, OHNE TEAMLEITUNG AN DEN AUFRUFER
           MOVE     ZEROES TO ANZ-EMPF.
           IF       LEIT-ANZ = ZEROES
                    MOVE SPACES TO HUB-USER
                    PERFORM ZUSTELLEN-PAKET
           ELSE
                    PERFORM VERTEILE-PAKET
           END-IF.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PKPIMON" TO STFILE OF LOG-CPY.
           MOVE     "INFO"    TO STKEY  OF LOG-CPY.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "KENNZAHLENPAKET "           DELIMITED BY SIZE
                    MON-TEXT(7)                  DELIMITED BY SPACES
                    " AN "                       DELIMITED BY SIZE
                    ANZ-EMPF                     DELIMITED BY SIZE
                    " EMPFAENGER ZUGESTELLT"     DELIMITED BY SIZE
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * BERICHTSMONAT UND DIE SIEBEN MONATE DES ZEITRAUMS BESTIMMEN
      *--------------------------------------------------------------
       ERMITTLE-ZEITRAUM SECTION.
       ERM-ZTR-00.

      * OHNE GUELTIGE VORGABE DER VORMONAT DES LAUFDATUMS
           IF       X-JAHR  > ZEROES
            AND     X-MONAT > ZEROES
            AND     X-MONAT < 13
                    MOVE X-JAHR  TO BER-JAHR
                    MOVE X-MONAT TO BER-MON
           ELSE
                    MOVE DATE-8 TO DATUM-WRK
                    IF   DW-MON = 1
                         COMPUTE BER-JAHR = DW-JAHR - 1
                         MOVE    12 TO BER-MON
                    ELSE
                         MOVE    DW-JAHR TO BER-JAHR
                         COMPUTE BER-MON = DW-MON - 1
                    END-IF
           END-IF.

      * FORTLAUFENDE MONATSNUMMER DES AELTESTEN VORMONATS
           COMPUTE  BASIS-ABS = BER-JAHR * 12 + BER-MON - 1 - 6.

           MOVE     1 TO MON-IDX.

       ERM-ZTR-20.
           COMPUTE  ABS-WRK = BASIS-ABS + MON-IDX - 1.
           DIVIDE   ABS-WRK BY 12 GIVING MON-JAHR(MON-IDX)
                    REMAINDER REST-WRK.
           COMPUTE  MON-MON(MON-IDX) = REST-WRK + 1.
           MOVE     ZEROES TO MON-ARBT(MON-IDX).

           INITIALIZE MON-TEXT(MON-IDX).
           STRING   MON-MON(MON-IDX)             DELIMITED BY SIZE
                    "."                          DELIMITED BY SIZE
                    MON-JAHR(MON-IDX)            DELIMITED BY SIZE
             INTO   MON-TEXT(MON-IDX)
           END-STRING.

           IF       MON-IDX < 7
                    ADD  1 TO MON-IDX
                    GO TO ERM-ZTR-20
           END-IF.

           COMPUTE  VON-DATUM = MON-JAHR(1) * 10000
                              + MON-MON(1)  * 100 + 1.
           COMPUTE  BIS-DATUM = MON-JAHR(7) * 10000
                              + MON-MON(7)  * 100 + 31.

       ERM-ZTR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * UEBERLAUFGRENZE UND ABLAGEORDNER AUS PCONFIG KPI
      *--------------------------------------------------------------
       LESEN-EINSTELLUNGEN SECTION.
       LES-EIN-00.

           MOVE     50 TO UEB-PROZENT.
           MOVE     "/EUPPROV2/PROTMPV2/KPI/" TO KPI-PFAD.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "KPI"       TO CFID  OF CFG-CPY.
           MOVE     "UEBERLAUF" TO CFKEY OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY NOT = ZEROES
            AND     CFIN01 OF CFG-CPY > ZEROES
            AND     CFIN01 OF CFG-CPY < 1000
                    MOVE CFIN01 OF CFG-CPY TO UEB-PROZENT
           END-IF.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "KPI"       TO CFID  OF CFG-CPY.
           MOVE     "PFAD"      TO CFKEY OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY NOT = ZEROES
            AND     CFTXT1 OF CFG-CPY NOT = SPACES
                    MOVE CFTXT1 OF CFG-CPY TO KPI-PFAD
           END-IF.

       LES-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MONATSINDEX 1-7 ZU DATUM-WRK, NULL = AUSSERHALB
      *--------------------------------------------------------------
       MONAT-INDEX SECTION.
       MON-IDX-00.

           MOVE     ZEROES TO MON-IDX.

           IF       DATUM-WRK < VON-DATUM
            OR      DATUM-WRK > BIS-DATUM
                    GO TO MON-IDX-90
           END-IF.

           COMPUTE  MON-IDX = DW-JAHR * 12 + DW-MON - 1
                            - BASIS-ABS + 1.

       MON-IDX-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ARBEITSTAGE (KEIN WOCHENENDE, KEIN FEIERTAG) JE MONAT
      *--------------------------------------------------------------
       ZAEHLE-ARBEITSTAGE SECTION.
       ZAE-ART-00.

           INITIALIZE PCFGDATF OF PCFGDAT-P.
           MOVE     VON-DATUM TO DTLFDN OF PCFGDAT-P.
           START    PCFGDAT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-ART-90
           END-IF.

       ZAE-ART-20.
           READ     PCFGDAT-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      DTLFDN OF PCFGDAT-P > BIS-DATUM
                    GO TO ZAE-ART-90
           END-IF.

           IF       DTWOTA OF PCFGDAT-P > 5
                    GO TO ZAE-ART-20
           END-IF.

           MOVE     DTLFDN OF PCFGDAT-P TO DATE-DB.
           PERFORM  COPY-CHECK-DATE.
           IF       DATUM-RETCODE = "3"
                    GO TO ZAE-ART-20
           END-IF.

           MOVE     DTLFDN OF PCFGDAT-P TO DATUM-WRK.
           PERFORM  MONAT-INDEX.
           IF       MON-IDX > ZEROES
                    ADD 1 TO MON-ARBT(MON-IDX)
           END-IF.

           GO TO    ZAE-ART-20.

       ZAE-ART-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * IST DATUM-WRK EIN ARBEITSTAG? (ARBTAG-SW = "J")
      *--------------------------------------------------------------
       PRUEFE-ARBEITSTAG SECTION.
       PRF-ART-00.

           MOVE     "N" TO ARBTAG-SW.

      * WOCHENENDE LT. KALENDER
           INITIALIZE PCFGDATF OF PCFGDAT-P.
           MOVE     DATUM-WRK TO DTLFDN OF PCFGDAT-P.
           READ     PCFGDAT-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-ART-90
           END-IF.
           IF       DTWOTA OF PCFGDAT-P > 5
                    GO TO PRF-ART-90
           END-IF.

      * FEIERTAG
           MOVE     DATUM-WRK TO DATE-DB.
           PERFORM  COPY-CHECK-DATE.
           IF       DATUM-RETCODE = "3"
                    GO TO PRF-ART-90
           END-IF.

           MOVE     "J" TO ARBTAG-SW.

       PRF-ART-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * CRS: EROEFFNET (CRADTA), ABGESCHLOSSEN (FREIGEGEBEN "A" ODER
      * ABGELEHNT "X" MIT CRRDTA) UND ALTER BEIM ABSCHLUSS
      *--------------------------------------------------------------
       AUSWERTEN-CR SECTION.
       AUS-CRQ-00.

           INITIALIZE PCHKSRCF OF PCHKSRC-P.
           START    PCHKSRC-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-CRQ-90
           END-IF.

       AUS-CRQ-20.
           READ     PCHKSRC-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-CRQ-90
           END-IF.

      * NUR KOPFSAETZE, DIE POSITIONEN ZAEHLEN NICHT
           IF       CRFID OF PCHKSRC-P NOT = SPACES
                    GO TO AUS-CRQ-20
           END-IF.

           MOVE     CRADTA OF PCHKSRC-P TO DATUM-WRK.
           PERFORM  MONAT-INDEX.
           IF       MON-IDX > ZEROES
                    ADD 1 TO GES-WERT(1, MON-IDX)
           END-IF.

           IF       CRRSTS OF PCHKSRC-P NOT = "A"
            AND     CRRSTS OF PCHKSRC-P NOT = "X"
                    GO TO AUS-CRQ-20
           END-IF.

           MOVE     CRRDTA OF PCHKSRC-P TO DATUM-WRK.
           PERFORM  MONAT-INDEX.
           IF       MON-IDX = ZEROES
                    GO TO AUS-CRQ-20
           END-IF.

           ADD      1 TO GES-WERT(2, MON-IDX).

           MOVE     CRADTA OF PCHKSRC-P TO DIFF-VON.
           MOVE     CRRDTA OF PCHKSRC-P TO DIFF-BIS.
           INITIALIZE DIFF-DAYS.
           CALL     "CFP8009" USING DIFF-VON
                                    DIFF-BIS
                                    DIFF-DAYS
           END-CALL.
           PERFORM  MERKE-ALTER.

           GO TO    AUS-CRQ-20.

       AUS-CRQ-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALTER DIFF-DAYS SORTIERT IN DIE LISTE DES MONATS EINFUEGEN
      *--------------------------------------------------------------
       MERKE-ALTER SECTION.
       MRK-ALT-00.

           IF       MED-ANZ(MON-IDX) NOT < 500
                    GO TO MRK-ALT-90
           END-IF.

           MOVE     MED-ANZ(MON-IDX) TO MED-POS.

      * GROESSERE WERTE UM EINE STELLE NACH HINTEN SCHIEBEN
       MRK-ALT-20.
           IF       MED-POS = ZEROES
                    GO TO MRK-ALT-80
           END-IF.
           IF       MED-ALTER(MON-IDX, MED-POS) NOT > DIFF-DAYS
                    GO TO MRK-ALT-80
           END-IF.

           COMPUTE  MED-POS2 = MED-POS + 1.
           MOVE     MED-ALTER(MON-IDX, MED-POS)
                    TO MED-ALTER(MON-IDX, MED-POS2).
           SUBTRACT 1 FROM MED-POS.
           GO TO    MRK-ALT-20.

       MRK-ALT-80.
           COMPUTE  MED-POS2 = MED-POS + 1.
           MOVE     DIFF-DAYS TO MED-ALTER(MON-IDX, MED-POS2).
           ADD      1 TO MED-ANZ(MON-IDX).

       MRK-ALT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * UMWANDLUNGEN: VERSUCHE UND FEHLGESCHLAGENE JE ENDEDATUM
      *--------------------------------------------------------------
       AUSWERTEN-UMWANDLUNG SECTION.
       AUS-UMW-00.

           INITIALIZE PCMPHISF OF PCMPHIS-P.
           START    PCMPHIS-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-UMW-90
           END-IF.

       AUS-UMW-20.
           READ     PCMPHIS-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-UMW-90
           END-IF.

      * NUR ABGESCHLOSSENE UMWANDLUNGEN
           IF       CMVSTS OF PCMPHIS-P NOT = "V"
            AND     CMVSTS OF PCMPHIS-P NOT = "F"
                    GO TO AUS-UMW-20
           END-IF.

           MOVE     CMEDTA OF PCMPHIS-P TO DATUM-WRK.
           PERFORM  MONAT-INDEX.
           IF       MON-IDX = ZEROES
                    GO TO AUS-UMW-20
           END-IF.

           ADD      1 TO GES-WERT(4, MON-IDX).
           IF       CMVSTS OF PCMPHIS-P = "F"
                    ADD 1 TO UMW-FEHL(MON-IDX)
           END-IF.

           GO TO    AUS-UMW-20.

       AUS-UMW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PROMOTIONS (PRADTA) UND ROLLBACKS (PRSTAT "R" MIT PRMDTA)
      *--------------------------------------------------------------
       AUSWERTEN-PROMOTION SECTION.
       AUS-PRM-00.

           INITIALIZE PCMPPRMF OF PCMPPRM-P.
           START    PCMPPRM-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-PRM-90
           END-IF.

       AUS-PRM-20.
           READ     PCMPPRM-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-PRM-90
           END-IF.

           MOVE     PRADTA OF PCMPPRM-P TO DATUM-WRK.
           PERFORM  MONAT-INDEX.
           IF       MON-IDX > ZEROES
                    ADD 1 TO GES-WERT(6, MON-IDX)
           END-IF.

           IF       PRSTAT OF PCMPPRM-P = "R"
                    MOVE    PRMDTA OF PCMPPRM-P TO DATUM-WRK
                    PERFORM MONAT-INDEX
                    IF      MON-IDX > ZEROES
                            ADD 1 TO GES-WERT(7, MON-IDX)
                    END-IF
           END-IF.

           GO TO    AUS-PRM-20.

       AUS-PRM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PROGRAMMABBRUECHE JE ABBRUCHDATUM
      *--------------------------------------------------------------
       AUSWERTEN-ABBRUCH SECTION.
       AUS-ABB-00.

           INITIALIZE PABENDF OF PABEND-P.
           START    PABEND-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-ABB-90
           END-IF.

       AUS-ABB-20.
           READ     PABEND-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-ABB-90
           END-IF.

           MOVE     ABDATE OF PABEND-P TO DATUM-WRK.
           PERFORM  MONAT-INDEX.
           IF       MON-IDX > ZEROES
                    ADD 1 TO GES-WERT(8, MON-IDX)
           END-IF.

           GO TO    AUS-ABB-20.

       AUS-ABB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * QUITTIERTE ALARME: MINUTEN ZWISCHEN VERSAND UND QUITTUNG,
      * ZUGEORDNET DEM MONAT DER QUITTUNG
      *--------------------------------------------------------------
       AUSWERTEN-ALARM SECTION.
       AUS-ALR-00.

           INITIALIZE PALRACKF OF PALRACK-P.
           START    PALRACK-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-ALR-90
           END-IF.

       AUS-ALR-20.
           READ     PALRACK-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-ALR-90
           END-IF.

           IF       AKQUIT OF PALRACK-P NOT = "J"
                    GO TO AUS-ALR-20
           END-IF.

           MOVE     AKQDTA OF PALRACK-P TO DATUM-WRK.
           PERFORM  MONAT-INDEX.
           IF       MON-IDX = ZEROES
                    GO TO AUS-ALR-20
           END-IF.

           MOVE     AKSDTA OF PALRACK-P TO DIFF-VON.
           MOVE     AKQDTA OF PALRACK-P TO DIFF-BIS.
           INITIALIZE DIFF-DAYS.
           CALL     "CFP8009" USING DIFF-VON
                                    DIFF-BIS
                                    DIFF-DAYS
           END-CALL.

           MOVE     AKSTIA OF PALRACK-P TO ZEIT-WRK.
           COMPUTE  MIN-START = ZW-STD * 60 + ZW-MIN.
           MOVE     AKQTIA OF PALRACK-P TO ZEIT-WRK.
           COMPUTE  MIN-ENDE  = ZW-STD * 60 + ZW-MIN.
           COMPUTE  MIN-DAUER = DIFF-DAYS * 1440
                              + MIN-ENDE - MIN-START.
           IF       MIN-DAUER < ZEROES
                    MOVE ZEROES TO MIN-DAUER
           END-IF.

           ADD      1         TO ALR-ANZ(MON-IDX).
           ADD      MIN-DAUER TO ALR-SUMME(MON-IDX).

           GO TO    AUS-ALR-20.

       AUS-ALR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BATCH-UEBERLAEUFE: LAUF DAUERT LAENGER ALS DAS MITTEL DES
      * PROGRAMMS (GESAMTE HISTORIE) PLUS UEB-PROZENT
      *--------------------------------------------------------------
       AUSWERTEN-BATCH SECTION.
       AUS-BAT-00.

      * ERSTER DURCHLAUF: LAEUFE UND GESAMTDAUER JE PROGRAMM
           INITIALIZE PBATLZTF OF PBATLZT-P.
           START    PBATLZT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-BAT-90
           END-IF.

       AUS-BAT-20.
           READ     PBATLZT-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-BAT-40
           END-IF.

           IF       BPG-ANZ = ZEROES
                    GO TO AUS-BAT-25
           END-IF.
           IF       LZPGM OF PBATLZT-P = BPG-PGM(BPG-ANZ)
                    GO TO AUS-BAT-30
           END-IF.

       AUS-BAT-25.
           IF       BPG-ANZ NOT < 500
                    GO TO AUS-BAT-40
           END-IF.
           ADD      1 TO BPG-ANZ.
           MOVE     LZPGM OF PBATLZT-P TO BPG-PGM(BPG-ANZ).

       AUS-BAT-30.
           ADD      1                   TO BPG-LAEUFE(BPG-ANZ).
           ADD      LZDAUM OF PBATLZT-P TO BPG-SUMME(BPG-ANZ).

           GO TO    AUS-BAT-20.

      * ZWEITER DURCHLAUF IN DERSELBEN REIHENFOLGE: LAEUFE DES
      * ZEITRAUMS GEGEN DIE GRENZE IHRES PROGRAMMS PRUEFEN
       AUS-BAT-40.
           IF       BPG-ANZ = ZEROES
                    GO TO AUS-BAT-90
           END-IF.

           MOVE     1 TO BPG-IDX.

           INITIALIZE PBATLZTF OF PBATLZT-P.
           START    PBATLZT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-BAT-90
           END-IF.

       AUS-BAT-50.
           READ     PBATLZT-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-BAT-90
           END-IF.

           IF       LZPGM OF PBATLZT-P NOT = BPG-PGM(BPG-IDX)
                    IF   BPG-IDX NOT < BPG-ANZ
                         GO TO AUS-BAT-90
                    END-IF
                    ADD  1 TO BPG-IDX
           END-IF.

           MOVE     LZSDTA OF PBATLZT-P TO DATUM-WRK.
           PERFORM  MONAT-INDEX.
           IF       MON-IDX = ZEROES
                    GO TO AUS-BAT-50
           END-IF.

           COMPUTE  BPG-GRENZE ROUNDED = BPG-SUMME(BPG-IDX)
                                       / BPG-LAEUFE(BPG-IDX)
                                       * (100 + UEB-PROZENT) / 100.
           IF       LZDAUM OF PBATLZT-P > BPG-GRENZE
                    ADD 1 TO GES-WERT(10, MON-IDX)
           END-IF.

           GO TO    AUS-BAT-50.

       AUS-BAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TEAMS: MITGLIEDER, TEAMLEITUNGEN, SALDO UND ABWESENHEITEN
      *--------------------------------------------------------------
       AUSWERTEN-TEAMS SECTION.
       AUS-TEA-00.

           INITIALIZE PTEAMMF OF PTEAMM-P.
           START    PTEAMM-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-TEA-90
           END-IF.

       AUS-TEA-20.
           READ     PTEAMM-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO AUS-TEA-90
           END-IF.

           IF       TEAM-ANZ = ZEROES
                    GO TO AUS-TEA-25
           END-IF.
           IF       TMTEAM OF PTEAMM-P = TT-TEAM(TEAM-ANZ)
                    GO TO AUS-TEA-30
           END-IF.

       AUS-TEA-25.
           IF       TEAM-ANZ NOT < 50
                    GO TO AUS-TEA-90
           END-IF.
           ADD      1 TO TEAM-ANZ.
           MOVE     TMTEAM OF PTEAMM-P TO TT-TEAM(TEAM-ANZ).

       AUS-TEA-30.
           ADD      1 TO TT-MITGL(TEAM-ANZ).

           IF       TMLEAD OF PTEAMM-P = "J"
                    PERFORM MERKE-LEITUNG
           END-IF.

      * AKTUELLER GLEITZEITSALDO DES MITGLIEDS
           INITIALIZE PZEITSALF OF PZEITSAL-P.
           MOVE     TMUSER OF PTEAMM-P TO SAUSER OF PZEITSAL-P.
           READ     PZEITSAL-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    ADD SASECS OF PZEITSAL-P TO TT-SECS(TEAM-ANZ)
           END-IF.

           PERFORM  ZAEHLE-ABWESENHEIT.

           GO TO    AUS-TEA-20.

       AUS-TEA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TEAMLEITUNG EINMAL IN DIE EMPFAENGERLISTE AUFNEHMEN
      *--------------------------------------------------------------
       MERKE-LEITUNG SECTION.
       MRK-LEI-00.

           MOVE     1 TO LEIT-IDX.

       MRK-LEI-20.
           IF       LEIT-IDX > LEIT-ANZ
                    GO TO MRK-LEI-80
           END-IF.
           IF       LEIT-USER(LEIT-IDX) = TMUSER OF PTEAMM-P
                    GO TO MRK-LEI-90
           END-IF.
           ADD      1 TO LEIT-IDX.
           GO TO    MRK-LEI-20.

       MRK-LEI-80.
           IF       LEIT-ANZ < 100
                    ADD  1 TO LEIT-ANZ
                    MOVE TMUSER OF PTEAMM-P TO LEIT-USER(LEIT-ANZ)
           END-IF.

       MRK-LEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GENEHMIGTE ABWESENHEITSTAGE DES MITGLIEDS AN ARBEITSTAGEN
      *--------------------------------------------------------------
       ZAEHLE-ABWESENHEIT SECTION.
       ZAE-ABW-00.

           INITIALIZE PZEITABWF OF PZEITABW-P.
           MOVE     TMUSER OF PTEAMM-P TO AWUSER  OF PZEITABW-P.
           MOVE     VON-DATUM          TO AWDATUM OF PZEITABW-P.
           START    PZEITABW-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO ZAE-ABW-90
           END-IF.

       ZAE-ABW-20.
           READ     PZEITABW-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      AWUSER  OF PZEITABW-P NOT = TMUSER OF PTEAMM-P
            OR      AWDATUM OF PZEITABW-P > BIS-DATUM
                    GO TO ZAE-ABW-90
           END-IF.

           IF       AWSTAT OF PZEITABW-P NOT = "G"
                    GO TO ZAE-ABW-20
           END-IF.

           MOVE     AWDATUM OF PZEITABW-P TO DATUM-WRK.
           PERFORM  MONAT-INDEX.
           IF       MON-IDX = ZEROES
                    GO TO ZAE-ABW-20
           END-IF.

           PERFORM  PRUEFE-ARBEITSTAG.
           IF       ARBTAG-SW = "J"
                    ADD 1 TO TT-ABWT(TEAM-ANZ, MON-IDX)
           END-IF.

           GO TO    ZAE-ABW-20.

       ZAE-ABW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABGELEITETE WERTE: MEDIAN, QUOTEN, MITTELWERTE, SALDO
      *--------------------------------------------------------------
       BERECHNE-QUOTEN SECTION.
       BER-QUO-00.

           MOVE     1 TO MON-IDX.

       BER-QUO-20.
      * ZAEHLER SIND IMMER VORHANDEN
           MOVE     1 TO KPI-IDX.

       BER-QUO-25.
           MOVE     "J" TO GES-DA(KPI-IDX, MON-IDX).
           IF       KPI-IDX < 10
                    ADD  1 TO KPI-IDX
                    GO TO BER-QUO-25
           END-IF.

      * MEDIAN DES CR-ALTERS
           MOVE     MED-ANZ(MON-IDX) TO MED-POS.
           EVALUATE TRUE
                    WHEN MED-POS = ZEROES
                         MOVE ZEROES TO GES-WERT(3, MON-IDX)
                         MOVE "N"    TO GES-DA(3, MON-IDX)
                    WHEN FUNCTION MOD(MED-POS, 2) = 1
                         COMPUTE MED-POS = (MED-POS + 1) / 2
                         MOVE MED-ALTER(MON-IDX, MED-POS)
                           TO GES-WERT(3, MON-IDX)
                    WHEN OTHER
                         COMPUTE MED-POS  = MED-POS / 2
                         COMPUTE MED-POS2 = MED-POS + 1
                         COMPUTE GES-WERT(3, MON-IDX) =
                                 (MED-ALTER(MON-IDX, MED-POS)
                                + MED-ALTER(MON-IDX, MED-POS2)) / 2
           END-EVALUATE.

      * FEHLERQUOTE DER UMWANDLUNGEN
           IF       GES-WERT(4, MON-IDX) > ZEROES
                    COMPUTE GES-WERT(5, MON-IDX) ROUNDED =
                            UMW-FEHL(MON-IDX) * 100
                          / GES-WERT(4, MON-IDX)
           ELSE
                    MOVE "N" TO GES-DA(5, MON-IDX)
           END-IF.

      * MITTLERE QUITTIERZEIT
           IF       ALR-ANZ(MON-IDX) > ZEROES
                    COMPUTE GES-WERT(9, MON-IDX) ROUNDED =
                            ALR-SUMME(MON-IDX) / ALR-ANZ(MON-IDX)
           ELSE
                    MOVE "N" TO GES-DA(9, MON-IDX)
           END-IF.

           IF       MON-IDX < 7
                    ADD  1 TO MON-IDX
                    GO TO BER-QUO-20
           END-IF.

      * JE TEAM ABWESENHEITSQUOTE UND SALDO
           MOVE     ZEROES TO TEAM-IDX.

       BER-QUO-40.
           IF       TEAM-IDX NOT < TEAM-ANZ
                    GO TO BER-QUO-90
           END-IF.
           ADD      1 TO TEAM-IDX.
           MOVE     1 TO MON-IDX.

       BER-QUO-50.
           COMPUTE  NENNER-WRK = TT-MITGL(TEAM-IDX) * MON-ARBT(MON-IDX).
           IF       NENNER-WRK > ZEROES
                    COMPUTE TT-WERT(TEAM-IDX, 1, MON-IDX) ROUNDED =
                            TT-ABWT(TEAM-IDX, MON-IDX) * 100
                          / NENNER-WRK
                    MOVE "J" TO TT-DA(TEAM-IDX, 1, MON-IDX)
           ELSE
                    MOVE "N" TO TT-DA(TEAM-IDX, 1, MON-IDX)
           END-IF.

      * DER SALDO IST EIN STICHTAGSWERT UND GILT NUR FUER DEN
      * BERICHTSMONAT; VORMONATE KOMMEN AUS PKPIMON
           IF       MON-IDX = 7
                    COMPUTE TT-WERT(TEAM-IDX, 2, MON-IDX) ROUNDED =
                            TT-SECS(TEAM-IDX) / 3600
                    MOVE "J" TO TT-DA(TEAM-IDX, 2, MON-IDX)
           ELSE
                    MOVE "N" TO TT-DA(TEAM-IDX, 2, MON-IDX)
           END-IF.

           IF       MON-IDX < 7
                    ADD  1 TO MON-IDX
                    GO TO BER-QUO-50
           END-IF.

           GO TO    BER-QUO-40.

       BER-QUO-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GESAMTKENNZAHLEN MIT PKPIMON ABGLEICHEN
      *--------------------------------------------------------------
       ABGLEICH-GESAMT SECTION.
       ABG-GES-00.

           MOVE     1 TO KPI-IDX.

       ABG-GES-20.
           MOVE     1 TO MON-IDX.

       ABG-GES-30.
           MOVE     KPI-ID(KPI-IDX)           TO SN-KPI.
           MOVE     SPACES                    TO SN-TEAM.
           MOVE     GES-WERT(KPI-IDX, MON-IDX) TO SN-WERT.
           MOVE     GES-DA(KPI-IDX, MON-IDX)   TO SN-DA.
           PERFORM  ABGLEICH-WERT.
           MOVE     SN-WERT TO GES-WERT(KPI-IDX, MON-IDX).
           MOVE     SN-DA   TO GES-DA(KPI-IDX, MON-IDX).

           IF       MON-IDX < 7
                    ADD  1 TO MON-IDX
                    GO TO ABG-GES-30
           END-IF.

           IF       KPI-IDX < 10
                    ADD  1 TO KPI-IDX
                    GO TO ABG-GES-20
           END-IF.

       ABG-GES-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TEAMKENNZAHLEN MIT PKPIMON ABGLEICHEN
      *--------------------------------------------------------------
       ABGLEICH-TEAMS SECTION.
       ABG-TEA-00.

           MOVE     ZEROES TO TEAM-IDX.

       ABG-TEA-20.
           IF       TEAM-IDX NOT < TEAM-ANZ
                    GO TO ABG-TEA-90
           END-IF.
           ADD      1 TO TEAM-IDX.
           MOVE     1 TO TK-IDX.

       ABG-TEA-30.
           MOVE     1 TO MON-IDX.
           COMPUTE  KPI-IDX = TK-IDX + 10.

       ABG-TEA-40.
           MOVE     KPI-ID(KPI-IDX)                 TO SN-KPI.
           MOVE     TT-TEAM(TEAM-IDX)               TO SN-TEAM.
           MOVE     TT-WERT(TEAM-IDX, TK-IDX, MON-IDX) TO SN-WERT.
           MOVE     TT-DA(TEAM-IDX, TK-IDX, MON-IDX)   TO SN-DA.
           PERFORM  ABGLEICH-WERT.
           MOVE     SN-WERT TO TT-WERT(TEAM-IDX, TK-IDX, MON-IDX).
           MOVE     SN-DA   TO TT-DA(TEAM-IDX, TK-IDX, MON-IDX).

           IF       MON-IDX < 7
                    ADD  1 TO MON-IDX
                    GO TO ABG-TEA-40
           END-IF.

           IF       TK-IDX < 2
                    ADD  1 TO TK-IDX
                    GO TO ABG-TEA-30
           END-IF.

           GO TO    ABG-TEA-20.

       ABG-TEA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EIN WERT (SN-KPI/SN-TEAM IM MONAT MON-IDX): DER BERICHTS-
      * MONAT WIRD IMMER FESTGESCHRIEBEN, FUER EINEN VORMONAT GILT
      * DER GESPEICHERTE STAND; FEHLT ER, WIRD DER ERMITTELTE WERT
      * NACHGETRAGEN
      *--------------------------------------------------------------
       ABGLEICH-WERT SECTION.
       ABG-WRT-00.

           INITIALIZE PKPIMONF OF PKPIMON-P.
           MOVE     MON-JAHR(MON-IDX) TO KMJAHR OF PKPIMON-P.
           MOVE     MON-MON(MON-IDX)  TO KMMON  OF PKPIMON-P.
           MOVE     SN-KPI            TO KMKPI  OF PKPIMON-P.
           MOVE     SN-TEAM           TO KMTEAM OF PKPIMON-P.
           READ     PKPIMON-DP.
           IF       FILE-STATUS = ZEROES
                    IF   MON-IDX < 7
                         MOVE KMWERT OF PKPIMON-P TO SN-WERT
                         MOVE "J"                 TO SN-DA
                         GO TO ABG-WRT-90
                    END-IF
                    IF   SN-DA NOT = "J"
                         GO TO ABG-WRT-90
                    END-IF
                    MOVE SN-WERT TO KMWERT OF PKPIMON-P
                    MOVE T-USER  TO KMAUSR OF PKPIMON-P
                    MOVE PGM-WRK TO KMAPGM OF PKPIMON-P
                    MOVE DATE-8  TO KMADTA OF PKPIMON-P
                    MOVE TIME-6  TO KMATIA OF PKPIMON-P
                    REWRITE PKPIMON-P
                    GO TO ABG-WRT-90
           END-IF.

           IF       SN-DA NOT = "J"
                    GO TO ABG-WRT-90
           END-IF.

           INITIALIZE PKPIMONF OF PKPIMON-P.
           MOVE     MON-JAHR(MON-IDX) TO KMJAHR OF PKPIMON-P.
           MOVE     MON-MON(MON-IDX)  TO KMMON  OF PKPIMON-P.
           MOVE     SN-KPI            TO KMKPI  OF PKPIMON-P.
           MOVE     SN-TEAM           TO KMTEAM OF PKPIMON-P.
           MOVE     SN-WERT           TO KMWERT OF PKPIMON-P.
           MOVE     T-USER            TO KMAUSR OF PKPIMON-P.
           MOVE     PGM-WRK           TO KMAPGM OF PKPIMON-P.
           MOVE     DATE-8            TO KMADTA OF PKPIMON-P.
           MOVE     TIME-6            TO KMATIA OF PKPIMON-P.
           WRITE    PKPIMON-P.

       ABG-WRT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BERICHTSZEILEN: GESAMTKENNZAHLEN, DANN JE TEAM
      *--------------------------------------------------------------
       BAUE-ZEILEN SECTION.
       BAU-ZEI-00.

           MOVE     1 TO KPI-IDX.

       BAU-ZEI-20.
           MOVE     SPACES TO ZL-TEAM.
           MOVE     1 TO MON-IDX.

       BAU-ZEI-25.
           MOVE     GES-WERT(KPI-IDX, MON-IDX) TO ZL-WERT(MON-IDX).
           MOVE     GES-DA(KPI-IDX, MON-IDX)   TO ZL-DA(MON-IDX).
           IF       MON-IDX < 7
                    ADD  1 TO MON-IDX
                    GO TO BAU-ZEI-25
           END-IF.

           PERFORM  AUFBEREITEN-ZEILE.

           IF       KPI-IDX < 10
                    ADD  1 TO KPI-IDX
                    GO TO BAU-ZEI-20
           END-IF.

           MOVE     ZEROES TO TEAM-IDX.

       BAU-ZEI-40.
           IF       TEAM-IDX NOT < TEAM-ANZ
                    GO TO BAU-ZEI-90
           END-IF.
           ADD      1 TO TEAM-IDX.
           MOVE     1 TO TK-IDX.

       BAU-ZEI-50.
           COMPUTE  KPI-IDX = TK-IDX + 10.
           MOVE     TT-TEAM(TEAM-IDX) TO ZL-TEAM.
           MOVE     1 TO MON-IDX.

       BAU-ZEI-55.
           MOVE     TT-WERT(TEAM-IDX, TK-IDX, MON-IDX)
                    TO ZL-WERT(MON-IDX).
           MOVE     TT-DA(TEAM-IDX, TK-IDX, MON-IDX)
                    TO ZL-DA(MON-IDX).
           IF       MON-IDX < 7
                    ADD  1 TO MON-IDX
                    GO TO BAU-ZEI-55
           END-IF.

           PERFORM  AUFBEREITEN-ZEILE.

           IF       TK-IDX < 2
                    ADD  1 TO TK-IDX
                    GO TO BAU-ZEI-50
           END-IF.

           GO TO    BAU-ZEI-40.

       BAU-ZEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE ZEILE (KPI-IDX, ZL-TEAM, ZL-WERTE) MIT MITTEL DER
      * VORMONATE UND TENDENZ DES BERICHTSMONATS AUFBEREITEN
      *--------------------------------------------------------------
       AUFBEREITEN-ZEILE SECTION.
       AUF-ZEI-00.

           IF       RPT-ANZ NOT < 110
                    GO TO AUF-ZEI-90
           END-IF.
           ADD      1 TO RPT-ANZ.

           INITIALIZE RPT-EINTRAG(RPT-ANZ).
           MOVE     KPI-ID(KPI-IDX)  TO RP-KPI(RPT-ANZ).
           MOVE     KPI-BEZ(KPI-IDX) TO RP-BEZ(RPT-ANZ).
           MOVE     ZL-TEAM          TO RP-TEAM(RPT-ANZ).
           MOVE     KPI-DEZ(KPI-IDX) TO FMT-DEZ.

           INITIALIZE ZL-SUMME, ZL-ANZ.
           MOVE     1 TO MON-IDX.

       AUF-ZEI-20.
           MOVE     ZL-WERT(MON-IDX) TO FMT-WERT.
           MOVE     ZL-DA(MON-IDX)   TO FMT-DA.
           PERFORM  FORMATIERE-WERT.
           MOVE     FMT-TEXT TO RP-TEXT(RPT-ANZ, MON-IDX).

           IF       MON-IDX < 7
            AND     ZL-DA(MON-IDX) = "J"
                    ADD  ZL-WERT(MON-IDX) TO ZL-SUMME
                    ADD  1 TO ZL-ANZ
           END-IF.

           IF       MON-IDX < 7
                    ADD  1 TO MON-IDX
                    GO TO AUF-ZEI-20
           END-IF.

      * OHNE VORMONATSWERTE KEIN MITTEL UND KEINE TENDENZ
           IF       ZL-ANZ = ZEROES
                    GO TO AUF-ZEI-90
           END-IF.

           COMPUTE  ZL-MITTEL ROUNDED = ZL-SUMME / ZL-ANZ.
           MOVE     ZL-MITTEL TO FMT-WERT.
           MOVE     1         TO FMT-DEZ.
           MOVE     "J"       TO FMT-DA.
           PERFORM  FORMATIERE-WERT.
           MOVE     FMT-TEXT  TO RP-MITTEL(RPT-ANZ).

           IF       ZL-DA(7) NOT = "J"
                    GO TO AUF-ZEI-90
           END-IF.

           EVALUATE TRUE
                    WHEN ZL-WERT(7) > ZL-MITTEL
                         MOVE "+" TO RP-TREND(RPT-ANZ)
                    WHEN ZL-WERT(7) < ZL-MITTEL
                         MOVE "-" TO RP-TREND(RPT-ANZ)
                    WHEN OTHER
                         MOVE "=" TO RP-TREND(RPT-ANZ)
           END-EVALUATE.

       AUF-ZEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FMT-WERT MIT FMT-DEZ NACHKOMMASTELLEN NACH FMT-TEXT,
      * NICHT VORHANDENE WERTE BLEIBEN LEER
      *--------------------------------------------------------------
       FORMATIERE-WERT SECTION.
       FMT-WRT-00.

           MOVE     SPACES TO FMT-TEXT.

           IF       FMT-DA NOT = "J"
                    GO TO FMT-WRT-90
           END-IF.

           IF       FMT-DEZ = ZEROES
                    COMPUTE EDIT-GANZ ROUNDED = FMT-WERT
                    MOVE    EDIT-GANZ TO FMT-TEXT
           ELSE
                    COMPUTE EDIT-DEZ  ROUNDED = FMT-WERT
                    MOVE    EDIT-DEZ  TO FMT-TEXT
           END-IF.

       FMT-WRT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * CSV-DATEI PKPICSV MIT KOPFZEILE UND ALLEN BERICHTSZEILEN
      *--------------------------------------------------------------
       SCHREIBE-CSV SECTION.
       SCH-CSV-00.

           OPEN     OUTPUT PKPICSV-DP.

      * KOPFZEILE MIT DEN MONATEN
           MOVE     SPACES TO ZEILE-WRK.
           MOVE     1      TO ZEILE-POS.
           STRING   "KPI;TEAM;"                  DELIMITED BY SIZE
             INTO   ZEILE-WRK WITH POINTER ZEILE-POS
           END-STRING.
           MOVE     1 TO MON-IDX.

       SCH-CSV-10.
           STRING   MON-TEXT(MON-IDX)            DELIMITED BY SPACES
                    ";"                          DELIMITED BY SIZE
             INTO   ZEILE-WRK WITH POINTER ZEILE-POS
           END-STRING.
           IF       MON-IDX < 7
                    ADD  1 TO MON-IDX
                    GO TO SCH-CSV-10
           END-IF.

           STRING   "MITTEL;TENDENZ"             DELIMITED BY SIZE
             INTO   ZEILE-WRK WITH POINTER ZEILE-POS
           END-STRING.
           PERFORM  SCHREIBE-CSV-ZEILE.

           MOVE     ZEROES TO RPT-IDX.

       SCH-CSV-20.
           IF       RPT-IDX NOT < RPT-ANZ
                    GO TO SCH-CSV-80
           END-IF.
           ADD      1 TO RPT-IDX.

           MOVE     SPACES TO ZEILE-WRK.
           MOVE     1      TO ZEILE-POS.
           STRING   RP-KPI(RPT-IDX)              DELIMITED BY SPACES
                    ";"                          DELIMITED BY SIZE
                    RP-TEAM(RPT-IDX)             DELIMITED BY SPACES
                    ";"                          DELIMITED BY SIZE
             INTO   ZEILE-WRK WITH POINTER ZEILE-POS
           END-STRING.
           MOVE     1 TO MON-IDX.

       SCH-CSV-30.
           STRING   FUNCTION TRIM(RP-TEXT(RPT-IDX, MON-IDX) LEADING)
                                                 DELIMITED BY SPACES
                    ";"                          DELIMITED BY SIZE
             INTO   ZEILE-WRK WITH POINTER ZEILE-POS
           END-STRING.
           IF       MON-IDX < 7
                    ADD  1 TO MON-IDX
                    GO TO SCH-CSV-30
           END-IF.

           STRING   FUNCTION TRIM(RP-MITTEL(RPT-IDX) LEADING)
                                                 DELIMITED BY SPACES
                    ";"                          DELIMITED BY SIZE
                    RP-TREND(RPT-IDX)            DELIMITED BY SPACES
             INTO   ZEILE-WRK WITH POINTER ZEILE-POS
           END-STRING.
           PERFORM  SCHREIBE-CSV-ZEILE.

           GO TO    SCH-CSV-20.

       SCH-CSV-80.
           CLOSE    PKPICSV-DP.

       SCH-CSV-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE ZEILE (ZEILE-WRK) IN DIE CSV-DATEI SCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-CSV-ZEILE SECTION.
       SCH-CSZ-00.

           INITIALIZE PKPICSV-P.
           MOVE     ZEILE-WRK TO PKPICSV-P.
           WRITE    PKPICSV-P.

       SCH-CSZ-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * CSV ALS KPI_<JJJJMM>.CSV (ANSI, CRLF) IN DEN KPI-ORDNER
      *--------------------------------------------------------------
       ABLEGEN-CSV SECTION.
       ABL-CSV-00.

      * ZIELVERZEICHNIS ANLEGEN (FEHLER WENN VORHANDEN, IGNORIERT)
           INITIALIZE RET-CODE.
           INITIALIZE CMDEXC-REC.
           STRING   "MKDIR DIR('"               DELIMITED BY SIZE
                    FUNCTION TRIM(KPI-PFAD)     DELIMITED BY SIZE
                    "')"                        DELIMITED BY SIZE
             INTO   COMMAND OF CMDEXC-REC
           END-STRING.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.

           INITIALIZE ZIEL-PFAD.
           STRING   FUNCTION TRIM(KPI-PFAD)     DELIMITED BY SIZE
                    "KPI_"                      DELIMITED BY SIZE
                    BER-JAHR                    DELIMITED BY SIZE
                    BER-MON                     DELIMITED BY SIZE
                    ".CSV"                      DELIMITED BY SIZE
             INTO   ZIEL-PFAD
           END-STRING.

           INITIALIZE QUELL-MBR.
           STRING   "/QSYS.LIB/"                DELIMITED BY SIZE
                    CONST-LIB                   DELIMITED BY SPACES
                    ".LIB/PKPICSV.FILE/PKPICSV.MBR"
                                                DELIMITED BY SIZE
             INTO   QUELL-MBR
           END-STRING.

           INITIALIZE RET-CODE.
           INITIALIZE CPYTOSTMF-REC.
           MOVE     QUELL-MBR  TO FROMMBR OF CPYTOSTMF-REC.
           MOVE     ZIEL-PFAD  TO TOFILE  OF CPYTOSTMF-REC.
           MOVE     "1252"     TO CCSID   OF CPYTOSTMF-REC.
           MOVE     "*CRLF"    TO LINFMT  OF CPYTOSTMF-REC.
           MOVE     "*REPLACE" TO CPYMODE OF CPYTOSTMF-REC.
           CALL     "CLP0073" USING CPYTOSTMF-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    INITIALIZE PCFGSTSF OF LOG-CPY
                    MOVE "PKPICSV" TO STFILE OF LOG-CPY
                    MOVE "WARN"    TO STKEY  OF LOG-CPY
                    MOVE ZIEL-PFAD TO STSTS  OF LOG-CPY
                    PERFORM COPY-WRITE-LOG-CPY
           END-IF.

       ABL-CSV-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PAKET AN JEDE TEAMLEITUNG DER EMPFAENGERLISTE
      *--------------------------------------------------------------
       VERTEILE-PAKET SECTION.
       VER-PAK-00.

           MOVE     ZEROES TO LEIT-IDX.

       VER-PAK-20.
           IF       LEIT-IDX NOT < LEIT-ANZ
                    GO TO VER-PAK-90
           END-IF.
           ADD      1 TO LEIT-IDX.

           MOVE     LEIT-USER(LEIT-IDX) TO HUB-USER.
           PERFORM  ZUSTELLEN-PAKET.

           GO TO    VER-PAK-20.

       VER-PAK-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SPOOL XXF2057 UND CSV PKPICSV AN HUB-USER UEBER XXP2030
      *--------------------------------------------------------------
       ZUSTELLEN-PAKET SECTION.
       ZUS-PAK-00.

      * AUSGABEWEG UEBER DIE DREHSCHEIBE XXP2030 BESTIMMEN
           INITIALIZE RET-CODE.
           MOVE     "V"       TO HUB-AKTION.
           MOVE     "XXF2057" TO HUB-PRTF.
           MOVE     X-OUTQ    TO HUB-OUTQ.
           CALL     "XXP2030" USING HUB-AKTION
                                    HUB-PRTF
                                    HUB-USER
                                    HUB-OUTQ
                                    RET-CODE
           END-CALL.

           OPEN     OUTPUT XXDRUCK-DAT.

      * KOPFZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "KOPF"      TO DRART   OF XXDRUCK-REC.
           MOVE     BER-JAHR    TO DRJAHR  OF XXDRUCK-REC.
           MOVE     BER-MON     TO DRMON   OF XXDRUCK-REC.
           MOVE     DATE-8      TO DRDATUM OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

      * SPALTENKOEPFE MIT DEN MONATEN
           INITIALIZE XXDRUCK-REC.
           MOVE     "SPALTEN"   TO DRART   OF XXDRUCK-REC.
           MOVE     MON-TEXT(1) TO DRW1    OF XXDRUCK-REC.
           MOVE     MON-TEXT(2) TO DRW2    OF XXDRUCK-REC.
           MOVE     MON-TEXT(3) TO DRW3    OF XXDRUCK-REC.
           MOVE     MON-TEXT(4) TO DRW4    OF XXDRUCK-REC.
           MOVE     MON-TEXT(5) TO DRW5    OF XXDRUCK-REC.
           MOVE     MON-TEXT(6) TO DRW6    OF XXDRUCK-REC.
           MOVE     MON-TEXT(7) TO DRW7    OF XXDRUCK-REC.
           MOVE     "MITTEL"    TO DRMITT  OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           MOVE     ZEROES TO RPT-IDX.

       ZUS-PAK-20.
           IF       RPT-IDX NOT < RPT-ANZ
                    GO TO ZUS-PAK-80
           END-IF.
           ADD      1 TO RPT-IDX.

           INITIALIZE XXDRUCK-REC.
           MOVE     "ZEILE"              TO DRART   OF XXDRUCK-REC.
           MOVE     RP-BEZ(RPT-IDX)      TO DRBEZ   OF XXDRUCK-REC.
           MOVE     RP-TEAM(RPT-IDX)     TO DRTEAM  OF XXDRUCK-REC.
           MOVE     RP-TEXT(RPT-IDX, 1)  TO DRW1    OF XXDRUCK-REC.
           MOVE     RP-TEXT(RPT-IDX, 2)  TO DRW2    OF XXDRUCK-REC.
           MOVE     RP-TEXT(RPT-IDX, 3)  TO DRW3    OF XXDRUCK-REC.
           MOVE     RP-TEXT(RPT-IDX, 4)  TO DRW4    OF XXDRUCK-REC.
           MOVE     RP-TEXT(RPT-IDX, 5)  TO DRW5    OF XXDRUCK-REC.
           MOVE     RP-TEXT(RPT-IDX, 6)  TO DRW6    OF XXDRUCK-REC.
           MOVE     RP-TEXT(RPT-IDX, 7)  TO DRW7    OF XXDRUCK-REC.
           MOVE     RP-MITTEL(RPT-IDX)   TO DRMITT  OF XXDRUCK-REC.
           MOVE     RP-TREND(RPT-IDX)    TO DRTREND OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           GO TO    ZUS-PAK-20.

       ZUS-PAK-80.
           CLOSE    XXDRUCK-DAT.

      * ZUSTELLUNG UND JOURNAL UEBER DIE DREHSCHEIBE ABSCHLIESSEN
           INITIALIZE RET-CODE.
           MOVE     "N" TO HUB-AKTION.
           CALL     "XXP2030" USING HUB-AKTION
                                    HUB-PRTF
                                    HUB-USER
                                    HUB-OUTQ
                                    RET-CODE
           END-CALL.

      * CSV ALS AUSGABEDATEI HINTERHER
           INITIALIZE RET-CODE.
           MOVE     "D"       TO HUB-AKTION.
           MOVE     "PKPICSV" TO HUB-PRTF.
           CALL     "XXP2030" USING HUB-AKTION
                                    HUB-PRTF
                                    HUB-USER
                                    HUB-OUTQ
                                    RET-CODE
           END-CALL.

           ADD      1 TO ANZ-EMPF.

       ZUS-PAK-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-CFG-CPY: LESEN DER KONFIGURATION
      *---------------------------------------------------------------

           COPY     CFGCPY     OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-WRITE-LOG-CPY: SCHREIBEN EINES LOG-EINTRAGS
      *---------------------------------------------------------------

           COPY     LOGCPY     OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-CHECK-DATE: PRUEFEN EINES DATUMS
      *---------------------------------------------------------------

           COPY     CHKDATE    OF APG-QCPYSRC.
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
