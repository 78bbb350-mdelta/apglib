       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP2058.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * KALENDER-ABO (ICS) JE TEAM UND JE USER ERZEUGEN               *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  NAECHTLICHER LAUF. FUER ALLE MITGLIEDER DER  *
      *                  TEAMS (PTEAMM) WERDEN IM ZEITRAUM HEUTE      *
      *                  MINUS PCONFIG ICS/ZEITRAUM CFIN02 TAGE       *
      *                  (STANDARD 30) BIS HEUTE PLUS CFIN01 TAGE     *
      *                  (STANDARD 180) DIE TERMINE GESAMMELT:        *
      *                  GENEHMIGTE ABWESENHEITEN (PZEITABW), BERUFS- *
      *                  SCHULWOCHEN (PAZUBDL), KUECHENDIENSTE        *
      *                  (PKDPLAN, GGF. DER TAUSCHPARTNER KDGUSR),    *
      *                  EVENTANMELDUNGEN (PEVENT/PEVTANM) UND        *
      *                  SCHULUNGSTAGE (PZEITABW ART "W" AUS          *
      *                  XXP0098). DER GRUND EINER ABWESENHEIT IST    *
      *                  PRIVAT UND ERSCHEINT NUR ALS "ABWESEND";     *
      *                  AUSGENOMMEN SIND DIENSTREISE (ART "D") UND   *
      *                  SCHULUNG (ART "W", MIT KURSTITEL). JE USER   *
      *                  ENTSTEHT USER_<USER>.ICS, JE TEAM            *
      *                  TEAM_<TEAM>.ICS MIT DEN TERMINEN ALLER       *
      *                  MITGLIEDER IM ORDNER PCONFIG ICS/PFAD        *
      *                  (STANDARD /EUPPROV2/PROTMPV2/KALENDER/).     *
      *                  DIE UID JEDES TERMINS WIRD AUS DEM           *
      *                  SCHLUESSEL DER QUELLE GEBILDET, DAMIT EIN    *
      *                  ABONNIERENDER KALENDER GEAENDERTE TERMINE    *
      *                  ERSETZT STATT SIE DOPPELT ANZUZEIGEN.        *
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
      * PAZUBDL: BDJAHR, BDKW, BDUSER (BERUFSSCHULWOCHEN)
      *-------------------------------------------------------------
           SELECT PAZUBDL-DP
                  ASSIGN       TO  DATABASE-PAZUBDL
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

      *-------------------------------------------------------------
      * PEVENT: EVLFDN (EVENTS)
      *-------------------------------------------------------------
           SELECT PEVENT-DP
                  ASSIGN       TO  DATABASE-PEVENT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PEVTANM: EAEVT, EAUSER (EVENT-ANMELDUNGEN)
      *-------------------------------------------------------------
           SELECT PEVTANM-DP
                  ASSIGN       TO  DATABASE-PEVTANM
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCFGDAT: DTLFDN, DTKW, DTWOTA
      *-------------------------------------------------------------
           SELECT PCFGDAT-DP
                  ASSIGN       TO  DATABASE-PCFGDAT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * TEMPORAERE DATEI FUER DEN ICALENDAR-EXPORT
      *-------------------------------------------------------------
           SELECT PTMPICS-DP
                  ASSIGN       TO  DATABASE-PTMPICS
                  ORGANIZATION IS  SEQUENTIAL
                  ACCESS       IS  SEQUENTIAL
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
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
      *--- PAZUBDL: BDJAHR, BDKW, BDUSER
       FD  PAZUBDL-DP
           LABEL RECORDS ARE STANDARD.
       01  PAZUBDL-P.
           COPY DDS-ALL-FORMATS OF PAZUBDL.
      /
      *--- PKDPLAN: KDDATE, KDTYP, KDUSER
       FD  PKDPLAN-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDPLAN-P.
           COPY DDS-ALL-FORMATS OF PKDPLAN.
      /
      *--- PEVENT: EVLFDN
       FD  PEVENT-DP
           LABEL RECORDS ARE STANDARD.
       01  PEVENT-P.
           COPY DDS-ALL-FORMATS OF PEVENT.
      /
      *--- PEVTANM: EAEVT, EAUSER
       FD  PEVTANM-DP
           LABEL RECORDS ARE STANDARD.
       01  PEVTANM-P.
           COPY DDS-ALL-FORMATS OF PEVTANM.
      /
      *--- PCFGDAT: DTLFDN, DTKW, DTWOTA
       FD  PCFGDAT-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGDAT-P.
           COPY DDS-ALL-FORMATS OF PCFGDAT.
      /
      *--- TEMPORAERE DATEI ICALENDAR-EXPORT
       FD  PTMPICS-DP
           LABEL RECORDS ARE STANDARD.
       01  PTMPICS-P.
           COPY DDS-ALL-FORMATS OF PTMPICS.
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

       01  PGM-WRK                       PIC X(10) VALUE "XXP2058".
       01  PGM-TYP                       PIC X(8)  VALUE "BATCH".

      * PARAMETER FUER CL-PROGRAMME
       01  CMDEXC-REC                    TYPE CMDEXC-TYPE.
       01  CRTPF-REC                     TYPE CRTPF-TYPE.
       01  CPYTOSTMF-REC                 TYPE CPYTOSTMF-TYPE.
       01  DLTF-REC                      TYPE DLTF-TYPE.

      * ZEITRAUM UND ABLAGEORDNER
       01  TAGE-VOR                      PIC 9(4).
       01  TAGE-ZURUECK                  PIC 9(4).
       01  VON-DATUM                     PIC 9(8).
       01  BIS-DATUM                     PIC 9(8).
       01  TAG-INT                       PIC S9(9)  BINARY.
       01  ICS-PFAD                      PIC X(64).
       01  ZIEL-PFAD                     PIC X(128).

      * ALLE TEAMMITGLIEDER (JE USER EINE DATEI)
       01  USR-ANZ                       PIC 9(4)   BINARY.
       01  USR-IDX                       PIC 9(4)   BINARY.
       01  USR-TAB.
        05 USR-ID                        PIC X(10)  OCCURS 500 TIMES.
       01  USR-SUCH                      PIC X(10).
       01  USR-GEF                       PIC X(1).

      * MONTAG JE JAHR/KW DER BERUFSSCHULWOCHEN
       01  MO-ANZ                        PIC 9(3)   BINARY.
       01  MO-IDX                        PIC 9(3)   BINARY.
       01  MO-TAB.
        05 MO-EINTRAG                    OCCURS 200 TIMES.
         10 MO-JAHR                      PIC 9(4).
         10 MO-KW                        PIC 9(2).
         10 MO-DATUM                     PIC 9(8).
       01  MO-JAHR-WRK                   PIC 9(4).
       01  MO-FREITAG                    PIC 9(8).

      * GESAMMELTE TERMINE
       01  EVT-MAX                       PIC 9(5)   VALUE 9999.
       01  EVT-ANZ                       PIC 9(5)   BINARY.
       01  EVT-IDX                       PIC 9(5)   BINARY.
       01  EVT-VOLL                      PIC X(1).
       01  EVT-TAB.
        05 EVT-EINTRAG                   OCCURS 9999 TIMES.
         10 EV-USER                      PIC X(10).
         10 EV-UID                       PIC X(40).
         10 EV-DATUM                     PIC 9(8).
         10 EV-TAGE                      PIC 9(2).
         10 EV-TEXT                      PIC X(50).

      * NEUER TERMIN
       01  NEU-USER                      PIC X(10).
       01  NEU-UID                       PIC X(40).
       01  NEU-DATUM                     PIC 9(8).
       01  NEU-TAGE                      PIC 9(2).
       01  NEU-TEXT                      PIC X(50).
       01  KD-DIENST-USER                PIC X(10).
       01  EVT-NR-TXT                    PIC 9(9).

      * AUSGABE EINER DATEI
       01  DATEI-NAME                    PIC X(40).
       01  KAL-NAME                      PIC X(40).
       01  AKT-TEAM                      PIC X(10).
       01  MIT-PRAEFIX                   PIC X(1).
       01  ICS-ZEILE                     PIC X(200).
       01  ANZ-DATEIEN-USER              PIC 9(5).
       01  ANZ-DATEIEN-TEAM              PIC 9(5).
       01  ANZ-TERMINE                   PIC 9(5).

      * TEXT MIT ICS-MASKIERUNG VON \ , ;
       01  ESC-QUELLE                    PIC X(70).
       01  ESC-ZIEL                      PIC X(140).
       01  ESC-POS                       PIC 9(3)   BINARY.
       01  ESC-ZPOS                      PIC 9(3)   BINARY.
       01  ESC-LEN                       PIC 9(3)   BINARY.
      /
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP2058" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           PERFORM  COPY-GET-TIME.

           INITIALIZE USR-ANZ, MO-ANZ, EVT-ANZ.
           INITIALIZE ANZ-DATEIEN-USER, ANZ-DATEIEN-TEAM.
           MOVE     "N" TO EVT-VOLL.

           PERFORM  LESEN-EINSTELLUNGEN.

           OPEN     INPUT  PTEAMM-DP
                           PZEITABW-DP
                           PAZUBDL-DP
                           PKDPLAN-DP
                           PEVENT-DP
                           PEVTANM-DP
                           PCFGDAT-DP.

      * MITGLIEDER ALLER TEAMS UND IHRE TERMINE SAMMELN
           PERFORM  LESEN-MITGLIEDER.
           IF       USR-ANZ = ZEROES
                    GO TO ENDE
           END-IF.

           PERFORM  SAMMLE-ABWESENHEITEN.
           PERFORM  LADE-MONTAGE.
           PERFORM  SAMMLE-SCHULE.
           PERFORM  SAMMLE-KUECHE.
           PERFORM  SAMMLE-EVENTS.

           IF       EVT-VOLL = "J"
                    INITIALIZE PCFGSTSF OF LOG-CPY
                    MOVE "PTMPICS" TO STFILE OF LOG-CPY
                    MOVE "WARN"    TO STKEY  OF LOG-CPY
                    MOVE "TERMINTABELLE VOLL, NICHT ALLE TERMINE"
                                   TO STSTS  OF LOG-CPY
                    PERFORM COPY-WRITE-LOG-CPY
           END-IF.

      * ARBEITSDATEI UND ZIELORDNER, DANN DIE DATEIEN SCHREIBEN
           PERFORM  ERSTELLE-ARBEITSDATEI.
           PERFORM  SCHREIBE-USER-DATEIEN.
           PERFORM  SCHREIBE-TEAM-DATEIEN.

           MOVE     EVT-ANZ   TO ANZ-TERMINE.
           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PTMPICS" TO STFILE OF LOG-CPY.
           MOVE     "INFO"    TO STKEY  OF LOG-CPY.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "KALENDER: "                 DELIMITED BY SIZE
                    ANZ-DATEIEN-TEAM             DELIMITED BY SIZE
                    " TEAMS, "                   DELIMITED BY SIZE
                    ANZ-DATEIEN-USER             DELIMITED BY SIZE
                    " USER, "                    DELIMITED BY SIZE
                    ANZ-TERMINE                  DELIMITED BY SIZE
                    " TERMINE"                   DELIMITED BY SIZE
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       ENDE.
           CLOSE    PTEAMM-DP
                    PZEITABW-DP
                    PAZUBDL-DP
                    PKDPLAN-DP
                    PEVENT-DP
                    PEVTANM-DP
                    PCFGDAT-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ZEITRAUM UND ABLAGEORDNER AUS PCONFIG ICS
      *--------------------------------------------------------------
       LESEN-EINSTELLUNGEN SECTION.
       LES-EIN-00.

           MOVE     180 TO TAGE-VOR.
           MOVE     30  TO TAGE-ZURUECK.
           MOVE     "/EUPPROV2/PROTMPV2/KALENDER/" TO ICS-PFAD.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "ICS"       TO CFID  OF CFG-CPY.
           MOVE     "ZEITRAUM"  TO CFKEY OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY NOT = ZEROES
                    IF   CFIN01 OF CFG-CPY > ZEROES
                     AND CFIN01 OF CFG-CPY < 1000
                         MOVE CFIN01 OF CFG-CPY TO TAGE-VOR
                    END-IF
                    IF   CFIN02 OF CFG-CPY > ZEROES
                     AND CFIN02 OF CFG-CPY < 1000
                         MOVE CFIN02 OF CFG-CPY TO TAGE-ZURUECK
                    END-IF
           END-IF.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "ICS"       TO CFID  OF CFG-CPY.
           MOVE     "PFAD"      TO CFKEY OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY NOT = ZEROES
            AND     CFTXT1 OF CFG-CPY NOT = SPACES
                    MOVE CFTXT1 OF CFG-CPY TO ICS-PFAD
           END-IF.

           COMPUTE  TAG-INT   = FUNCTION INTEGER-OF-DATE(DATE-8)
                              - TAGE-ZURUECK.
           COMPUTE  VON-DATUM = FUNCTION DATE-OF-INTEGER(TAG-INT).
           COMPUTE  TAG-INT   = FUNCTION INTEGER-OF-DATE(DATE-8)
                              + TAGE-VOR.
           COMPUTE  BIS-DATUM = FUNCTION DATE-OF-INTEGER(TAG-INT).

       LES-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE USER, DIE IN MINDESTENS EINEM TEAM SIND
      *--------------------------------------------------------------
       LESEN-MITGLIEDER SECTION.
       LES-MIT-00.

           INITIALIZE PTEAMMF OF PTEAMM-P.
           START    PTEAMM-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-MIT-90
           END-IF.

       LES-MIT-20.
           READ     PTEAMM-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-MIT-90
           END-IF.

           MOVE     TMUSER OF PTEAMM-P TO USR-SUCH.
           PERFORM  SUCHE-USER.
           IF       USR-GEF = "J"
                    GO TO LES-MIT-20
           END-IF.

           IF       USR-ANZ < 500
                    ADD  1 TO USR-ANZ
                    MOVE TMUSER OF PTEAMM-P TO USR-ID(USR-ANZ)
           END-IF.

           GO TO    LES-MIT-20.

       LES-MIT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * IST USR-SUCH EIN TEAMMITGLIED? (USR-GEF = "J")
      *--------------------------------------------------------------
       SUCHE-USER SECTION.
       SUC-USR-00.

           MOVE     "N" TO USR-GEF.
           MOVE     1   TO USR-IDX.

       SUC-USR-20.
           IF       USR-IDX > USR-ANZ
                    GO TO SUC-USR-90
           END-IF.
           IF       USR-ID(USR-IDX) = USR-SUCH
                    MOVE "J" TO USR-GEF
                    GO TO SUC-USR-90
           END-IF.
           ADD      1 TO USR-IDX.
           GO TO    SUC-USR-20.

       SUC-USR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GENEHMIGTE ABWESENHEITEN JE MITGLIED, EIN TERMIN JE TAG
      *--------------------------------------------------------------
       SAMMLE-ABWESENHEITEN SECTION.
       SAM-ABW-00.

           MOVE     ZEROES TO USR-IDX.

       SAM-ABW-10.
           IF       USR-IDX NOT < USR-ANZ
                    GO TO SAM-ABW-90
           END-IF.
           ADD      1 TO USR-IDX.

           INITIALIZE PZEITABWF OF PZEITABW-P.
           MOVE     USR-ID(USR-IDX) TO AWUSER  OF PZEITABW-P.
           MOVE     VON-DATUM       TO AWDATUM OF PZEITABW-P.
           START    PZEITABW-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SAM-ABW-10
           END-IF.

       SAM-ABW-20.
           READ     PZEITABW-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      AWUSER  OF PZEITABW-P NOT = USR-ID(USR-IDX)
            OR      AWDATUM OF PZEITABW-P > BIS-DATUM
                    GO TO SAM-ABW-10
           END-IF.

           IF       AWSTAT OF PZEITABW-P NOT = "G"
                    GO TO SAM-ABW-20
           END-IF.

      * DER GRUND IST PRIVAT - NUR DIENSTREISE UND SCHULUNG SIND
      * DIENSTLICH UND WERDEN BENANNT
           INITIALIZE NEU-TEXT.
           EVALUATE AWART OF PZEITABW-P
                    WHEN "D"
                         MOVE "Dienstreise" TO NEU-TEXT
                    WHEN "W"
                         STRING "Schulung: "     DELIMITED BY SIZE
                                AWGRUND OF PZEITABW-P
                                                 DELIMITED BY SIZE
                           INTO NEU-TEXT
                         END-STRING
                    WHEN OTHER
                         MOVE "abwesend"    TO NEU-TEXT
           END-EVALUATE.

           MOVE     AWUSER  OF PZEITABW-P TO NEU-USER.
           MOVE     AWDATUM OF PZEITABW-P TO NEU-DATUM.
           MOVE     1                     TO NEU-TAGE.
           INITIALIZE NEU-UID.
           STRING   "ABW-"                       DELIMITED BY SIZE
                    AWUSER  OF PZEITABW-P        DELIMITED BY SPACES
                    "-"                          DELIMITED BY SIZE
                    AWDATUM OF PZEITABW-P        DELIMITED BY SIZE
             INTO   NEU-UID
           END-STRING.
           PERFORM  MERKE-TERMIN.

           GO TO    SAM-ABW-20.

       SAM-ABW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MONTAG JEDER KALENDERWOCHE IM ZEITRAUM (PLUS EINE WOCHE
      * DAVOR) MERKEN; EIN MONTAG IM DEZEMBER MIT KW 1 GEHOERT ZUM
      * FOLGEJAHR
      *--------------------------------------------------------------
       LADE-MONTAGE SECTION.
       LAD-MON-00.

           INITIALIZE PCFGDATF OF PCFGDAT-P.
           COMPUTE  TAG-INT = FUNCTION INTEGER-OF-DATE(VON-DATUM) - 7.
           COMPUTE  DTLFDN OF PCFGDAT-P =
                    FUNCTION DATE-OF-INTEGER(TAG-INT).
           START    PCFGDAT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-MON-90
           END-IF.

       LAD-MON-20.
           READ     PCFGDAT-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      DTLFDN OF PCFGDAT-P > BIS-DATUM
                    GO TO LAD-MON-90
           END-IF.

           IF       DTWOTA OF PCFGDAT-P NOT = 1
                    GO TO LAD-MON-20
           END-IF.

           IF       MO-ANZ NOT < 200
                    GO TO LAD-MON-90
           END-IF.

           MOVE     DTLFDN OF PCFGDAT-P(1:4) TO MO-JAHR-WRK.
           IF       DTKW OF PCFGDAT-P = 1
            AND     DTLFDN OF PCFGDAT-P(5:2) = "12"
                    ADD 1 TO MO-JAHR-WRK
           END-IF.

           ADD      1 TO MO-ANZ.
           MOVE     MO-JAHR-WRK         TO MO-JAHR(MO-ANZ).
           MOVE     DTKW OF PCFGDAT-P   TO MO-KW(MO-ANZ).
           MOVE     DTLFDN OF PCFGDAT-P TO MO-DATUM(MO-ANZ).

           GO TO    LAD-MON-20.

       LAD-MON-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BERUFSSCHULWOCHEN: EIN TERMIN MONTAG BIS FREITAG
      *--------------------------------------------------------------
       SAMMLE-SCHULE SECTION.
       SAM-SCH-00.

           IF       MO-ANZ = ZEROES
                    GO TO SAM-SCH-90
           END-IF.

           INITIALIZE PAZUBDLF OF PAZUBDL-P.
           MOVE     MO-JAHR(1) TO BDJAHR OF PAZUBDL-P.
           START    PAZUBDL-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SAM-SCH-90
           END-IF.

       SAM-SCH-20.
           READ     PAZUBDL-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      BDJAHR OF PAZUBDL-P > MO-JAHR(MO-ANZ)
                    GO TO SAM-SCH-90
           END-IF.

      * GELOESCHTE WOCHEN UND USER OHNE TEAM UEBERGEHEN
           IF       BDDEL OF PAZUBDL-P NOT = ZEROES
                    GO TO SAM-SCH-20
           END-IF.
           MOVE     BDUSER OF PAZUBDL-P TO USR-SUCH.
           PERFORM  SUCHE-USER.
           IF       USR-GEF NOT = "J"
                    GO TO SAM-SCH-20
           END-IF.

      * MONTAG DER WOCHE SUCHEN
           MOVE     1 TO MO-IDX.

       SAM-SCH-30.
           IF       MO-IDX > MO-ANZ
                    GO TO SAM-SCH-20
           END-IF.
           IF       MO-JAHR(MO-IDX) NOT = BDJAHR OF PAZUBDL-P
            OR      MO-KW(MO-IDX)   NOT = BDKW   OF PAZUBDL-P
                    ADD  1 TO MO-IDX
                    GO TO SAM-SCH-30
           END-IF.

      * NUR WOCHEN, DIE IN DEN ZEITRAUM REICHEN
           COMPUTE  TAG-INT = FUNCTION INTEGER-OF-DATE(MO-DATUM(MO-IDX))
                            + 4.
           COMPUTE  MO-FREITAG = FUNCTION DATE-OF-INTEGER(TAG-INT).
           IF       MO-FREITAG < VON-DATUM
                    GO TO SAM-SCH-20
           END-IF.

           MOVE     BDUSER OF PAZUBDL-P TO NEU-USER.
           MOVE     MO-DATUM(MO-IDX)    TO NEU-DATUM.
           MOVE     5                   TO NEU-TAGE.
           MOVE     "Berufsschule"      TO NEU-TEXT.
           INITIALIZE NEU-UID.
           STRING   "SCH-"                       DELIMITED BY SIZE
                    BDUSER OF PAZUBDL-P          DELIMITED BY SPACES
                    "-"                          DELIMITED BY SIZE
                    BDJAHR OF PAZUBDL-P          DELIMITED BY SIZE
                    "-"                          DELIMITED BY SIZE
                    BDKW   OF PAZUBDL-P          DELIMITED BY SIZE
             INTO   NEU-UID
           END-STRING.
           PERFORM  MERKE-TERMIN.

           GO TO    SAM-SCH-20.

       SAM-SCH-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KUECHENDIENSTE IM ZEITRAUM (BEI TAUSCH DER TAUSCHPARTNER)
      *--------------------------------------------------------------
       SAMMLE-KUECHE SECTION.
       SAM-KUE-00.

           INITIALIZE PKDPLANF OF PKDPLAN-P.
           MOVE     VON-DATUM TO KDDATE OF PKDPLAN-P.
           MOVE     SPACES    TO KDTYP  OF PKDPLAN-P.
           MOVE     SPACES    TO KDUSER OF PKDPLAN-P.
           START    PKDPLAN-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SAM-KUE-90
           END-IF.

       SAM-KUE-20.
           READ     PKDPLAN-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      KDDATE OF PKDPLAN-P > BIS-DATUM
                    GO TO SAM-KUE-90
           END-IF.

           IF       KDGUSR OF PKDPLAN-P NOT = SPACES
                    MOVE KDGUSR OF PKDPLAN-P TO KD-DIENST-USER
           ELSE
                    MOVE KDUSER OF PKDPLAN-P TO KD-DIENST-USER
           END-IF.
           MOVE     KD-DIENST-USER TO USR-SUCH.
           PERFORM  SUCHE-USER.
           IF       USR-GEF NOT = "J"
                    GO TO SAM-KUE-20
           END-IF.

      * DIE UID HAENGT AM PLATZ IM PLAN (DATUM/TYP/USER), DAMIT EIN
      * TAUSCH DEN TERMIN BEIM BISHERIGEN USER ERSETZT
           MOVE     KD-DIENST-USER      TO NEU-USER.
           MOVE     KDDATE OF PKDPLAN-P TO NEU-DATUM.
           MOVE     1                   TO NEU-TAGE.
           INITIALIZE NEU-TEXT.
           STRING   "Kuechendienst "             DELIMITED BY SIZE
                    KDTYP  OF PKDPLAN-P          DELIMITED BY SPACES
             INTO   NEU-TEXT
           END-STRING.
           INITIALIZE NEU-UID.
           STRING   "KD-"                        DELIMITED BY SIZE
                    KDDATE OF PKDPLAN-P          DELIMITED BY SIZE
                    "-"                          DELIMITED BY SIZE
                    KDTYP  OF PKDPLAN-P          DELIMITED BY SPACES
                    "-"                          DELIMITED BY SIZE
                    KDUSER OF PKDPLAN-P          DELIMITED BY SPACES
             INTO   NEU-UID
           END-STRING.
           PERFORM  MERKE-TERMIN.

           GO TO    SAM-KUE-20.

       SAM-KUE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EVENTS IM ZEITRAUM MIT ANGEMELDETEN TEAMMITGLIEDERN
      *--------------------------------------------------------------
       SAMMLE-EVENTS SECTION.
       SAM-EVT-00.

           INITIALIZE PEVENTF OF PEVENT-P.
           MOVE     ZEROES TO EVLFDN OF PEVENT-P.
           START    PEVENT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SAM-EVT-90
           END-IF.

       SAM-EVT-20.
           READ     PEVENT-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SAM-EVT-90
           END-IF.

           IF       EVDATUM OF PEVENT-P < VON-DATUM
            OR      EVDATUM OF PEVENT-P > BIS-DATUM
                    GO TO SAM-EVT-20
           END-IF.

      * STORNIERTE SERIENTERMINE ENTFALLEN
           IF       EVSTORN OF PEVENT-P = "J"
                    GO TO SAM-EVT-20
           END-IF.

           INITIALIZE PEVTANMF OF PEVTANM-P.
           MOVE     EVLFDN OF PEVENT-P TO EAEVT  OF PEVTANM-P.
           MOVE     SPACES             TO EAUSER OF PEVTANM-P.
           START    PEVTANM-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SAM-EVT-20
           END-IF.

       SAM-EVT-30.
           READ     PEVTANM-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      EAEVT OF PEVTANM-P NOT = EVLFDN OF PEVENT-P
                    GO TO SAM-EVT-20
           END-IF.

           MOVE     EAUSER OF PEVTANM-P TO USR-SUCH.
           PERFORM  SUCHE-USER.
           IF       USR-GEF NOT = "J"
                    GO TO SAM-EVT-30
           END-IF.

           MOVE     EAUSER  OF PEVTANM-P TO NEU-USER.
           MOVE     EVDATUM OF PEVENT-P  TO NEU-DATUM.
           MOVE     1                    TO NEU-TAGE.
           INITIALIZE NEU-TEXT.
           STRING   "Event: "                    DELIMITED BY SIZE
                    EVTITEL OF PEVENT-P          DELIMITED BY SIZE
             INTO   NEU-TEXT
           END-STRING.
           MOVE     EVLFDN OF PEVENT-P TO EVT-NR-TXT.
           INITIALIZE NEU-UID.
           STRING   "EVT-"                       DELIMITED BY SIZE
                    EVT-NR-TXT                   DELIMITED BY SIZE
                    "-"                          DELIMITED BY SIZE
                    EAUSER OF PEVTANM-P          DELIMITED BY SPACES
             INTO   NEU-UID
           END-STRING.
           PERFORM  MERKE-TERMIN.

           GO TO    SAM-EVT-30.

       SAM-EVT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NEUEN TERMIN IN DIE TABELLE UEBERNEHMEN
      *--------------------------------------------------------------
       MERKE-TERMIN SECTION.
       MRK-TER-00.

           IF       EVT-ANZ NOT < EVT-MAX
                    MOVE "J" TO EVT-VOLL
                    GO TO MRK-TER-90
           END-IF.

           ADD      1 TO EVT-ANZ.
           MOVE     NEU-USER  TO EV-USER(EVT-ANZ).
           MOVE     NEU-UID   TO EV-UID(EVT-ANZ).
           MOVE     NEU-DATUM TO EV-DATUM(EVT-ANZ).
           MOVE     NEU-TAGE  TO EV-TAGE(EVT-ANZ).
           MOVE     NEU-TEXT  TO EV-TEXT(EVT-ANZ).

       MRK-TER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ARBEITSDATEI QTEMP/PTMPICS NEU ANLEGEN, ZIELORDNER ANLEGEN
      *--------------------------------------------------------------
       ERSTELLE-ARBEITSDATEI SECTION.
       ERS-ARB-00.

           INITIALIZE RET-CODE.
           INITIALIZE DLTF-REC.
           MOVE     "PTMPICS"  TO FILENAME OF DLTF-REC.
           MOVE     "QTEMP"    TO LIBNAME  OF DLTF-REC.
           CALL     "CLP0044" USING DLTF-REC
                                    RET-CODE
           END-CALL.

           INITIALIZE RET-CODE.
           INITIALIZE CRTPF-REC.
           MOVE     "QTEMP"    TO TOLIB   OF CRTPF-REC.
           MOVE     "PTMPICS"  TO TOPGM   OF CRTPF-REC.
           MOVE     200        TO RECSIZE OF CRTPF-REC.
           CALL     "CLP0031" USING CRTPF-REC
                                    RET-CODE
           END-CALL.

      * ZIELVERZEICHNIS ANLEGEN (FEHLER WENN VORHANDEN, IGNORIERT)
           INITIALIZE RET-CODE.
           INITIALIZE CMDEXC-REC.
           STRING   "MKDIR DIR('"               DELIMITED BY SIZE
                    FUNCTION TRIM(ICS-PFAD)     DELIMITED BY SIZE
                    "')"                        DELIMITED BY SIZE
             INTO   COMMAND OF CMDEXC-REC
           END-STRING.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.

       ERS-ARB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * JE TEAMMITGLIED USER_<USER>.ICS MIT SEINEN TERMINEN
      *--------------------------------------------------------------
       SCHREIBE-USER-DATEIEN SECTION.
       SCH-USD-00.

           MOVE     "N"    TO MIT-PRAEFIX.
           MOVE     ZEROES TO USR-IDX.

       SCH-USD-20.
           IF       USR-IDX NOT < USR-ANZ
                    GO TO SCH-USD-90
           END-IF.
           ADD      1 TO USR-IDX.

           INITIALIZE DATEI-NAME, KAL-NAME.
           STRING   "USER_"                     DELIMITED BY SIZE
                    USR-ID(USR-IDX)             DELIMITED BY SPACES
                    ".ICS"                      DELIMITED BY SIZE
             INTO   DATEI-NAME
           END-STRING.
           STRING   "Termine "                  DELIMITED BY SIZE
                    USR-ID(USR-IDX)             DELIMITED BY SPACES
             INTO   KAL-NAME
           END-STRING.

           PERFORM  BEGINNE-KALENDER.
           MOVE     USR-ID(USR-IDX) TO USR-SUCH.
           PERFORM  SCHREIBE-TERMINE-USER.
           PERFORM  BEENDE-KALENDER.
           ADD      1 TO ANZ-DATEIEN-USER.

           GO TO    SCH-USD-20.

       SCH-USD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * JE TEAM TEAM_<TEAM>.ICS MIT DEN TERMINEN ALLER MITGLIEDER
      *--------------------------------------------------------------
       SCHREIBE-TEAM-DATEIEN SECTION.
       SCH-TMD-00.

           MOVE     "J"    TO MIT-PRAEFIX.
           MOVE     SPACES TO AKT-TEAM.

           INITIALIZE PTEAMMF OF PTEAMM-P.
           START    PTEAMM-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-TMD-90
           END-IF.

       SCH-TMD-20.
           READ     PTEAMM-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-TMD-80
           END-IF.

      * TEAMWECHSEL: VORIGE DATEI ABSCHLIESSEN, NEUE BEGINNEN
           IF       TMTEAM OF PTEAMM-P NOT = AKT-TEAM
                    IF   AKT-TEAM NOT = SPACES
                         PERFORM BEENDE-KALENDER
                         ADD     1 TO ANZ-DATEIEN-TEAM
                    END-IF
                    MOVE TMTEAM OF PTEAMM-P TO AKT-TEAM
                    INITIALIZE DATEI-NAME, KAL-NAME
                    STRING "TEAM_"          DELIMITED BY SIZE
                           AKT-TEAM         DELIMITED BY SPACES
                           ".ICS"           DELIMITED BY SIZE
                      INTO DATEI-NAME
                    END-STRING
                    STRING "Team "          DELIMITED BY SIZE
                           AKT-TEAM         DELIMITED BY SPACES
                      INTO KAL-NAME
                    END-STRING
                    PERFORM BEGINNE-KALENDER
           END-IF.

           MOVE     TMUSER OF PTEAMM-P TO USR-SUCH.
           PERFORM  SCHREIBE-TERMINE-USER.

           GO TO    SCH-TMD-20.

       SCH-TMD-80.
           IF       AKT-TEAM NOT = SPACES
                    PERFORM BEENDE-KALENDER
                    ADD     1 TO ANZ-DATEIEN-TEAM
           END-IF.

       SCH-TMD-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ARBEITSDATEI OEFFNEN UND KALENDERKOPF SCHREIBEN
      *--------------------------------------------------------------
       BEGINNE-KALENDER SECTION.
       BEG-KAL-00.

           OPEN     OUTPUT PTMPICS-DP.

           MOVE     "BEGIN:VCALENDAR"              TO ICS-ZEILE.
           PERFORM  SCHREIBE-ICS-ZEILE.
           MOVE     "VERSION:2.0"                  TO ICS-ZEILE.
           PERFORM  SCHREIBE-ICS-ZEILE.
           MOVE     "PRODID:-//APGLIB//XXP2058//DE" TO ICS-ZEILE.
           PERFORM  SCHREIBE-ICS-ZEILE.
           MOVE     "CALSCALE:GREGORIAN"           TO ICS-ZEILE.
           PERFORM  SCHREIBE-ICS-ZEILE.
           STRING   "X-WR-CALNAME:"              DELIMITED BY SIZE
                    KAL-NAME                     DELIMITED BY SIZE
             INTO   ICS-ZEILE
           END-STRING.
           PERFORM  SCHREIBE-ICS-ZEILE.

       BEG-KAL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KALENDER ABSCHLIESSEN UND ALS DATEI-NAME INS IFS KOPIEREN
      *--------------------------------------------------------------
       BEENDE-KALENDER SECTION.
       BEE-KAL-00.

           MOVE     "END:VCALENDAR" TO ICS-ZEILE.
           PERFORM  SCHREIBE-ICS-ZEILE.

           CLOSE    PTMPICS-DP.

           INITIALIZE ZIEL-PFAD.
           STRING   FUNCTION TRIM(ICS-PFAD)     DELIMITED BY SIZE
                    FUNCTION TRIM(DATEI-NAME)   DELIMITED BY SIZE
             INTO   ZIEL-PFAD
           END-STRING.

           INITIALIZE RET-CODE.
           INITIALIZE CPYTOSTMF-REC.
           MOVE     "/QSYS.LIB/QTEMP.LIB/PTMPICS.FILE/PTMPICS.MBR" TO
                    FROMMBR  OF CPYTOSTMF-REC.
           MOVE     ZIEL-PFAD  TO TOFILE  OF CPYTOSTMF-REC.
           MOVE     "1252"     TO CCSID   OF CPYTOSTMF-REC.
           MOVE     "*CRLF"    TO LINFMT  OF CPYTOSTMF-REC.
           MOVE     "*REPLACE" TO CPYMODE OF CPYTOSTMF-REC.
           CALL     "CLP0073" USING CPYTOSTMF-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    INITIALIZE PCFGSTSF OF LOG-CPY
                    MOVE "PTMPICS" TO STFILE OF LOG-CPY
                    MOVE "WARN"    TO STKEY  OF LOG-CPY
                    MOVE ZIEL-PFAD TO STSTS  OF LOG-CPY
                    PERFORM COPY-WRITE-LOG-CPY
           END-IF.

       BEE-KAL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE TERMINE VON USR-SUCH ALS VEVENT SCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-TERMINE-USER SECTION.
       SCH-TEU-00.

           MOVE     ZEROES TO EVT-IDX.

       SCH-TEU-20.
           IF       EVT-IDX NOT < EVT-ANZ
                    GO TO SCH-TEU-90
           END-IF.
           ADD      1 TO EVT-IDX.

           IF       EV-USER(EVT-IDX) = USR-SUCH
                    PERFORM SCHREIBE-VEVENT
           END-IF.

           GO TO    SCH-TEU-20.

       SCH-TEU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EIN VEVENT FUER DEN TERMIN EVT-IDX SCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-VEVENT SECTION.
       SCH-VEV-00.

           MOVE     "BEGIN:VEVENT" TO ICS-ZEILE.
           PERFORM  SCHREIBE-ICS-ZEILE.

           STRING   "UID:"                       DELIMITED BY SIZE
                    EV-UID(EVT-IDX)              DELIMITED BY SPACES
                    "@APGLIB"                    DELIMITED BY SIZE
             INTO   ICS-ZEILE
           END-STRING.
           PERFORM  SCHREIBE-ICS-ZEILE.

           STRING   "DTSTAMP:" DATE-8 "T" TIME-6 "Z"
                    DELIMITED BY SIZE
             INTO   ICS-ZEILE
           END-STRING.
           PERFORM  SCHREIBE-ICS-ZEILE.

           STRING   "DTSTART;VALUE=DATE:" EV-DATUM(EVT-IDX)
                    DELIMITED BY SIZE
             INTO   ICS-ZEILE
           END-STRING.
           PERFORM  SCHREIBE-ICS-ZEILE.

           IF       EV-TAGE(EVT-IDX) > 1
                    MOVE "DURATION:P5D" TO ICS-ZEILE
           ELSE
                    MOVE "DURATION:P1D" TO ICS-ZEILE
           END-IF.
           PERFORM  SCHREIBE-ICS-ZEILE.

      * IM TEAMKALENDER STEHT DER USER VOR DEM TEXT
           INITIALIZE ESC-QUELLE.
           IF       MIT-PRAEFIX = "J"
                    STRING EV-USER(EVT-IDX)      DELIMITED BY SPACES
                           ": "                  DELIMITED BY SIZE
                           EV-TEXT(EVT-IDX)      DELIMITED BY SIZE
                      INTO ESC-QUELLE
                    END-STRING
           ELSE
                    MOVE EV-TEXT(EVT-IDX) TO ESC-QUELLE
           END-IF.
           PERFORM  MASKIERE-TEXT.
           STRING   "SUMMARY:"                   DELIMITED BY SIZE
                    ESC-ZIEL                     DELIMITED BY SIZE
             INTO   ICS-ZEILE
           END-STRING.
           PERFORM  SCHREIBE-ICS-ZEILE.

           MOVE     "TRANSP:TRANSPARENT" TO ICS-ZEILE.
           PERFORM  SCHREIBE-ICS-ZEILE.

           MOVE     "END:VEVENT" TO ICS-ZEILE.
           PERFORM  SCHREIBE-ICS-ZEILE.

       SCH-VEV-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ESC-QUELLE NACH ESC-ZIEL, DABEI \ , ; MIT \ MASKIEREN
      *--------------------------------------------------------------
       MASKIERE-TEXT SECTION.
       MSK-TXT-00.

           MOVE     SPACES TO ESC-ZIEL.
           MOVE     LENGTH OF ESC-QUELLE TO ESC-LEN.

      * LAENGE OHNE LEERSTELLEN AM ENDE
       MSK-TXT-10.
           IF       ESC-LEN = ZEROES
                    GO TO MSK-TXT-90
           END-IF.
           IF       ESC-QUELLE(ESC-LEN:1) = SPACE
                    SUBTRACT 1 FROM ESC-LEN
                    GO TO MSK-TXT-10
           END-IF.

           MOVE     1 TO ESC-POS.
           MOVE     1 TO ESC-ZPOS.

       MSK-TXT-20.
           IF       ESC-POS > ESC-LEN
                    GO TO MSK-TXT-90
           END-IF.

           IF       ESC-QUELLE(ESC-POS:1) = "\"
            OR      ESC-QUELLE(ESC-POS:1) = ","
            OR      ESC-QUELLE(ESC-POS:1) = ";"
                    MOVE "\" TO ESC-ZIEL(ESC-ZPOS:1)
                    ADD  1   TO ESC-ZPOS
           END-IF.
           MOVE     ESC-QUELLE(ESC-POS:1) TO ESC-ZIEL(ESC-ZPOS:1).
           ADD      1 TO ESC-ZPOS.
           ADD      1 TO ESC-POS.

           GO TO    MSK-TXT-20.

       MSK-TXT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE ZEILE IN DIE TEMPORAERE ICS-DATEI SCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-ICS-ZEILE SECTION.
       SCH-ICZ-00.

           INITIALIZE PTMPICS-P.
           MOVE     ICS-ZEILE TO PTMPICS-P.
           WRITE    PTMPICS-P.
           INITIALIZE ICS-ZEILE.

       SCH-ICZ-90.
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
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------

           COPY     GETTIME    OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-PGM-INIT/COPY-PGM-EXIT: STANDARDROUTINEN START UND ENDE
      *---------------------------------------------------------------

           COPY     PGMWRK     OF APG-QCPYSRC.
      /
