      * ERSTELLT AM   :  02.09.2026                                   *
      *                                                               *
      * FUNKTION      :  SCHREIBT FUER X-JAHR/X-MONAT JE AKTIVEM      *
      *                  MITARBEITER (PERSONENSTAMM PPERSON UEBER     *
      *                  CFP9022) EINEN SATZ MIT FESTEM AUFBAU INS    *
      *                  IFS (QTEMP/PTMPLOH UEBER CLP0031, DANN       *
      *                  CPYTOSTMF UEBER CLP0073, WIE AZP0103):       *
      *                  SOLLMINUTEN (TAGESSOLL DER PERSON MAL        *
      *                  GEBUCHTE TAGE), ISTMINUTEN AUS PZEITTAG,     *
      *                  ABWESENHEITSTAGE JE ART (PZEITABW "G",       *
      *                  U/K/S) UND GLEITZEITSALDO AUS PZEITSAL.      *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    LAUFENDE ZAEHLER DER ENTGELTFORTZAHLUNG      *
      *                  (PZEITEFZ, XXP0091) MITEXPORTIEREN:          *
      *                  GEZAEHLTE KRANKHEITSTAGE UND ERSTER TAG      *
      *                  MIT KRANKENGELD DER KASSE (EXEFZTG/EXKGDAT). *
      * 15.10.2026 MD    GENEHMIGTE REISEKOSTEN (PREISE, XXP0092) ALS *
      *                  EIGENE LOHNART MITEXPORTIEREN (PCONFIG       *
      *                  REISE/LOHNART, SONST 7100). JEDE REISE GEHT  *
      *                  EINMAL MIT (RSEXMON = EXPORTMONAT), EXREISE  *
      *                  HAELT DEN STAND FUER DEN KORREKTURLAUF.      *
      * 15.10.2026 MD    KANTINENABZUG DES MONATS (PKANABR, XXP0255)  *
      *                  ALS EIGENE LOHNART MITEXPORTIEREN (PCONFIG   *
      *                  E110/LOHNART, SONST 7200), EXKANT HAELT DEN  *
      *                  STAND FUER DEN KORREKTURLAUF.                *
      * 15.10.2026 MD    MITARBEITER UND TAGESSOLL UEBER DEN          *
      *                  PERSONENSTAMM (CFP9022) STATT PCONFIG H050   *
      *                  UND A110                                     *
      *                                                               *
      *****************************************************************
      *
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      *-------------------------------------------------------------
      * PCONFIG: CFID, CFKEY (REISE, E110 = LOHNARTEN)
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PZEITEFZ: EFUSER, EFLFDN (ENTGELTFORTZAHLUNG JE KRANKHEIT)
      *-------------------------------------------------------------
           SELECT PZEITEFZ-DP
                  ASSIGN       TO  DATABASE-PZEITEFZ
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PREISE: RSUSER, RSLFDN (DIENSTREISEN)
      *-------------------------------------------------------------
           SELECT PREISE-DP
                  ASSIGN       TO  DATABASE-PREISE
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKANABR: KAJAHR, KAMONAT, KAUSER (KANTINENABRECHNUNG)
      *-------------------------------------------------------------
           SELECT PKANABR-DP
                  ASSIGN       TO  DATABASE-PKANABR
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * TEMPORAERE DATEI FUER DEN EXPORT
      *-------------------------------------------------------------
       01  PZEITEXP-P.
           COPY DDS-ALL-FORMATS OF PZEITEXP.
      /
      *--- PZEITEFZ: EFUSER, EFLFDN
       FD  PZEITEFZ-DP
           LABEL RECORDS ARE STANDARD.
       01  PZEITEFZ-P.
           COPY DDS-ALL-FORMATS OF PZEITEFZ.
      /
      *--- PREISE: RSUSER, RSLFDN
       FD  PREISE-DP
           LABEL RECORDS ARE STANDARD.
       01  PREISE-P.
           COPY DDS-ALL-FORMATS OF PREISE.
      /
      *--- PKANABR: KAJAHR, KAMONAT, KAUSER
       FD  PKANABR-DP
           LABEL RECORDS ARE STANDARD.
       01  PKANABR-P.
           COPY DDS-ALL-FORMATS OF PKANABR.
      /
      *--- TEMPORAERE EXPORTDATEI
       FD  PTMPLOH-DP
           LABEL RECORDS ARE STANDARD.
       01  PGM-WRK                       PIC X(10) VALUE "XXP0080".
       01  PGM-TYP                       PIC X(8)  VALUE "ZEIT  ".

      * PERSONENSTAMM (CFP9022)
       01  PERSON-REC                    TYPE PERSON-TYPE.

      * PARAMETER FUER CL-PROGRAMME
       01  CRTPF-REC                     TYPE CRTPF-TYPE.
       01  CPYTOSTMF-REC                 TYPE CPYTOSTMF-TYPE.
        05 AKT-ABWK                      PIC S9(3).
        05 AKT-ABWS                      PIC S9(3).
        05 AKT-SALDO                     PIC S9(9).
        05 AKT-EFZTG                     PIC S9(3).
        05 AKT-KGDAT                     PIC 9(8).
        05 AKT-REISE                     PIC S9(7)V99.
        05 AKT-KANT                      PIC S9(7)V99.

      * DIFFERENZEN ZUM LETZTEN EXPORT (KORREKTURLAUF)
       01  WERTE-DIF.
        05 DIF-ABWK                      PIC S9(3).
        05 DIF-ABWS                      PIC S9(3).
        05 DIF-SALDO                     PIC S9(9).
        05 DIF-EFZTG                     PIC S9(3).
        05 DIF-REISE                     PIC S9(7)V99.
        05 DIF-KANT                      PIC S9(7)V99.

      * AUFBEREITETE EXPORTZEILE
       01  EXPORT-ZEILE.
        05 EXP-ABWK                      PIC S9(3).
        05 EXP-ABWS                      PIC S9(3).
        05 EXP-SALDO                     PIC S9(9).
        05 EXP-EFZTG                     PIC S9(3).
        05 EXP-KGDAT                     PIC 9(8).
        05 EXP-REISE-LA                  PIC X(4).
        05 EXP-REISE                     PIC S9(7)V99.
        05 EXP-KANT-LA                   PIC X(4).
        05 EXP-KANT                      PIC S9(7)V99.

      * ANZAHL GESCHRIEBENER EXPORTZEILEN
       01  ANZ-ZEILEN                    PIC 9(5)   VALUE ZEROES.

      * LOHNART FUER DIE REISEKOSTEN (PCONFIG REISE/LOHNART)
       01  REISE-LOHNART                 PIC X(4)   VALUE "7100".

      * LOHNART FUER DEN KANTINENABZUG (PCONFIG E110/LOHNART)
       01  KANT-LOHNART                  PIC X(4)   VALUE "7200".

      * JUENGSTER KRANKHEITSTAG DER LAUFENDEN EFZ-ZAEHLER
       01  EFZ-LETZT                     PIC 9(8).

      * MONATSGRENZE ALS DATUMSVERGLEICH (JHJJMM)
       01  MONAT-PRF                     PIC 9(6).
       01  SATZ-MONAT-PRF                PIC 9(6).
           OPEN     INPUT  PCONFIG-DP
                           PZEITTAG-DP
                           PZEITABW-DP
                           PZEITSAL-DP
                           PZEITEFZ-DP
                           PKANABR-DP.
           OPEN     I-O    PZEITEXP-DP
                           PREISE-DP.

      * GESUCHTER MONAT ALS VERGLEICHSWERT
           COMPUTE  MONAT-PRF = X-JAHR * 100 + X-MONAT.
                    GO TO ANF080
           END-IF.

      * LOHNART DER REISEKOSTEN
           PERFORM  LESEN-LOHNART-REISE.

      * LOHNART DES KANTINENABZUGS
           PERFORM  LESEN-LOHNART-KANTINE.

      * EXPORTDATEI IN QTEMP ANLEGEN UND OEFFNEN
           PERFORM  ANLEGEN-EXPORTDATEI.

                    PZEITTAG-DP
                    PZEITABW-DP
                    PZEITSAL-DP
                    PZEITEFZ-DP
                    PZEITEXP-DP
                    PREISE-DP
                    PKANABR-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.
           EXIT.
      /
      *--------------------------------------------------------------
      * ALLE AKTIVEN MITARBEITER (PERSONENSTAMM) VERARBEITEN
      *--------------------------------------------------------------
       VERARBEITE-MITARBEITER SECTION.
       VRB-MIT-00.

           INITIALIZE PERSON-REC.
           MOVE     SPACES    TO PN-USER  OF PERSON-REC.

       VRB-MIT-20.
      * NAECHSTE AKTIVE PERSON
           MOVE     "A"       TO PN-MODUS OF PERSON-REC.
           CALL     "CFP9022" USING PERSON-REC
           END-CALL.
           IF       PN-RET OF PERSON-REC NOT = SPACES
                    GO TO VRB-MIT-90
           END-IF.

           MOVE     PN-USER OF PERSON-REC TO USER-WRK.
           PERFORM  ERMITTLE-WERTE.
           PERFORM  SCHREIBE-EXPORT.


           INITIALIZE WERTE-AKT.

      * TAGESSOLL DES USERS AUS DER PERSON (STANDARD 480 MIN)
           PERFORM  LESEN-TAGESSOLL.

      * ISTMINUTEN UND GEBUCHTE TAGE AUS PZEITTAG
                    MOVE SASECS OF PZEITSAL-P TO AKT-SALDO
           END-IF.

      * LAUFENDER ZAEHLER DER ENTGELTFORTZAHLUNG AUS PZEITEFZ
           PERFORM  LESEN-ENTGELTFZ.

      * GENEHMIGTE, NOCH NICHT EXPORTIERTE REISEKOSTEN AUS PREISE
           PERFORM  SUMMIERE-REISEN.

      * ABGERECHNETER KANTINENABZUG DES MONATS AUS PKANABR
           INITIALIZE PKANABRF OF PKANABR-P.
           MOVE     X-JAHR   TO KAJAHR  OF PKANABR-P.
           MOVE     X-MONAT  TO KAMONAT OF PKANABR-P.
           MOVE     USER-WRK TO KAUSER  OF PKANABR-P.
           READ     PKANABR-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE KABETR OF PKANABR-P TO AKT-KANT
           END-IF.

       ERM-WRT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ENTGELTFORTZAHLUNG: JUENGSTER ZAEHLER DES USERS, DER BIS
      * MONATSENDE BEGONNEN HAT UND NOCH LAEUFT ODER IM MONAT
      * KRANKHEITSTAGE HATTE
      *--------------------------------------------------------------
       LESEN-ENTGELTFZ SECTION.
       LES-EFZ-00.

           MOVE     ZEROES TO EFZ-LETZT.

           INITIALIZE PZEITEFZF OF PZEITEFZ-P.
           MOVE     USER-WRK TO EFUSER OF PZEITEFZ-P.
           MOVE     ZEROES   TO EFLFDN OF PZEITEFZ-P.
           START    PZEITEFZ-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-EFZ-90
           END-IF.

       LES-EFZ-20.
           READ     PZEITEFZ-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      EFUSER OF PZEITEFZ-P NOT = USER-WRK
                    GO TO LES-EFZ-90
           END-IF.

      * NUR ZAEHLER, DIE BIS MONATSENDE BEGONNEN HABEN
           MOVE     EFERST OF PZEITEFZ-P  TO SATZ-DATUM-RED.
           MOVE     SDR-JHJJMM            TO SATZ-MONAT-PRF.
           IF       SATZ-MONAT-PRF > MONAT-PRF
                    GO TO LES-EFZ-20
           END-IF.

      * ABGESCHLOSSENE NUR MIT KRANKHEITSTAGEN IM MONAT
           MOVE     EFLETZT OF PZEITEFZ-P TO SATZ-DATUM-RED.
           MOVE     SDR-JHJJMM            TO SATZ-MONAT-PRF.
           IF       EFSTAT OF PZEITEFZ-P NOT = "L"
            AND     SATZ-MONAT-PRF NOT = MONAT-PRF
                    GO TO LES-EFZ-20
           END-IF.

           IF       EFLETZT OF PZEITEFZ-P > EFZ-LETZT
                    MOVE EFLETZT OF PZEITEFZ-P TO EFZ-LETZT
                    MOVE EFTAGE  OF PZEITEFZ-P TO AKT-EFZTG
                    MOVE EFKGDAT OF PZEITEFZ-P TO AKT-KGDAT
           END-IF.

           GO TO    LES-EFZ-20.

       LES-EFZ-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * REISEKOSTEN: ALLE GENEHMIGTEN REISEN DES USERS, DIE NOCH
      * NICHT ODER MIT DIESEM MONAT EXPORTIERT WURDEN. NEUE REISEN
      * WERDEN DEM EXPORTMONAT ZUGEORDNET (RSEXMON)
      *--------------------------------------------------------------
       SUMMIERE-REISEN SECTION.
       SUM-REI-00.

           INITIALIZE PREISEF OF PREISE-P.
           MOVE     USER-WRK TO RSUSER OF PREISE-P.
           MOVE     ZEROES   TO RSLFDN OF PREISE-P.
           START    PREISE-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUM-REI-90
           END-IF.

       SUM-REI-20.
           READ     PREISE-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      RSUSER OF PREISE-P NOT = USER-WRK
                    GO TO SUM-REI-90
           END-IF.

           IF       RSSTAT OF PREISE-P NOT = "G"
                    GO TO SUM-REI-20
           END-IF.
           IF       RSEXMON OF PREISE-P NOT = ZEROES
            AND     RSEXMON OF PREISE-P NOT = MONAT-PRF
                    GO TO SUM-REI-20
           END-IF.

           ADD      RSSUMME OF PREISE-P TO AKT-REISE.

           IF       RSEXMON OF PREISE-P = ZEROES
                    MOVE MONAT-PRF TO RSEXMON OF PREISE-P
                    MOVE T-USER    TO RSMSER  OF PREISE-P
                    MOVE T-TERM    TO RSMBS   OF PREISE-P
                    MOVE PGM-WRK   TO RSMPGM  OF PREISE-P
                    MOVE DATE-8    TO RSMDTA  OF PREISE-P
                    MOVE TIME-6    TO RSMTIA  OF PREISE-P
                    REWRITE PREISE-P
           END-IF.

           GO TO    SUM-REI-20.

       SUM-REI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LOHNART DER REISEKOSTEN AUS PCONFIG REISE/LOHNART (CFTXT1)
      *--------------------------------------------------------------
       LESEN-LOHNART-REISE SECTION.
       LES-LAR-00.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "REISE"        TO CFID   OF PCONFIG-P.
           MOVE     "LOHNART"      TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     CFTXT1 OF PCONFIG-P(1:4) NOT = SPACES
                    MOVE CFTXT1 OF PCONFIG-P(1:4) TO REISE-LOHNART
           END-IF.

       LES-LAR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LOHNART DES KANTINENABZUGS AUS PCONFIG E110/LOHNART (CFTXT1)
      *--------------------------------------------------------------
       LESEN-LOHNART-KANTINE SECTION.
       LES-LAK-00.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "E110"         TO CFID   OF PCONFIG-P.
           MOVE     "LOHNART"      TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     CFTXT1 OF PCONFIG-P(1:4) NOT = SPACES
                    MOVE CFTXT1 OF PCONFIG-P(1:4) TO KANT-LOHNART
           END-IF.

       LES-LAK-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TAGESSOLL DES USERS AUS DER GELESENEN PERSON
      *--------------------------------------------------------------
       LESEN-TAGESSOLL SECTION.
       LES-SOL-00.

           MOVE     480 TO SOLL-MINUTEN.

           IF       PN-SOLL OF PERSON-REC NOT = ZEROES
                    MOVE PN-SOLL OF PERSON-REC TO SOLL-MINUTEN
           END-IF.

       LES-SOL-90.
           EXIT.
           MOVE     AKT-ABWK  TO EXP-ABWK.
           MOVE     AKT-ABWS  TO EXP-ABWS.
           MOVE     AKT-SALDO TO EXP-SALDO.
           MOVE     AKT-EFZTG TO EXP-EFZTG.
           MOVE     AKT-KGDAT TO EXP-KGDAT.
           MOVE     REISE-LOHNART TO EXP-REISE-LA.
           MOVE     AKT-REISE TO EXP-REISE.
           MOVE     KANT-LOHNART TO EXP-KANT-LA.
           MOVE     AKT-KANT  TO EXP-KANT.
           PERFORM  SCHREIBE-ZEILE.

      * EXPORTSTAND JE USER FESTHALTEN
           MOVE     AKT-ABWK  TO EXABWK  OF PZEITEXP-P.
           MOVE     AKT-ABWS  TO EXABWS  OF PZEITEXP-P.
           MOVE     AKT-SALDO TO EXSALDO OF PZEITEXP-P.
           MOVE     AKT-EFZTG TO EXEFZTG OF PZEITEXP-P.
           MOVE     AKT-KGDAT TO EXKGDAT OF PZEITEXP-P.
           MOVE     AKT-REISE TO EXREISE OF PZEITEXP-P.
           MOVE     AKT-KANT  TO EXKANT  OF PZEITEXP-P.
           MOVE     T-USER    TO EXAUSR  OF PZEITEXP-P.
           MOVE     T-TERM    TO EXABS   OF PZEITEXP-P.
           MOVE     PGM-WRK   TO EXAPGM  OF PZEITEXP-P.
           COMPUTE  DIF-ABWK  = AKT-ABWK  - EXABWK  OF PZEITEXP-P.
           COMPUTE  DIF-ABWS  = AKT-ABWS  - EXABWS  OF PZEITEXP-P.
           COMPUTE  DIF-SALDO = AKT-SALDO - EXSALDO OF PZEITEXP-P.
           COMPUTE  DIF-EFZTG = AKT-EFZTG - EXEFZTG OF PZEITEXP-P.
           COMPUTE  DIF-REISE = AKT-REISE - EXREISE OF PZEITEXP-P.
           COMPUTE  DIF-KANT  = AKT-KANT  - EXKANT  OF PZEITEXP-P.

      * OHNE ABWEICHUNG KEINE DELTAZEILE
           IF       DIF-SOLL  = ZEROES
            AND     DIF-ABWK  = ZEROES
            AND     DIF-ABWS  = ZEROES
            AND     DIF-SALDO = ZEROES
            AND     DIF-EFZTG = ZEROES
            AND     DIF-REISE = ZEROES
            AND     DIF-KANT  = ZEROES
            AND     AKT-KGDAT = EXKGDAT OF PZEITEXP-P
                    GO TO SCH-DEL-90
           END-IF.

           MOVE     DIF-ABWK  TO EXP-ABWK.
           MOVE     DIF-ABWS  TO EXP-ABWS.
           MOVE     DIF-SALDO TO EXP-SALDO.
           MOVE     DIF-EFZTG TO EXP-EFZTG.
      * KRANKENGELDBEGINN IST EIN STICHTAG, KEINE DIFFERENZ
           MOVE     AKT-KGDAT TO EXP-KGDAT.
           MOVE     REISE-LOHNART TO EXP-REISE-LA.
           MOVE     DIF-REISE TO EXP-REISE.
           MOVE     KANT-LOHNART TO EXP-KANT-LA.
           MOVE     DIF-KANT  TO EXP-KANT.
           PERFORM  SCHREIBE-ZEILE.

      * NEUEN STAND FESTHALTEN
           MOVE     AKT-ABWK  TO EXABWK  OF PZEITEXP-P.
           MOVE     AKT-ABWS  TO EXABWS  OF PZEITEXP-P.
           MOVE     AKT-SALDO TO EXSALDO OF PZEITEXP-P.
           MOVE     AKT-EFZTG TO EXEFZTG OF PZEITEXP-P.
           MOVE     AKT-KGDAT TO EXKGDAT OF PZEITEXP-P.
           MOVE     AKT-REISE TO EXREISE OF PZEITEXP-P.
           MOVE     AKT-KANT  TO EXKANT  OF PZEITEXP-P.
           MOVE     T-USER    TO EXMSER  OF PZEITEXP-P.
           MOVE     T-TERM    TO EXMBS   OF PZEITEXP-P.
           MOVE     PGM-WRK   TO EXMPGM  OF PZEITEXP-P.
