       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0093.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * REISEKOSTEN EINER DIENSTREISE BERECHNEN (PREISE)              *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  BERECHNET FUER DIE DIENSTREISE X-USER/X-LFDN *
      *                  AUS PREISE DIE ERSTATTUNGSBETRAEGE UND       *
      *                  SCHREIBT SIE IN DEN REISESATZ ZURUECK:       *
      *                  - VERPFLEGUNGSMEHRAUFWAND (RSVMA): EINTAEGIG *
      *                    UEBER 8 STUNDEN DER KLEINE SATZ, MEHR-     *
      *                    TAEGIG AN- UND ABREISETAG DER KLEINE SATZ, *
      *                    JEDER VOLLE TAG DAZWISCHEN DER GROSSE      *
      *                    SATZ. GESTELLTE MAHLZEITEN WERDEN JE       *
      *                    REISETAG (PREISTAG) MIT 20% (FRUEHSTUECK)  *
      *                    BZW. 40% (MITTAG-/ABENDESSEN) DES GROSSEN  *
      *                    SATZES GEKUERZT, HOECHSTENS BIS AUF DEN    *
      *                    ANSPRUCH DIESES TAGES. FEHLT EIN TAG IN    *
      *                    PREISTAG, WERDEN DIE MAHLZEITEN AUS DEM    *
      *                    REISESATZ AB DEM ERSTEN TAG VERTEILT. DIE  *
      *                    SUMMEN DER TAGE GEHEN NACH RSFRUEH/RSMITT/ *
      *                    RSABEND ZURUECK.                           *
      *                  - KILOMETERGELD (RSKMGLD) FUER DEN PRIVAT-   *
      *                    WAGEN JE GEFAHRENEM KILOMETER.             *
      *                  - SUMME DER EINZELBELEGE AUS PREISBEL        *
      *                    (RSBELEG).                                 *
      *                  DIE SAETZE STEHEN IN PCONFIG REISE/SAETZE    *
      *                  (CFIN01 = KLEINER SATZ, CFIN02 = GROSSER     *
      *                  SATZ, CFIN03 = KILOMETERSATZ, JE IN CENT),   *
      *                  SONST GELTEN 14,00 / 28,00 / 0,30 EUR.       *
      *                  AUFRUF AUS DER REISEERFASSUNG XXP0092.       *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    MAHLZEITENKUERZUNG JE REISETAG (PREISTAG)    *
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
      * PREISE: RSUSER, RSLFDN (DIENSTREISEN)
      *-------------------------------------------------------------
           SELECT PREISE-DP
                  ASSIGN       TO  DATABASE-PREISE
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PREISBEL: BLUSER, BLLFDN, BLPOS (BELEGE ZUR DIENSTREISE)
      *-------------------------------------------------------------
           SELECT PREISBEL-DP
                  ASSIGN       TO  DATABASE-PREISBEL
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PREISTAG: RTUSER, RTLFDN, RTDATUM (MAHLZEITEN JE REISETAG)
      *-------------------------------------------------------------
           SELECT PREISTAG-DP
                  ASSIGN       TO  DATABASE-PREISTAG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCONFIG: CFID, CFKEY (REISE/SAETZE)
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PREISE: RSUSER, RSLFDN
       FD  PREISE-DP
           LABEL RECORDS ARE STANDARD.
       01  PREISE-P.
           COPY DDS-ALL-FORMATS OF PREISE.
      /
      *--- PREISBEL: BLUSER, BLLFDN, BLPOS
       FD  PREISBEL-DP
           LABEL RECORDS ARE STANDARD.
       01  PREISBEL-P.
           COPY DDS-ALL-FORMATS OF PREISBEL.
      /
      *--- PREISTAG: RTUSER, RTLFDN, RTDATUM
       FD  PREISTAG-DP
           LABEL RECORDS ARE STANDARD.
       01  PREISTAG-P.
           COPY DDS-ALL-FORMATS OF PREISTAG.
      /
      *--- PCONFIG: CFID, CFKEY
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0093".
       01  PGM-TYP                       PIC X(8)  VALUE "ZEIT  ".

      * ERSTATTUNGSSAETZE IN CENT (UEBERSTEUERBAR IN PCONFIG)
       01  SATZ-KLEIN                    PIC 9(5)  VALUE 1400.
       01  SATZ-GROSS                    PIC 9(5)  VALUE 2800.
       01  SATZ-KM                       PIC 9(5)  VALUE 30.

      * KUERZUNG FUER GESTELLTE MAHLZEITEN IN PROZENT DES GROSSEN
      * SATZES
       01  KRZ-FRUEH-PROZ                PIC 9(3)  VALUE 20.
       01  KRZ-ESSEN-PROZ                PIC 9(3)  VALUE 40.

      * MINDESTABWESENHEIT FUER DEN KLEINEN SATZ (8 STUNDEN)
       01  MIN-ABW-SEC                   PIC 9(5)  VALUE 28800.

      * RECHENFELDER IN CENT
       01  VMA-CENT                      PIC S9(7).
       01  TAG-CENT                      PIC S9(7).
       01  EINTAG-CENT                   PIC S9(7).
       01  KRZ-CENT                      PIC S9(7).
       01  KM-CENT                       PIC S9(7).

      * REISEDAUER
       01  VON-INT                       PIC 9(9).
       01  BIS-INT                       PIC 9(9).
       01  TAG-INT                       PIC 9(9).
       01  REISE-TAGE                    PIC S9(5).
       01  DATUM-WRK                     PIC 9(8).
       01  VON-SEC                       PIC 9(5).
       01  BIS-SEC                       PIC 9(5).
       01  DAUER-SEC                     PIC S9(6).
       01  ZEIT-RED.
        05 ZR-HH                         PIC 9(2).
        05 ZR-MM                         PIC 9(2).
        05 ZR-SS                         PIC 9(2).

      * GESTELLTE MAHLZEITEN DES TAGES (0/1)
       01  TAG-FRUEH                     PIC 9(1).
       01  TAG-MITT                      PIC 9(1).
       01  TAG-ABEND                     PIC 9(1).

      * NOCH ZU VERTEILENDE MAHLZEITEN DES REISESATZES
       01  REST-FRUEH                    PIC 9(3).
       01  REST-MITT                     PIC 9(3).
       01  REST-ABEND                    PIC 9(3).

      * SUMME DER MAHLZEITEN UEBER ALLE REISETAGE
       01  SUM-FRUEH                     PIC 9(3).
       01  SUM-MITT                      PIC 9(3).
       01  SUM-ABEND                     PIC 9(3).

      * SUMME DER BELEGE
       01  BELEG-SUMME                   PIC 9(7)V99.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-USER                        PIC X(10).
       01  X-LFDN                        PIC 9(5).
      * SPACES = BERECHNET, "E" = REISE NICHT GEFUNDEN
       01  X-RET                         PIC X(1).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-USER
                                X-LFDN
                                X-RET.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0093" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RET.

           PERFORM  COPY-GET-TIME.

           OPEN     I-O    PREISE-DP.
           OPEN     INPUT  PREISBEL-DP
                           PREISTAG-DP
                           PCONFIG-DP.

      * DIENSTREISE LESEN
           INITIALIZE PREISEF OF PREISE-P.
           MOVE     X-USER TO RSUSER OF PREISE-P.
           MOVE     X-LFDN TO RSLFDN OF PREISE-P.
           READ     PREISE-DP.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "E" TO X-RET
                    GO TO ANF080
           END-IF.

      * SAETZE AUS PCONFIG
           PERFORM  LESEN-SAETZE.

      * VERPFLEGUNGSMEHRAUFWAND ABZUEGLICH GESTELLTER MAHLZEITEN
           PERFORM  BERECHNE-VMA.

      * KILOMETERGELD PRIVATWAGEN
           COMPUTE  KM-CENT = RSKM OF PREISE-P * SATZ-KM.

      * EINZELBELEGE
           PERFORM  SUMMIERE-BELEGE.

           COMPUTE  RSVMA   OF PREISE-P = VMA-CENT / 100.
           COMPUTE  RSKMGLD OF PREISE-P = KM-CENT  / 100.
           MOVE     BELEG-SUMME        TO RSBELEG OF PREISE-P.
           COMPUTE  RSSUMME OF PREISE-P = RSVMA   OF PREISE-P
                                        + RSKMGLD OF PREISE-P
                                        + RSBELEG OF PREISE-P.

           MOVE     T-USER    TO RSMSER  OF PREISE-P.
           MOVE     T-TERM    TO RSMBS   OF PREISE-P.
           MOVE     PGM-WRK   TO RSMPGM  OF PREISE-P.
           MOVE     DATE-8    TO RSMDTA  OF PREISE-P.
           MOVE     TIME-6    TO RSMTIA  OF PREISE-P.
           REWRITE  PREISE-P.

       ANF080.
           CLOSE    PREISE-DP
                    PREISBEL-DP
                    PREISTAG-DP
                    PCONFIG-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ERSTATTUNGSSAETZE AUS PCONFIG REISE/SAETZE LESEN
      *--------------------------------------------------------------
       LESEN-SAETZE SECTION.
       LES-STZ-00.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "REISE"        TO CFID   OF PCONFIG-P.
           MOVE     "SAETZE"       TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-STZ-90
           END-IF.

           IF       CFIN01 OF PCONFIG-P NOT = ZEROES
                    MOVE CFIN01 OF PCONFIG-P TO SATZ-KLEIN
           END-IF.
           IF       CFIN02 OF PCONFIG-P NOT = ZEROES
                    MOVE CFIN02 OF PCONFIG-P TO SATZ-GROSS
           END-IF.
           IF       CFIN03 OF PCONFIG-P NOT = ZEROES
                    MOVE CFIN03 OF PCONFIG-P TO SATZ-KM
           END-IF.

       LES-STZ-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VERPFLEGUNGSMEHRAUFWAND JE REISETAG NACH REISEDAUER, GEKUERZT
      * UM DIE AN DIESEM TAG GESTELLTEN MAHLZEITEN. DIE KUERZUNG
      * EINES TAGES IST AUF DEN ANSPRUCH DIESES TAGES BEGRENZT.
      *--------------------------------------------------------------
       BERECHNE-VMA SECTION.
       BER-VMA-00.

           MOVE     ZEROES TO VMA-CENT.
           MOVE     ZEROES TO EINTAG-CENT.
           MOVE     ZEROES TO SUM-FRUEH, SUM-MITT, SUM-ABEND.
           MOVE     RSFRUEH OF PREISE-P TO REST-FRUEH.
           MOVE     RSMITT  OF PREISE-P TO REST-MITT.
           MOVE     RSABEND OF PREISE-P TO REST-ABEND.

           MOVE     RSVDAT OF PREISE-P TO DATUM-WRK.
           COMPUTE  VON-INT = FUNCTION INTEGER-OF-DATE(DATUM-WRK).
           MOVE     RSBDAT OF PREISE-P TO DATUM-WRK.
           COMPUTE  BIS-INT = FUNCTION INTEGER-OF-DATE(DATUM-WRK).
           COMPUTE  REISE-TAGE = BIS-INT - VON-INT.
           IF       REISE-TAGE < ZEROES
                    GO TO BER-VMA-90
           END-IF.

      * MEHRTAEGIG: DER ANSPRUCH ERGIBT SICH JE TAG IN BER-VMA-20
           IF       REISE-TAGE > ZEROES
                    GO TO BER-VMA-10
           END-IF.

      * EINTAEGIG: NUR BEI MEHR ALS 8 STUNDEN ABWESENHEIT
           MOVE     RSVZEIT OF PREISE-P TO ZEIT-RED.
           COMPUTE  VON-SEC = ZR-HH * 3600 + ZR-MM * 60 + ZR-SS.
           MOVE     RSBZEIT OF PREISE-P TO ZEIT-RED.
           COMPUTE  BIS-SEC = ZR-HH * 3600 + ZR-MM * 60 + ZR-SS.
           COMPUTE  DAUER-SEC = BIS-SEC - VON-SEC.
           IF       DAUER-SEC > MIN-ABW-SEC
                    MOVE SATZ-KLEIN TO EINTAG-CENT
           END-IF.

       BER-VMA-10.
           MOVE     VON-INT TO TAG-INT.

       BER-VMA-20.
      * ALLE TAGE BERECHNET, MAHLZEITEN IN DEN REISESATZ
           IF       TAG-INT > BIS-INT
                    MOVE SUM-FRUEH TO RSFRUEH OF PREISE-P
                    MOVE SUM-MITT  TO RSMITT  OF PREISE-P
                    MOVE SUM-ABEND TO RSABEND OF PREISE-P
                    GO TO BER-VMA-90
           END-IF.

      * ANSPRUCH DES TAGES: EINTAEGIG WIE OBEN, SONST AN- UND
      * ABREISETAG KLEIN, VOLLE TAGE DAZWISCHEN GROSS
           IF       REISE-TAGE = ZEROES
                    MOVE EINTAG-CENT TO TAG-CENT
           ELSE
                    IF   TAG-INT = VON-INT
                     OR  TAG-INT = BIS-INT
                         MOVE SATZ-KLEIN TO TAG-CENT
                    ELSE
                         MOVE SATZ-GROSS TO TAG-CENT
                    END-IF
           END-IF.

      * GESTELLTE MAHLZEITEN DES TAGES
           COMPUTE  DATUM-WRK = FUNCTION DATE-OF-INTEGER(TAG-INT).
           PERFORM  LESEN-MAHLZEITEN.
           ADD      TAG-FRUEH TO SUM-FRUEH.
           ADD      TAG-MITT  TO SUM-MITT.
           ADD      TAG-ABEND TO SUM-ABEND.

      * KUERZUNG DES TAGES, HOECHSTENS BIS AUF DEN ANSPRUCH
           COMPUTE  KRZ-CENT ROUNDED =
                    SATZ-GROSS * KRZ-FRUEH-PROZ / 100 * TAG-FRUEH
                  + SATZ-GROSS * KRZ-ESSEN-PROZ / 100 * TAG-MITT
                  + SATZ-GROSS * KRZ-ESSEN-PROZ / 100 * TAG-ABEND.
           IF       KRZ-CENT > TAG-CENT
                    MOVE TAG-CENT TO KRZ-CENT
           END-IF.
           COMPUTE  VMA-CENT = VMA-CENT + TAG-CENT - KRZ-CENT.

      * NAECHSTER KALENDERTAG
           ADD      1 TO TAG-INT.
           GO TO    BER-VMA-20.

       BER-VMA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GESTELLTE MAHLZEITEN EINES REISETAGES AUS PREISTAG LESEN.
      * IST DER TAG NICHT ERFASST, WERDEN DIE MAHLZEITEN DES REISE-
      * SATZES AB DEM ERSTEN TAG JE EINE PRO TAG VERTEILT.
      *--------------------------------------------------------------
       LESEN-MAHLZEITEN SECTION.
       LES-MZT-00.

           MOVE     ZEROES TO TAG-FRUEH, TAG-MITT, TAG-ABEND.

           INITIALIZE PREISTAGF OF PREISTAG-P.
           MOVE     X-USER    TO RTUSER  OF PREISTAG-P.
           MOVE     X-LFDN    TO RTLFDN  OF PREISTAG-P.
           MOVE     DATUM-WRK TO RTDATUM OF PREISTAG-P.
           READ     PREISTAG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    IF   RTFRUEH OF PREISTAG-P NOT = ZEROES
                         MOVE 1 TO TAG-FRUEH
                    END-IF
                    IF   RTMITT  OF PREISTAG-P NOT = ZEROES
                         MOVE 1 TO TAG-MITT
                    END-IF
                    IF   RTABEND OF PREISTAG-P NOT = ZEROES
                         MOVE 1 TO TAG-ABEND
                    END-IF
                    GO TO LES-MZT-90
           END-IF.

      * TAG NICHT ERFASST: VERTEILUNG DER REISESUMMEN
           IF       REST-FRUEH > ZEROES
                    MOVE 1 TO TAG-FRUEH
                    SUBTRACT 1 FROM REST-FRUEH
           END-IF.
           IF       REST-MITT > ZEROES
                    MOVE 1 TO TAG-MITT
                    SUBTRACT 1 FROM REST-MITT
           END-IF.
           IF       REST-ABEND > ZEROES
                    MOVE 1 TO TAG-ABEND
                    SUBTRACT 1 FROM REST-ABEND
           END-IF.

       LES-MZT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINZELBELEGE DER REISE AUS PREISBEL SUMMIEREN
      *--------------------------------------------------------------
       SUMMIERE-BELEGE SECTION.
       SUM-BEL-00.

           MOVE     ZEROES TO BELEG-SUMME.

           INITIALIZE PREISBELF OF PREISBEL-P.
           MOVE     X-USER TO BLUSER OF PREISBEL-P.
           MOVE     X-LFDN TO BLLFDN OF PREISBEL-P.
           MOVE     ZEROES TO BLPOS  OF PREISBEL-P.
           START    PREISBEL-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUM-BEL-90
           END-IF.

       SUM-BEL-20.
           READ     PREISBEL-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      BLUSER OF PREISBEL-P NOT = X-USER
            OR      BLLFDN OF PREISBEL-P NOT = X-LFDN
                    GO TO SUM-BEL-90
           END-IF.

           ADD      BLBETRAG OF PREISBEL-P TO BELEG-SUMME.

           GO TO    SUM-BEL-20.

       SUM-BEL-90.
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
