      *                  NAME, ROLLE, EINTRITT, GEBURTSTAG,           *
      *                  AZUBI J/N) UND LEGT DANN ALLE SAETZE IN      *
      *                  FESTER REIHENFOLGE AN:                       *
      *                   1 PERSONENSTAMM PPERSON (AKTIV, NAME,       *
      *                     EINTRITT) UND PCONFIG H050/<USER>         *
      *                     (TECHNISCHER MITARBEITERSATZ)             *
      *                   2 TAGESSOLL 480 UND GRUPPE STD IN PPERSON   *
      *                   3 ROLLENMITGLIEDSCHAFT PCFGRLM (ROLLE       *
      *                     MUSS IN PCFGROL BESTEHEN)                 *
      *                   4 GEBURTSTAG IN PPERSON (PEGEBD - PBIRTH    *
      *                     SELBST IST DER FREMDE MAT-STAMM UND       *
      *                     WIRD VON APG NIE BESCHRIEBEN)             *
      *                   5 BEI AZUBIS AZUBI-KENNZEICHEN UND          *
      *                     AUSBILDUNGSBEGINN IN PPERSON (DAMIT       *
      *                     ERSCHEINEN SIE IN AZP0301, AZP0309 UND    *
      *                     DER SCHULTAG-VORBELEGUNG)                 *
      *                  JEDER SCHRITT WIRD IN PONBSTS FESTGE-        *
      *                  HALTEN ("F" = FERTIG, "E" = FEHLER) UND      *
      *                  IM SUBFILE ANGEZEIGT. BRICHT EIN SCHRITT     *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    STILLER LAUF: WIRD DAS PROGRAMM MIT          *
      *                  PARAMETERN (USER, NAME, ROLLE, EINTRITT,     *
      *                  GEBURTSTAG, AZUBI J/N, RETCODE) GERUFEN,     *
      *                  LAUFEN DIE SCHRITTE OHNE BILDSCHIRM, DAS     *
      *                  ERGEBNIS KOMMT IN X-RETCODE ZURUECK ("0" =   *
      *                  ALLE SCHRITTE FERTIG). AUFRUF Z.B. AUS DER   *
      *                  BEWERBERVERWALTUNG AZP0329                   *
      * 15.10.2026 MD    DIE SCHRITTE SCHREIBEN IN DEN PERSONENSTAMM  *
      *                  PPERSON STATT IN PCONFIG A109/A110           *
      *                                                               *
      *****************************************************************
      *
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCONFIG: CFID, CFKEY (H050)
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PPERSON: PEUSER (PERSONENSTAMM)
      *-------------------------------------------------------------
           SELECT PPERSON-DP
                  ASSIGN       TO  DATABASE-PPERSON
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCFGROL: ROROLE (ROLLEN)
      *-------------------------------------------------------------
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
      *--- PPERSON: PEUSER
       FD  PPERSON-DP
           LABEL RECORDS ARE STANDARD.
       01  PPERSON-P.
           COPY DDS-ALL-FORMATS OF PPERSON.
      /
      *--- PCFGROL: ROROLE
       FD  PCFGROL-DP
           LABEL RECORDS ARE STANDARD.
       01  STEP-INFO                     PIC X(50).
       01  LAUF-ABBRUCH                  PIC 9(1).

      * AUFRUF MIT PARAMETERN, OHNE BILDSCHIRM (1)
       01  STILL-LAUF                    PIC 9(1).

      * SCHRITTNAMEN FUER DIE ANZEIGE
       01  STEP-NAMEN.
        05 FILLER          PIC X(30) VALUE "PERSON (PPERSON, H050)".
        05 FILLER          PIC X(30) VALUE "TAGESSOLL/GRUPPE (PPERSON)".
        05 FILLER          PIC X(30) VALUE "ROLLE (PCFGRLM)".
        05 FILLER          PIC X(30) VALUE "GEBURTSTAG (PPERSON)".
        05 FILLER          PIC X(30) VALUE "AZUBI (PPERSON)".
       01  STEP-NAMEN-RED REDEFINES STEP-NAMEN.
        05 STEP-NAME                     OCCURS 5 TIMES
                                         PIC X(30).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * NUR IM STILLEN LAUF: GRUNDDATEN WIE IM FMT01
       01  X-USER                        PIC X(10).
       01  X-NAME                        PIC X(30).
       01  X-ROLLE                       PIC X(10).
       01  X-START                       PIC 9(8).
       01  X-GEBDAT                      PIC 9(8).
       01  X-AZUBI                       PIC X(1).
      * "0" = ALLE SCHRITTE FERTIG, "1" = ABBRUCH (SIEHE PONBSTS)
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING        X-USER
                                        X-NAME
                                        X-ROLLE
                                        X-START
                                        X-GEBDAT
                                        X-AZUBI
                                        X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.
           MOVE     "CFP0203" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * MIT PARAMETERN GERUFEN: STILLER LAUF OHNE BILDSCHIRM
           INITIALIZE STILL-LAUF.
           IF       ADDRESS OF X-USER NOT = NULL
                    MOVE 1   TO STILL-LAUF
                    MOVE "1" TO X-RETCODE
           END-IF.

      * DISPLAY OEFFNEN
           IF       STILL-LAUF = ZEROES
                    MOVE "CFD0203DE" TO DISPLAY-WRK
                    PERFORM COPY-DISPLAY-OPEN
           END-IF.

      * ALLE DATEIEN OEFFNEN
           OPEN     I-O   PONBSTS-DP
                          PCONFIG-DP
                          PPERSON-DP
                          PCFGRLM-DP.
           OPEN     INPUT PCFGROL-DP.


           PERFORM  COPY-GET-TIME.

           IF       STILL-LAUF = 1
                    PERFORM STILLER-LAUF
                    GO TO ENDE
           END-IF.

       ANF020.
      * GRUNDDATEN ABFRAGEN
           PERFORM  ABFRAGE-GRUNDDATEN.

       ENDE.
      * DISPLAY SCHLIESSEN
           IF       STILL-LAUF = ZEROES
                    PERFORM COPY-DISPLAY-CLOSE
           END-IF.

           CLOSE                 PONBSTS-DP
                                 PCONFIG-DP
                                 PPERSON-DP
                                 PCFGROL-DP
                                 PCFGRLM-DP.

           EXIT.
      /
      *--------------------------------------------------------------
      * STILLER LAUF: GRUNDDATEN AUS DEN PARAMETERN PRUEFEN UND
      * ALLE SCHRITTE OHNE BILDSCHIRM AUSFUEHREN
      *--------------------------------------------------------------
       STILLER-LAUF SECTION.
       STI-LAU-00.

      * PFLICHTFELDER WIE IM FMT01
           IF       X-USER  = SPACES
            OR      X-NAME  = SPACES
            OR      X-START = ZEROES
            OR     (X-AZUBI NOT = "J"
             AND    X-AZUBI NOT = "N")
                    GO TO STI-LAU-90
           END-IF.

      * DIE ROLLE MUSS ES GEBEN
           IF       X-ROLLE NOT = SPACES
                    INITIALIZE PCFGROLF OF PCFGROL-P
                    MOVE X-ROLLE TO ROROLE OF PCFGROL-P
                    READ PCFGROL-DP WITH NO LOCK
                    IF   FILE-STATUS NOT = ZEROES
                         GO TO STI-LAU-90
                    END-IF
           END-IF.

           MOVE     X-USER   TO NEU-USER.
           MOVE     X-NAME   TO NEU-NAME.
           MOVE     X-ROLLE  TO NEU-ROLLE.
           MOVE     X-START  TO NEU-START.
           MOVE     X-GEBDAT TO NEU-GEBDAT.
           MOVE     X-AZUBI  TO NEU-AZUBI.

           INITIALIZE LAUF-ABBRUCH.
           INITIALIZE STEP-WRK.

       STI-LAU-20.
           IF       STEP-WRK NOT < 5
            OR      LAUF-ABBRUCH = 1
                    GO TO STI-LAU-40
           END-IF.
           ADD      1 TO STEP-WRK.
           PERFORM  FUEHRE-SCHRITT-AUS.
           GO TO    STI-LAU-20.

       STI-LAU-40.
           IF       LAUF-ABBRUCH = ZEROES
                    MOVE "0" TO X-RETCODE
           END-IF.

       STI-LAU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINEN SCHRITT AUSFUEHREN, WENN ER NOCH NICHT FERTIG IST,
      * UND DAS ERGEBNIS IN PONBSTS FESTHALTEN. EIN FEHLER
      * BRICHT DEN LAUF AB, DER NAECHSTE LAUF SETZT HIER AUF

           EVALUATE STEP-WRK
                    WHEN 1
                         PERFORM SCHRITT-PERSON
                    WHEN 2
                         PERFORM SCHRITT-SOLL
                    WHEN 3
                         PERFORM SCHRITT-ROLLE
                    WHEN 4
                         PERFORM SCHRITT-GEBURTSTAG
                    WHEN 5
                         PERFORM SCHRITT-AZUBI
           END-EVALUATE.

           PERFORM  SCHREIBE-STATUS.
           EXIT.
      /
      *--------------------------------------------------------------
      * SCHRITT 1: PERSONENSTAMM PPERSON/<USER> (AKTIVE PERSON) UND
      * DER TECHNISCHE MITARBEITERSATZ PCONFIG H050/<USER>
      *--------------------------------------------------------------
       SCHRITT-PERSON SECTION.
       SCH-PER-00.

           INITIALIZE PPERSONF OF PPERSON-P.
           MOVE     NEU-USER TO PEUSER OF PPERSON-P.
           READ     PPERSON-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE "SATZ BESTAND SCHON" TO STEP-INFO
                    GO TO SCH-PER-50
           END-IF.

      * "NACHNAME, VORNAME" AUFTEILEN
           INITIALIZE PPERSONF OF PPERSON-P.
           MOVE     NEU-USER   TO PEUSER OF PPERSON-P.
           MOVE     NEU-NAME   TO PENAME OF PPERSON-P.
           UNSTRING NEU-NAME DELIMITED BY ", "
               INTO PENNAM OF PPERSON-P
                    PEVNAM OF PPERSON-P
           END-UNSTRING.
           MOVE     1          TO PEAKTV OF PPERSON-P.
           MOVE     NEU-START  TO PEEINT OF PPERSON-P.
           MOVE     T-USER     TO PEAUSR OF PPERSON-P.
           MOVE     T-TERM     TO PEABS  OF PPERSON-P.
           MOVE     PGM-WRK    TO PEAPGM OF PPERSON-P.
           MOVE     DATE-8     TO PEADTA OF PPERSON-P.
           MOVE     TIME-6     TO PEATIA OF PPERSON-P.
           WRITE    PPERSON-P.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "E" TO STEP-STAT
                    MOVE "SCHREIBEN FEHLGESCHLAGEN" TO STEP-INFO
                    GO TO SCH-PER-90
           END-IF.
           MOVE     "ANGELEGT" TO STEP-INFO.

       SCH-PER-50.
      * TECHNISCHER MITARBEITERSATZ H050
           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "H050"   TO CFID   OF PCONFIG-P.
           MOVE     NEU-USER TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES   TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES   TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES   TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    GO TO SCH-PER-90
           END-IF.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           WRITE    PCONFIG-P.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "E" TO STEP-STAT
                    MOVE "H050 SCHREIBEN FEHLGESCHLAGEN" TO STEP-INFO
           END-IF.

       SCH-PER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SCHRITT 2: TAGESSOLL (480 MINUTEN) UND PERSONENGRUPPE (STD)
      * IM PERSONENSTAMM, SOFERN NOCH NICHT GEPFLEGT
      *--------------------------------------------------------------
       SCHRITT-SOLL SECTION.
       SCH-SOL-00.

           INITIALIZE PPERSONF OF PPERSON-P.
           MOVE     NEU-USER TO PEUSER OF PPERSON-P.
           READ     PPERSON-DP.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "E" TO STEP-STAT
                    MOVE "PERSON FEHLT (SCHRITT 1)" TO STEP-INFO
                    GO TO SCH-SOL-90
           END-IF.

           IF       PESOLL OF PPERSON-P NOT = ZEROES
            AND     PEGRUP OF PPERSON-P NOT = SPACES
                    UNLOCK PPERSON-DP
                    MOVE "SATZ BESTAND SCHON" TO STEP-INFO
                    GO TO SCH-SOL-90
           END-IF.

           IF       PESOLL OF PPERSON-P = ZEROES
                    MOVE 480   TO PESOLL OF PPERSON-P
           END-IF.
           IF       PEGRUP OF PPERSON-P = SPACES
                    MOVE "STD" TO PEGRUP OF PPERSON-P
           END-IF.
           PERFORM  AENDERE-PERSON.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "E" TO STEP-STAT
                    MOVE "SCHREIBEN FEHLGESCHLAGEN" TO STEP-INFO
           ELSE
                    MOVE "GESETZT (480 MIN, STD)" TO STEP-INFO
           END-IF.

       SCH-SOL-90.
           EXIT.
      /
      *--------------------------------------------------------------
           EXIT.
      /
      *--------------------------------------------------------------
      * SCHRITT 4: GEBURTSTAG IM PERSONENSTAMM NACHTRAGEN (PEGEBD,
      * DASSELBE FELD FUELLT DER MAT-IMPORT HLP0015). PBIRTH
      * SELBST GEHOERT DEM MAT-SYSTEM UND WIRD NICHT BESCHRIEBEN
      *--------------------------------------------------------------
                    GO TO SCH-GEB-90
           END-IF.

           INITIALIZE PPERSONF OF PPERSON-P.
           MOVE     NEU-USER TO PEUSER OF PPERSON-P.
           READ     PPERSON-DP.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "E" TO STEP-STAT
                    MOVE "PERSON FEHLT (SCHRITT 1)" TO STEP-INFO
                    GO TO SCH-GEB-90
           END-IF.

           MOVE     NEU-GEBDAT TO PEGEBD OF PPERSON-P.
           PERFORM  AENDERE-PERSON.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "E" TO STEP-STAT
                    MOVE "SCHREIBEN FEHLGESCHLAGEN" TO STEP-INFO
           EXIT.
      /
      *--------------------------------------------------------------
      * SCHRITT 5: AZUBI-KENNZEICHEN UND AUSBILDUNGSBEGINN IM
      * PERSONENSTAMM
      *--------------------------------------------------------------
       SCHRITT-AZUBI SECTION.
       SCH-AZU-00.

           IF       NEU-AZUBI NOT = "J"
                    MOVE "KEIN AZUBI" TO STEP-INFO
                    GO TO SCH-AZU-90
           END-IF.

           INITIALIZE PPERSONF OF PPERSON-P.
           MOVE     NEU-USER TO PEUSER OF PPERSON-P.
           READ     PPERSON-DP.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "E" TO STEP-STAT
                    MOVE "PERSON FEHLT (SCHRITT 1)" TO STEP-INFO
                    GO TO SCH-AZU-90
           END-IF.

           IF       PEAZUB OF PPERSON-P = "J"
                    UNLOCK PPERSON-DP
                    MOVE "SATZ BESTAND SCHON" TO STEP-INFO
                    GO TO SCH-AZU-90
           END-IF.

           MOVE     "J"        TO PEAZUB OF PPERSON-P.
           IF       PEAZBG OF PPERSON-P = ZEROES
                    MOVE NEU-START TO PEAZBG OF PPERSON-P
           END-IF.
           PERFORM  AENDERE-PERSON.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "E" TO STEP-STAT
                    MOVE "SCHREIBEN FEHLGESCHLAGEN" TO STEP-INFO
           ELSE
                    MOVE "GESETZT" TO STEP-INFO
           END-IF.

       SCH-AZU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GELESENE PERSON MIT AENDERUNGSFELDERN ZURUECKSCHREIBEN
      *--------------------------------------------------------------
       AENDERE-PERSON SECTION.
       AEN-PER-00.

           MOVE     T-USER     TO PEMSER OF PPERSON-P.
           MOVE     T-TERM     TO PEMBS  OF PPERSON-P.
           MOVE     PGM-WRK    TO PEMPGM OF PPERSON-P.
           MOVE     DATE-8     TO PEMDTA OF PPERSON-P.
           MOVE     TIME-6     TO PEMTIA OF PPERSON-P.
           REWRITE  PPERSON-P.

       AEN-PER-90.
           EXIT.
      /
      *--------------------------------------------------------------
