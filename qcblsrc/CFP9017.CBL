       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CFP9017.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * PRUEFUNG DER FUNKTIONSTRENNUNG FUER EINEN USER                *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  PRUEFT ALLE KONFLIKTREGELN AUS PCFGSOD       *
      *                  (PAAR AUS ROLLE "R" ODER PROGRAMM "P") GEGEN *
      *                  DEN USER SOD-USER. OPTIONAL WIRD DIE ROLLE   *
      *                  SOD-ROLLE ALS BEREITS ZUGEWIESEN ANGENOMMEN  *
      *                  (PRUEFUNG VOR DER ZUWEISUNG IN CFP9013).     *
      *                  EINE ROLLE HAT DER USER UEBER PCFGRLM, EIN   *
      *                  PROGRAMM WIE IN CFP9001: EIGENER CHK-PGM-    *
      *                  EINTRAG VOR DEN ROLLEN DES USERS VOR *ALL;   *
      *                  OHNE JEDEN EINTRAG GILT DAS PROGRAMM ALS     *
      *                  ERLAUBT. VERTRETUNGEN (PCFGDEL) ZAEHLEN      *
      *                  NICHT, DA SIE BEFRISTET SIND. JEDER KONFLIKT *
      *                  WIRD MIT EINER GUELTIGEN AUSNAHME AUS        *
      *                  PCFGSOX (SXBIS = 0 ODER NICHT ABGELAUFEN)    *
      *                  ZURUECKGEGEBEN; SOD-ERGEBNIS BERUECKSICHTIGT *
      *                  NUR KONFLIKTE OHNE AUSNAHME.                 *
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
      * PCFGSOD: SDTYP1, SDOBJ1, SDTYP2, SDOBJ2 (KONFLIKTREGELN)
      *-------------------------------------------------------------
           SELECT PCFGSOD-DP
                  ASSIGN       TO  DATABASE-PCFGSOD
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCFGSOX: SXUSER, SXTYP1, SXOBJ1, SXTYP2, SXOBJ2 (AUSNAHMEN)
      *-------------------------------------------------------------
           SELECT PCFGSOX-DP
                  ASSIGN       TO  DATABASE-PCFGSOX
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PHYSISCHE DATEI ROLLEN-MITGLIEDSCHAFTEN (RLUSER, RLROLE)
      *-------------------------------------------------------------
           SELECT PCFGRLM-DP
                  ASSIGN       TO  DATABASE-PCFGRLM
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PHYSISCHE DATEI BERECHTIGUNGEN
      *-------------------------------------------------------------
           SELECT PCFGAUT-DP
                  ASSIGN       TO  DATABASE-PCFGAUT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- KONFLIKTREGELN
       FD  PCFGSOD-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGSOD-P.
           COPY DDS-ALL-FORMATS OF PCFGSOD.
      /
      *--- AUSNAHMEN
       FD  PCFGSOX-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGSOX-P.
           COPY DDS-ALL-FORMATS OF PCFGSOX.
      /
      *--- ROLLEN-MITGLIEDSCHAFTEN
       FD  PCFGRLM-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGRLM-P.
           COPY DDS-ALL-FORMATS OF PCFGRLM.
      /
      *--- BERECHTIGUNGEN
       FD  PCFGAUT-DP
           LABEL RECORDS ARE STANDARD.
       01  PCFGAUT-P.
           COPY DDS-ALL-FORMATS OF PCFGAUT.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CFP9017".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".

      * ZU PRUEFENDES RECHT UND ERGEBNIS (1 = USER HAT ES)
       01  HAT-TYP                       PIC X(1).
       01  HAT-OBJ                       PIC X(10).
       01  HAT-ERG                       PIC 9(1).
       01  HAT-ERG1                      PIC 9(1).

      * ERGEBNIS DER ROLLENAUFLOESUNG WIE IN CFP9001
       01  ROLLE-GEFUNDEN                PIC 9(1).
       01  ROLLE-ERLAUBT                 PIC 9(1).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-SODCHK                      TYPE SODCHK-TYPE.
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-SODCHK.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "CFP9017" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO SOD-ERGEBNIS OF X-SODCHK.
           MOVE     ZEROES TO SOD-ANZ      OF X-SODCHK.
           IF       SOD-USER OF X-SODCHK = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

           OPEN     INPUT PCFGSOD-DP
                          PCFGSOX-DP
                          PCFGRLM-DP
                          PCFGAUT-DP.

           PERFORM  PRUEFE-REGELN.

           CLOSE    PCFGSOD-DP
                    PCFGSOX-DP
                    PCFGRLM-DP
                    PCFGAUT-DP.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE KONFLIKTREGELN DURCHLAUFEN
      *--------------------------------------------------------------
       PRUEFE-REGELN SECTION.
       PRF-REG-00.

           INITIALIZE PCFGSODF OF PCFGSOD-P.
           START    PCFGSOD-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-REG-90
           END-IF.

       PRF-REG-20.
           READ     PCFGSOD-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      SOD-ANZ OF X-SODCHK NOT < 50
                    GO TO PRF-REG-90
           END-IF.

      * HAT DER USER BEIDE SEITEN DER REGEL?
           MOVE     SDTYP1 OF PCFGSOD-P TO HAT-TYP.
           MOVE     SDOBJ1 OF PCFGSOD-P TO HAT-OBJ.
           PERFORM  PRUEFE-RECHT.
           IF       HAT-ERG = ZEROES
                    GO TO PRF-REG-20
           END-IF.
           MOVE     HAT-ERG TO HAT-ERG1.

           MOVE     SDTYP2 OF PCFGSOD-P TO HAT-TYP.
           MOVE     SDOBJ2 OF PCFGSOD-P TO HAT-OBJ.
           PERFORM  PRUEFE-RECHT.
           IF       HAT-ERG = ZEROES
                    GO TO PRF-REG-20
           END-IF.

           PERFORM  MERKE-KONFLIKT.

           GO TO    PRF-REG-20.

       PRF-REG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KONFLIKT IN DIE TABELLE, AUSNAHME DAZULESEN
      *--------------------------------------------------------------
       MERKE-KONFLIKT SECTION.
       MRK-KON-00.

           ADD      1 TO SOD-ANZ OF X-SODCHK.
           MOVE     SDTYP1 OF PCFGSOD-P
                         TO SOD-TYP1  OF X-SODCHK(SOD-ANZ OF X-SODCHK).
           MOVE     SDOBJ1 OF PCFGSOD-P
                         TO SOD-OBJ1  OF X-SODCHK(SOD-ANZ OF X-SODCHK).
           MOVE     SDTYP2 OF PCFGSOD-P
                         TO SOD-TYP2  OF X-SODCHK(SOD-ANZ OF X-SODCHK).
           MOVE     SDOBJ2 OF PCFGSOD-P
                         TO SOD-OBJ2  OF X-SODCHK(SOD-ANZ OF X-SODCHK).
           MOVE     SDMOD  OF PCFGSOD-P
                         TO SOD-MODUS OF X-SODCHK(SOD-ANZ OF X-SODCHK).
           MOVE     SDTEXT OF PCFGSOD-P
                         TO SOD-TEXT  OF X-SODCHK(SOD-ANZ OF X-SODCHK).
           MOVE     SPACES
                         TO SOD-AUSN  OF X-SODCHK(SOD-ANZ OF X-SODCHK)
                            SOD-GRUND OF X-SODCHK(SOD-ANZ OF X-SODCHK)
                            SOD-GENUSR OF X-SODCHK(SOD-ANZ OF X-SODCHK).
           MOVE     ZEROES
                         TO SOD-BIS   OF X-SODCHK(SOD-ANZ OF X-SODCHK).

      * DOKUMENTIERTE AUSNAHME FUER DIESEN USER UND DIESE REGEL?
           INITIALIZE PCFGSOXF OF PCFGSOX-P.
           MOVE     SOD-USER OF X-SODCHK TO SXUSER OF PCFGSOX-P.
           MOVE     SDTYP1 OF PCFGSOD-P  TO SXTYP1 OF PCFGSOX-P.
           MOVE     SDOBJ1 OF PCFGSOD-P  TO SXOBJ1 OF PCFGSOX-P.
           MOVE     SDTYP2 OF PCFGSOD-P  TO SXTYP2 OF PCFGSOX-P.
           MOVE     SDOBJ2 OF PCFGSOD-P  TO SXOBJ2 OF PCFGSOX-P.
           READ     PCFGSOX-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
            AND     (SXBIS OF PCFGSOX-P = ZEROES
             OR      SXBIS OF PCFGSOX-P NOT < DATE-8)
                    MOVE "1"
                         TO SOD-AUSN  OF X-SODCHK(SOD-ANZ OF X-SODCHK)
                    MOVE SXGRUND OF PCFGSOX-P
                         TO SOD-GRUND OF X-SODCHK(SOD-ANZ OF X-SODCHK)
                    MOVE SXGUSR  OF PCFGSOX-P
                         TO SOD-GENUSR OF X-SODCHK(SOD-ANZ OF X-SODCHK)
                    MOVE SXBIS   OF PCFGSOX-P
                         TO SOD-BIS   OF X-SODCHK(SOD-ANZ OF X-SODCHK)
                    GO TO MRK-KON-90
           END-IF.

      * OHNE AUSNAHME: SPERRE GEHT VOR WARNUNG
           IF       SDMOD OF PCFGSOD-P = "S"
                    MOVE "S" TO SOD-ERGEBNIS OF X-SODCHK
           ELSE
                    IF   SOD-ERGEBNIS OF X-SODCHK = SPACES
                         MOVE "W" TO SOD-ERGEBNIS OF X-SODCHK
                    END-IF
           END-IF.

       MRK-KON-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * HAT DER USER DIE ROLLE ("R") BZW. DAS PROGRAMM ("P")?
      *--------------------------------------------------------------
       PRUEFE-RECHT SECTION.
       PRF-RCH-00.

           MOVE     ZEROES TO HAT-ERG.

           IF       HAT-TYP = "R"
                    GO TO PRF-RCH-50
           END-IF.
           IF       HAT-TYP NOT = "P"
                    GO TO PRF-RCH-90
           END-IF.

      * PROGRAMM: ZUERST DER EIGENE EINTRAG DES USERS
           INITIALIZE PCFGAUTF OF PCFGAUT-P.
           MOVE     "CHK-PGM"            TO CFID   OF PCFGAUT-P.
           MOVE     HAT-OBJ              TO CFKEY  OF PCFGAUT-P.
           MOVE     SOD-USER OF X-SODCHK TO CFKEY2 OF PCFGAUT-P.
           MOVE     SPACES               TO CFKEY3 OF PCFGAUT-P.
           MOVE     SPACES               TO CFKEY4 OF PCFGAUT-P.
           READ     PCFGAUT-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    IF   CFFK01 OF PCFGAUT-P = 1
                         MOVE 1 TO HAT-ERG
                    END-IF
                    GO TO PRF-RCH-90
           END-IF.

      * DANN DIE ROLLEN DES USERS
           PERFORM  PRUEFE-ROLLEN-PGM.
           IF       ROLLE-GEFUNDEN NOT = ZEROES
                    MOVE ROLLE-ERLAUBT TO HAT-ERG
                    GO TO PRF-RCH-90
           END-IF.

      * ZULETZT *ALL; OHNE EINTRAG LEGT CFP9001 EINEN ERLAUBENDEN AN
           INITIALIZE PCFGAUTF OF PCFGAUT-P.
           MOVE     "CHK-PGM"            TO CFID   OF PCFGAUT-P.
           MOVE     HAT-OBJ              TO CFKEY  OF PCFGAUT-P.
           MOVE     "*ALL"               TO CFKEY2 OF PCFGAUT-P.
           MOVE     SPACES               TO CFKEY3 OF PCFGAUT-P.
           MOVE     SPACES               TO CFKEY4 OF PCFGAUT-P.
           READ     PCFGAUT-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      CFFK01 OF PCFGAUT-P = 1
                    MOVE 1 TO HAT-ERG
           END-IF.
           GO TO    PRF-RCH-90.

       PRF-RCH-50.
      * ROLLE: ANGENOMMENE NEUE ROLLE ODER MITGLIEDSCHAFT
           IF       HAT-OBJ = SOD-ROLLE OF X-SODCHK
                    MOVE 1 TO HAT-ERG
                    GO TO PRF-RCH-90
           END-IF.

           INITIALIZE PCFGRLMF OF PCFGRLM-P.
           MOVE     SOD-USER OF X-SODCHK TO RLUSER OF PCFGRLM-P.
           MOVE     HAT-OBJ              TO RLROLE OF PCFGRLM-P.
           READ     PCFGRLM-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE 1 TO HAT-ERG
           END-IF.

       PRF-RCH-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ROLLEN DES USERS (EINSCHLIESSLICH DER ANGENOMMENEN ROLLE)
      * GEGEN CHK-PGM-EINTRAEGE PRUEFEN; EINE ERLAUBENDE ROLLE GEHT
      * VOR, SONST ZAEHLT DER ERSTE GEFUNDENE EINTRAG
      *--------------------------------------------------------------
       PRUEFE-ROLLEN-PGM SECTION.
       PRF-RLP-00.

           INITIALIZE ROLLE-GEFUNDEN.
           INITIALIZE ROLLE-ERLAUBT.

           IF       SOD-ROLLE OF X-SODCHK = SPACES
                    GO TO PRF-RLP-05
           END-IF.
           INITIALIZE PCFGAUTF OF PCFGAUT-P.
           MOVE     "CHK-PGM"             TO CFID   OF PCFGAUT-P.
           MOVE     HAT-OBJ               TO CFKEY  OF PCFGAUT-P.
           MOVE     SOD-ROLLE OF X-SODCHK TO CFKEY2 OF PCFGAUT-P.
           MOVE     SPACES                TO CFKEY3 OF PCFGAUT-P.
           MOVE     SPACES                TO CFKEY4 OF PCFGAUT-P.
           READ     PCFGAUT-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE 1                   TO ROLLE-GEFUNDEN
                    MOVE CFFK01 OF PCFGAUT-P TO ROLLE-ERLAUBT
                    IF   CFFK01 OF PCFGAUT-P = 1
                         GO TO PRF-RLP-90
                    END-IF
           END-IF.

       PRF-RLP-05.
      * ALLE MITGLIEDSCHAFTEN DES USERS DURCHLAUFEN
           INITIALIZE PCFGRLMF OF PCFGRLM-P.
           MOVE     SOD-USER OF X-SODCHK TO RLUSER OF PCFGRLM-P.
           MOVE     SPACES               TO RLROLE OF PCFGRLM-P.
           START    PCFGRLM-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-RLP-90
           END-IF.

       PRF-RLP-10.
           READ     PCFGRLM-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      RLUSER OF PCFGRLM-P NOT = SOD-USER OF X-SODCHK
                    GO TO PRF-RLP-90
           END-IF.

           INITIALIZE PCFGAUTF OF PCFGAUT-P.
           MOVE     "CHK-PGM"           TO CFID   OF PCFGAUT-P.
           MOVE     HAT-OBJ             TO CFKEY  OF PCFGAUT-P.
           MOVE     RLROLE OF PCFGRLM-P TO CFKEY2 OF PCFGAUT-P.
           MOVE     SPACES              TO CFKEY3 OF PCFGAUT-P.
           MOVE     SPACES              TO CFKEY4 OF PCFGAUT-P.
           READ     PCFGAUT-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-RLP-10
           END-IF.

           IF       ROLLE-GEFUNDEN = ZEROES
                    MOVE 1                   TO ROLLE-GEFUNDEN
                    MOVE CFFK01 OF PCFGAUT-P TO ROLLE-ERLAUBT
           END-IF.

      * EINE ERLAUBENDE ROLLE BEENDET DIE SUCHE
           IF       CFFK01 OF PCFGAUT-P = 1
                    MOVE CFFK01 OF PCFGAUT-P TO ROLLE-ERLAUBT
                    GO TO PRF-RLP-90
           END-IF.

           GO TO    PRF-RLP-10.

       PRF-RLP-90.
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
