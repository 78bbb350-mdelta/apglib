       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              HMP0014.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * VERANTWORTLICHEN EINES PROGRAMMS ERMITTELN (PPGMOWN)          *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LIEFERT ZU EINEM PROGRAMM (X-LIB/X-PGM)      *
      *                  EIGNER UND VERTRETER AUS PPGMOWN. ZUERST     *
      *                  ZAEHLT DER EINTRAG ZUM PROGRAMM SELBST       *
      *                  (OWTYP "P"; OHNE X-LIB GILT DER ERSTE        *
      *                  EINTRAG MIT DIESEM PROGRAMMNAMEN), SONST     *
      *                  DER ERSTE EINTRAG ZU EINEM SEINER TAGS       *
      *                  (OWTYP "T", ZUORDNUNG UEBER PTAGLIBL2).      *
      *                  X-HERK SAGT, WOHER DER EIGNER KOMMT ("P",    *
      *                  "T", SPACES = KEIN EIGNER). ZU EIGNER UND    *
      *                  VERTRETER KOMMT DER ZUSTAND: "A" = AKTIV,    *
      *                  "G" = GESPERRT (PCONFIG LOCKED), "O" =       *
      *                  AUSGESCHIEDEN (KEIN PCONFIG-H050-SATZ MEHR,  *
      *                  SIEHE OFFBOARDING XXP1023, ODER IM PERSO-    *
      *                  NENSTAMM NICHT VORHANDEN BZW. INAKTIV),      *
      *                  SPACES = NICHT GEPFLEGT. X-EMPF IST DER      *
      *                  WIRKSAME ADRESSAT: DER AKTIVE EIGNER, SONST  *
      *                  DER AKTIVE VERTRETER, SONST SPACES.          *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    INAKTIVE PERSON (PPERSON, CFP9022) GILT ALS  *
      *                  AUSGESCHIEDEN                                *
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
      * PPGMOWN: OWTYP, OWLIB, OWFILE, OWTAG (VERANTWORTLICHE)
      *-------------------------------------------------------------
           SELECT PPGMOWN-DP
                  ASSIGN       TO  DATABASE-PPGMOWN
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PTAGLIBL2: PTLIB, PTFILE, PTTAG (TAGS JE PROGRAMM)
      *-------------------------------------------------------------
           SELECT PTAGLIB-DL
                  ASSIGN       TO  DATABASE-PTAGLIBL2
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                                   WITH DUPLICATES
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCONFIG: CFID, CFKEY (H050 UND LOCKED JE USER)
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
      *--- PPGMOWN: OWTYP, OWLIB, OWFILE, OWTAG
       FD  PPGMOWN-DP
           LABEL RECORDS ARE STANDARD.
       01  PPGMOWN-P.
           COPY DDS-ALL-FORMATS OF PPGMOWN.
      /
      *--- PTAGLIBL2: PTLIB, PTFILE, PTTAG
       FD  PTAGLIB-DL
           LABEL RECORDS ARE STANDARD.
       01  PTAGLIB-L.
           COPY DDS-ALL-FORMATS OF PTAGLIBL2.
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

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "HMP0014".
       01  PGM-TYP                       PIC X(8)  VALUE "HERMES".

      * GEFUNDENER EINTRAG
       01  OWN-GEFUNDEN                  PIC 9(1).
       01  TAG-WRK                       LIKE PTTAG OF PTAGLIB-L.

      * ZUSTAND EINES USERS
       01  STS-USER                      PIC X(10).
       01  STS-WRK                       PIC X(1).

      * PERSONENSTAMM (CFP9022)
       01  PERSON-REC                    TYPE PERSON-TYPE.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * PROGRAMM (X-LIB DARF LEER SEIN)
       01  X-LIB                         PIC X(10).
       01  X-PGM                         PIC X(10).
      * EIGNER UND VERTRETER MIT ZUSTAND
       01  X-PRIM                        PIC X(10).
       01  X-PSTS                        PIC X(1).
       01  X-VERT                        PIC X(10).
       01  X-VSTS                        PIC X(1).
      * HERKUNFT ("P" = PROGRAMM, "T" = TAG, SPACES = KEIN EIGNER)
       01  X-HERK                        PIC X(1).
      * WIRKSAMER ADRESSAT
       01  X-EMPF                        PIC X(10).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-LIB
                                X-PGM
                                X-PRIM
                                X-PSTS
                                X-VERT
                                X-VSTS
                                X-HERK
                                X-EMPF.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "HMP0014" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           IF       FIRST-CALL NOT = "1"
                    MOVE "1" TO FIRST-CALL
                    OPEN INPUT PPGMOWN-DP
                               PTAGLIB-DL
                               PCONFIG-DP
           END-IF.

           INITIALIZE X-PRIM, X-PSTS, X-VERT, X-VSTS, X-HERK, X-EMPF.

           IF       X-PGM = SPACES
                    GO TO ENDE
           END-IF.

      * EIGNER DES PROGRAMMS, SONST EIGNER EINES SEINER TAGS
           PERFORM  SUCHE-PROGRAMM-EIGNER.
           IF       OWN-GEFUNDEN = ZEROES
                    PERFORM SUCHE-TAG-EIGNER
           END-IF.
           IF       OWN-GEFUNDEN = ZEROES
                    GO TO ENDE
           END-IF.

           MOVE     OWTYP  OF PPGMOWN-P TO X-HERK.
           MOVE     OWPRIM OF PPGMOWN-P TO X-PRIM.
           MOVE     OWVERT OF PPGMOWN-P TO X-VERT.

      * ZUSTAND VON EIGNER UND VERTRETER
           MOVE     X-PRIM   TO STS-USER.
           PERFORM  ERMITTLE-ZUSTAND.
           MOVE     STS-WRK  TO X-PSTS.
           MOVE     X-VERT   TO STS-USER.
           PERFORM  ERMITTLE-ZUSTAND.
           MOVE     STS-WRK  TO X-VSTS.

      * WIRKSAMER ADRESSAT
           IF       X-PSTS = "A"
                    MOVE X-PRIM TO X-EMPF
           ELSE
                    IF   X-VSTS = "A"
                         MOVE X-VERT TO X-EMPF
                    END-IF
           END-IF.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * EINTRAG ZUM PROGRAMM SELBST (OWTYP "P")
      *--------------------------------------------------------------
       SUCHE-PROGRAMM-EIGNER SECTION.
       SUC-PGM-00.

           INITIALIZE OWN-GEFUNDEN.

      * MIT BIBLIOTHEK DIREKT LESEN
           IF       X-LIB NOT = SPACES
                    INITIALIZE PPGMOWNF OF PPGMOWN-P
                    MOVE "P"    TO OWTYP  OF PPGMOWN-P
                    MOVE X-LIB  TO OWLIB  OF PPGMOWN-P
                    MOVE X-PGM  TO OWFILE OF PPGMOWN-P
                    MOVE SPACES TO OWTAG  OF PPGMOWN-P
                    READ PPGMOWN-DP
                    IF   FILE-STATUS = ZEROES
                         MOVE 1 TO OWN-GEFUNDEN
                         GO TO SUC-PGM-90
                    END-IF
           END-IF.

      * SONST DEN ERSTEN EINTRAG MIT DIESEM PROGRAMMNAMEN
           INITIALIZE PPGMOWNF OF PPGMOWN-P.
           MOVE     "P"    TO OWTYP  OF PPGMOWN-P.
           MOVE     SPACES TO OWLIB  OF PPGMOWN-P.
           MOVE     SPACES TO OWFILE OF PPGMOWN-P.
           MOVE     SPACES TO OWTAG  OF PPGMOWN-P.
           START    PPGMOWN-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUC-PGM-90
           END-IF.

       SUC-PGM-20.
           READ     PPGMOWN-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUC-PGM-90
           END-IF.
           IF       OWTYP OF PPGMOWN-P NOT = "P"
                    GO TO SUC-PGM-90
           END-IF.
           IF       OWFILE OF PPGMOWN-P NOT = X-PGM
                    GO TO SUC-PGM-20
           END-IF.

           MOVE     1 TO OWN-GEFUNDEN.

       SUC-PGM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ERSTER TAG DES PROGRAMMS MIT EINEM EINTRAG (OWTYP "T")
      *--------------------------------------------------------------
       SUCHE-TAG-EIGNER SECTION.
       SUC-TAG-00.

           INITIALIZE OWN-GEFUNDEN.

           INITIALIZE PTAGLIBF OF PTAGLIB-L.
           MOVE     X-LIB  TO PTLIB  OF PTAGLIB-L.
           MOVE     X-PGM  TO PTFILE OF PTAGLIB-L.
           MOVE     SPACES TO PTTAG  OF PTAGLIB-L.
           START    PTAGLIB-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUC-TAG-90
           END-IF.

       SUC-TAG-20.
           READ     PTAGLIB-DL NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUC-TAG-90
           END-IF.

      * MIT BIBLIOTHEK NUR DIE TAGS DIESES PROGRAMMS, OHNE
      * BIBLIOTHEK ALLE TAGS DIESES PROGRAMMNAMENS
           IF       X-LIB NOT = SPACES
                    IF   PTLIB  OF PTAGLIB-L NOT = X-LIB
                     OR  PTFILE OF PTAGLIB-L NOT = X-PGM
                         GO TO SUC-TAG-90
                    END-IF
           END-IF.
           IF       PTLIB  OF PTAGLIB-L = SPACES
            OR      PTFILE OF PTAGLIB-L NOT = X-PGM
                    GO TO SUC-TAG-20
           END-IF.

           MOVE     PTTAG OF PTAGLIB-L TO TAG-WRK.
           INITIALIZE PPGMOWNF OF PPGMOWN-P.
           MOVE     "T"     TO OWTYP  OF PPGMOWN-P.
           MOVE     SPACES  TO OWLIB  OF PPGMOWN-P.
           MOVE     SPACES  TO OWFILE OF PPGMOWN-P.
           MOVE     TAG-WRK TO OWTAG  OF PPGMOWN-P.
           READ     PPGMOWN-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SUC-TAG-20
           END-IF.

           MOVE     1 TO OWN-GEFUNDEN.

       SUC-TAG-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZUSTAND EINES USERS: "A" AKTIV, "G" GESPERRT, "O" AUS-
      * GESCHIEDEN (KEIN H050-SATZ, KEINE ODER INAKTIVE PERSON IM
      * PERSONENSTAMM), SPACES = NICHT GEPFLEGT
      *--------------------------------------------------------------
       ERMITTLE-ZUSTAND SECTION.
       ERM-ZUS-00.

           INITIALIZE STS-WRK.
           IF       STS-USER = SPACES
                    GO TO ERM-ZUS-90
           END-IF.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "H050"         TO CFID   OF PCONFIG-P.
           MOVE     STS-USER       TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "O" TO STS-WRK
                    GO TO ERM-ZUS-90
           END-IF.

      * IM PERSONENSTAMM INAKTIV GESETZT?
           INITIALIZE PERSON-REC.
           MOVE     "L"            TO PN-MODUS OF PERSON-REC.
           MOVE     STS-USER       TO PN-USER  OF PERSON-REC.
           CALL     "CFP9022" USING PERSON-REC
           END-CALL.
           IF       PN-RET   OF PERSON-REC NOT = SPACES
            OR      PN-AKTIV OF PERSON-REC = ZEROES
                    MOVE "O" TO STS-WRK
                    GO TO ERM-ZUS-90
           END-IF.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "LOCKED"       TO CFID   OF PCONFIG-P.
           MOVE     STS-USER       TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES         TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS             = ZEROES
            AND     CFFK01 OF PCONFIG-P     = 1
                    MOVE "G" TO STS-WRK
                    GO TO ERM-ZUS-90
           END-IF.

           MOVE     "A" TO STS-WRK.

       ERM-ZUS-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-PGM-INIT/COPY-PGM-EXIT: STANDARDROUTINEN START UND ENDE
      *---------------------------------------------------------------

           COPY     PGMWRK     OF APG-QCPYSRC.
      /
