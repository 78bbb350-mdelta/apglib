      *                                                               *
      * �NDERUNGEN:                                                   *
      * DATUM      VON   GRUND DER �NDERUNG                           *
      * 15.10.2026 MD    NAME, GEBURTSTAG UND AKTIV-KENNZEICHEN AUCH  *
      *                  IN DEN PERSONENSTAMM PPERSON; AUSGESCHIEDENE *
      *                  WERDEN DORT INAKTIV GESETZT, NICHT GELOESCHT *
      *                                                               *
      *****************************************************************
      *
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
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
      /
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF APG-PCONFIG.
      /
      *--- PPERSON: PEUSER
       FD  PPERSON-DP
           LABEL RECORDS ARE STANDARD.
       01  PPERSON-P.
           COPY DDS-ALL-FORMATS OF PPERSON.
      /
       WORKING-STORAGE SECTION.

       01  RECORD-OLD                    PIC X(8192).
       01  RECORD-NEW                    PIC X(8192).
       01  POS                           PIC 9(4).

      * GEBURTSTAG FUER PPERSON
       01  GEB-ALPHA                     PIC X(8).
       01  GEB-NUM REDEFINES GEB-ALPHA   PIC 9(8).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
           PERFORM  COPY-PGM-INIT.

      * DATEIEN �FFNEN
           OPEN     I-O   PCONFIG-DP
                          PPERSON-DP.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           PERFORM  DEL-MAT-LIB.

       ENDE.
           CLOSE    PCONFIG-DP
                    PPERSON-DP.

           PERFORM  COPY-PGM-EXIT.

                    PERFORM DELETE-DATEN-V100
           END-IF.

      * PERSONENSTAMM FORTSCHREIBEN
           PERFORM  PFLEGE-PPERSON.

           GO TO    IMP-PBI-20.

       IMP-PBI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NAME, GEBURTSTAG UND AKTIV-KENNZEICHEN IN PPERSON. INAKTIVE
      * BLEIBEN IM PERSONENSTAMM (HISTORIE), NEU ANGELEGT WERDEN NUR
      * AKTIVE MITARBEITER MIT DEN STANDARDWERTEN
      *--------------------------------------------------------------
       PFLEGE-PPERSON SECTION.
       PFL-PER-00.

      * GEBURTSTAG ZUSAMMENBAUEN
           MOVE     BIGJH  OF PBIRTH-P    TO GEB-ALPHA(1:2).
           MOVE     BIGJA  OF PBIRTH-P    TO GEB-ALPHA(3:2).
           MOVE     BIGMO  OF PBIRTH-P    TO GEB-ALPHA(5:2).
           MOVE     BIGTA  OF PBIRTH-P    TO GEB-ALPHA(7:2).

           INITIALIZE PPERSONF OF PPERSON-P.
           MOVE     BIMAKU OF PBIRTH-P    TO PEUSER OF PPERSON-P.
           READ     PPERSON-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE PPERSONF OF PPERSON-P TO RECORD-OLD
           ELSE
                    IF   BIKZ   OF PBIRTH-P = ZEROES
                         GO TO PFL-PER-90
                    END-IF
                    INITIALIZE PPERSONF OF PPERSON-P
                    MOVE BIMAKU OF PBIRTH-P TO PEUSER OF PPERSON-P
                    MOVE 480                TO PESOLL OF PPERSON-P
                    MOVE "STD"              TO PEGRUP OF PPERSON-P
                    MOVE DATE-8             TO PEEINT OF PPERSON-P
                    MOVE SPACES             TO RECORD-OLD
           END-IF.

      * VORNAME, NACHNAME UND NAME
           MOVE     BIVNAM OF PBIRTH-P    TO PEVNAM OF PPERSON-P.
           MOVE     BINNAM OF PBIRTH-P    TO PENNAM OF PPERSON-P.
           MOVE     SPACES                TO PENAME OF PPERSON-P.
           IF       BIVNAM OF PBIRTH-P NOT = SPACES
                    STRING BINNAM OF PBIRTH-P DELIMITED BY "  "
                           ", "               DELIMITED BY SIZE
                           BIVNAM OF PBIRTH-P DELIMITED BY SIZE
                      INTO PENAME OF PPERSON-P
                    END-STRING
           ELSE
                    MOVE BINNAM OF PBIRTH-P TO PENAME OF PPERSON-P
           END-IF.
           IF       GEB-ALPHA IS NUMERIC
                    MOVE GEB-NUM          TO PEGEBD OF PPERSON-P
           END-IF.
      * MITARBEITER AKTIV?
           IF       BIKZ   OF PBIRTH-P = ZEROES
                    MOVE ZEROES           TO PEAKTV OF PPERSON-P
           ELSE
                    MOVE 1                TO PEAKTV OF PPERSON-P
           END-IF.

      * NEU ANLEGEN
           IF       RECORD-OLD = SPACES
                    MOVE T-USER           TO PEAUSR OF PPERSON-P
                    MOVE T-TERM           TO PEABS  OF PPERSON-P
                    MOVE PGM-WRK          TO PEAPGM OF PPERSON-P
                    MOVE DATE-8           TO PEADTA OF PPERSON-P
                    MOVE TIME-6           TO PEATIA OF PPERSON-P
                    WRITE PPERSON-P
                    GO TO PFL-PER-90
           END-IF.

      * AENDERN, WENN SICH ETWAS GEAENDERT HAT
           MOVE     PPERSONF OF PPERSON-P TO RECORD-NEW.
           IF       RECORD-OLD NOT = RECORD-NEW
                    MOVE T-USER           TO PEMSER OF PPERSON-P
                    MOVE T-TERM           TO PEMBS  OF PPERSON-P
                    MOVE PGM-WRK          TO PEMPGM OF PPERSON-P
                    MOVE DATE-8           TO PEMDTA OF PPERSON-P
                    MOVE TIME-6           TO PEMTIA OF PPERSON-P
           END-IF.
           REWRITE  PPERSON-P.

       PFL-PER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PR�FEN OB ES DIE DATEIEN AUCH GIBT
      *--------------------------------------------------------------
       CHECK-OBJECTS SECTION.
