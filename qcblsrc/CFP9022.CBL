       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CFP9022.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * PERSONENSTAMM PPERSON LESEN                                   *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  GEMEINSAME LESEROUTINE FUER DEN              *
      *                  PERSONENSTAMM PPERSON (PERSON-TYPE):         *
      *                  PN-MODUS "L" LIEFERT DIE PERSON PN-USER,     *
      *                  "N" DIE NAECHSTE PERSON NACH PN-USER UND     *
      *                  "A" DIE NAECHSTE AKTIVE PERSON NACH PN-USER  *
      *                  (ZUM DURCHBLAETTERN PN-USER MIT SPACES       *
      *                  BEGINNEN UND SO LANGE RUFEN, BIS PN-RET      *
      *                  NICHT MEHR SPACES IST). NAME, AKTIV-         *
      *                  KENNZEICHEN, GEBURTSTAG, TAGESSOLL,          *
      *                  PERSONENGRUPPE UND AUSBILDUNGSDATEN STEHEN   *
      *                  NUR NOCH HIER (FRUEHER PCONFIG H050, A109,   *
      *                  A110, A115, A121). GEPFLEGT WIRD PPERSON     *
      *                  MIT XXP2063, UEBERNOMMEN MIT XXP2064, DER    *
      *                  MAT-IMPORT HLP0015 SCHREIBT NAME, GEBURTS-   *
      *                  TAG UND AKTIV-KENNZEICHEN FORT.              *
      *                  DIE DATEI BLEIBT FUER DEN JOB OFFEN.         *
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
      *--- PPERSON: PEUSER
       FD  PPERSON-DP
           LABEL RECORDS ARE STANDARD.
       01  PPERSON-P.
           COPY DDS-ALL-FORMATS OF PPERSON.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CFP9022".
       01  PGM-TYP                       PIC X(8)  VALUE "CONFIG".
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-PERSON                      TYPE PERSON-TYPE.
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-PERSON.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

           MOVE     "CFP9022" TO PGM-WRK.
           MOVE     "1"       TO PN-RET OF X-PERSON.

      * DATEI NUR EINMAL OEFFNEN, SIE BLEIBT FUER DEN JOB OFFEN
           IF       FIRST-CALL NOT = "1"
                    MOVE "1" TO FIRST-CALL
                    OPEN INPUT PPERSON-DP
           END-IF.

           EVALUATE PN-MODUS OF X-PERSON
                    WHEN "L"
                         PERFORM LESE-PERSON
                    WHEN "N"
                    WHEN "A"
                         PERFORM LESE-NAECHSTE
                    WHEN OTHER
                         CONTINUE
           END-EVALUATE.

       ENDE.
           GOBACK.
      /
      *--------------------------------------------------------------
      * EINE PERSON UEBER DEN USER LESEN
      *--------------------------------------------------------------
       LESE-PERSON SECTION.
       LES-PER-00.

           INITIALIZE PPERSONF OF PPERSON-P.
           MOVE     PN-USER OF X-PERSON TO PEUSER OF PPERSON-P.
           READ     PPERSON-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    PERFORM LEERE-PERSON
                    GO TO LES-PER-90
           END-IF.

           PERFORM  UEBERGEBE-PERSON.

       LES-PER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NAECHSTE (AKTIVE) PERSON NACH PN-USER LESEN
      *--------------------------------------------------------------
       LESE-NAECHSTE SECTION.
       LES-NAE-00.

           INITIALIZE PPERSONF OF PPERSON-P.
           MOVE     PN-USER OF X-PERSON TO PEUSER OF PPERSON-P.
           START    PPERSON-DP KEY > EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    PERFORM LEERE-PERSON
                    GO TO LES-NAE-90
           END-IF.

       LES-NAE-20.
           READ     PPERSON-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    PERFORM LEERE-PERSON
                    GO TO LES-NAE-90
           END-IF.

           IF       PN-MODUS OF X-PERSON = "A"
            AND     PEAKTV OF PPERSON-P = ZEROES
                    GO TO LES-NAE-20
           END-IF.

           PERFORM  UEBERGEBE-PERSON.

       LES-NAE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GELESENE PERSON IN DEN PARAMETER UEBERNEHMEN
      *--------------------------------------------------------------
       UEBERGEBE-PERSON SECTION.
       UEB-PER-00.

           MOVE     SPACES              TO PN-RET       OF X-PERSON.
           MOVE     PEUSER OF PPERSON-P TO PN-USER      OF X-PERSON.
           MOVE     PENAME OF PPERSON-P TO PN-NAME      OF X-PERSON.
           MOVE     PEVNAM OF PPERSON-P TO PN-VNAME     OF X-PERSON.
           MOVE     PENNAM OF PPERSON-P TO PN-NNAME     OF X-PERSON.
           MOVE     PEAKTV OF PPERSON-P TO PN-AKTIV     OF X-PERSON.
           MOVE     PEGEBD OF PPERSON-P TO PN-GEBDAT    OF X-PERSON.
           MOVE     PEEINT OF PPERSON-P TO PN-EINTRITT  OF X-PERSON.
           MOVE     PESOLL OF PPERSON-P TO PN-SOLL      OF X-PERSON.
           MOVE     PEGRUP OF PPERSON-P TO PN-GRUPPE    OF X-PERSON.
           MOVE     PEAZUB OF PPERSON-P TO PN-AZUBI     OF X-PERSON.
           MOVE     PEAZBG OF PPERSON-P TO PN-AZBEGINN  OF X-PERSON.
           MOVE     PESCHU OF PPERSON-P TO PN-SCHULE    OF X-PERSON.
           MOVE     PEKLAS OF PPERSON-P TO PN-KLASSE    OF X-PERSON.
           MOVE     PEBERU OF PPERSON-P TO PN-BERUF     OF X-PERSON.
           MOVE     PEAJHR OF PPERSON-P TO PN-AJAHR     OF X-PERSON.
           MOVE     PEABTL OF PPERSON-P TO PN-ABTEILUNG OF X-PERSON.
           MOVE     PEAEND OF PPERSON-P TO PN-AENDE     OF X-PERSON.

       UEB-PER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KEINE PERSON: DATENFELDER LEEREN, PN-USER BLEIBT STEHEN
      *--------------------------------------------------------------
       LEERE-PERSON SECTION.
       LEE-PER-00.

           MOVE     "1"    TO PN-RET       OF X-PERSON.
           MOVE     SPACES TO PN-NAME      OF X-PERSON.
           MOVE     SPACES TO PN-VNAME     OF X-PERSON.
           MOVE     SPACES TO PN-NNAME     OF X-PERSON.
           MOVE     ZEROES TO PN-AKTIV     OF X-PERSON.
           MOVE     ZEROES TO PN-GEBDAT    OF X-PERSON.
           MOVE     ZEROES TO PN-EINTRITT  OF X-PERSON.
           MOVE     ZEROES TO PN-SOLL      OF X-PERSON.
           MOVE     SPACES TO PN-GRUPPE    OF X-PERSON.
           MOVE     SPACES TO PN-AZUBI     OF X-PERSON.
           MOVE     ZEROES TO PN-AZBEGINN  OF X-PERSON.
           MOVE     SPACES TO PN-SCHULE    OF X-PERSON.
           MOVE     SPACES TO PN-KLASSE    OF X-PERSON.
           MOVE     SPACES TO PN-BERUF     OF X-PERSON.
           MOVE     ZEROES TO PN-AJAHR     OF X-PERSON.
           MOVE     SPACES TO PN-ABTEILUNG OF X-PERSON.
           MOVE     ZEROES TO PN-AENDE     OF X-PERSON.

       LEE-PER-90.
           EXIT.
      /
