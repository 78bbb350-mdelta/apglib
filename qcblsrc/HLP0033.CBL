       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              HLP0033.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * POSTFACH LESEN: ERSTE MAIL PER POP3 ABHOLEN (UEBER LGTCPIO)   *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  MELDET SICH AM POP3-SERVER X-HOST (PORT      *
      *                  X-PORT, LEER = 110) MIT X-KONTO/X-KENNWORT   *
      *                  AN, ERMITTELT DIE ANZAHL DER MAILS IM        *
      *                  POSTFACH (X-ANZAHL, VOR DEM ABHOLEN) UND     *
      *                  HOLT DIE ERSTE MAIL (RETR 1) NACH EBCDIC     *
      *                  KONVERTIERT NACH X-PUFFER/X-LEN: KOPF,       *
      *                  LEERZEILE, TEXT, ZEILENENDE X"0D25", OHNE    *
      *                  DIE +OK-ZEILE UND DEN ABSCHLUSSPUNKT. MIT    *
      *                  X-LOESCHEN = "J" WIRD DIE MAIL DANACH IM     *
      *                  POSTFACH GELOESCHT (DELE 1, WIRKSAM MIT      *
      *                  QUIT). SOCKET UND KONVERTIERUNG WIE IN       *
      *                  HLP0007/HLP0031. BENUTZT VOM MAILEINGANG     *
      *                  XXP2052.                                     *
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
      /
       DATA DIVISION.
       FILE SECTION.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "HLP0033".
       01  PGM-TYP                       PIC X(8)  VALUE "API".

      * VARIABLEN FUER LGTCPIO
       01  WRK-RECORD          PIC X(32000).
       01  TCP-SOCK            PIC S9(9) BINARY VALUE -1.
       01  TCP-ACTION          PIC X(1) VALUE " ".
       01  TCP-BUFLEN          PIC 9(9) BINARY VALUE 0.
       01  TCP-DELIM           PIC X(24) VALUE X'0D0A'.
       01  TCP-DELIMLEN        PIC 9(9) BINARY VALUE 2.
       01  TCP-TIMEOUT         PIC 9(9) BINARY VALUE ZEROES.
       01  TCP-RETTXT          PIC X(10).
      * PUFFER FUER "HOST:PORT"
       01  HOSTBUFFER          PIC X(80).
       01  RECORD-SIZE         PIC 9(9).
       01  LEN                 PIC 9(9).
       01  SEND-LEN            PIC 9(9) BINARY.

      * VARIABLEN FUER DIE STRINGKONVERTIERUNG (LGPGM0818)
       01  INT-LEN-IN          PIC S9(9) BINARY.
       01  INT-LEN-OUT         PIC S9(9) BINARY.
       01  CCSID-IN            PIC 9(5).
       01  CODE-PAGE           PIC 9(5).
       01  EBC-ASCII           PIC X(1).

       01  PORT-WRK            PIC X(5).
       01  GES-LEN             PIC 9(5).

      * ANTWORT DES SERVERS AUF EIN KOMMANDO (+OK/-ERR-ZEILE)
       01  ANTWORT-WRK         PIC X(256).
      * ABSCHLUSS EINER MEHRZEILIGEN ANTWORT: CRLF "." CRLF
       01  ENDE-KENNUNG        PIC X(5).
      * ANZAHL AUS "+OK <ANZAHL> <GROESSE>"
       01  ANZ-TXT             PIC X(10).
       01  ANZ-LEN             PIC 9(2).
       01  ANZ-POS             PIC 9(2).
       01  POS-WRK             PIC 9(5).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-HOST                        PIC X(64).
       01  X-PORT                        PIC X(5).
       01  X-KONTO                       PIC X(64).
       01  X-KENNWORT                    PIC X(64).
      * "J" = ABGEHOLTE MAIL IM POSTFACH LOESCHEN
       01  X-LOESCHEN                    PIC X(1).
       01  X-PUFFER                      PIC X(32000).
       01  X-LEN                         PIC 9(5).
       01  X-ANZAHL                      PIC 9(5).
      * RUECKMELDUNG BEI FEHLERN (LEER = OK)
       01  X-RETTXT                      PIC X(256).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-HOST
                                X-PORT
                                X-KONTO
                                X-KENNWORT
                                X-LOESCHEN
                                X-PUFFER
                                X-LEN
                                X-ANZAHL
                                X-RETTXT.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "HLP0033" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETTXT.
           MOVE     SPACES TO X-PUFFER.
           MOVE     ZEROES TO X-LEN.
           MOVE     ZEROES TO X-ANZAHL.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "KEINE BERECHTIGUNG" TO X-RETTXT
                    GO TO ENDE
           END-IF.

           IF       X-HOST  = SPACES
            OR      X-KONTO = SPACES
                    MOVE "DATEN UNVOLLSTAENDIG" TO X-RETTXT
                    GO TO ENDE
           END-IF.

           IF       X-PORT = SPACES
                    MOVE "110" TO PORT-WRK
           ELSE
                    MOVE X-PORT TO PORT-WRK
           END-IF.

           INITIALIZE ENDE-KENNUNG.
           STRING   X"0D25"              DELIMITED BY SIZE
                    "."                  DELIMITED BY SIZE
                    X"0D25"              DELIMITED BY SIZE
                    INTO ENDE-KENNUNG
           END-STRING.

      * ZUSAMMENSETZEN DER HOSTADRESSE (HOST:PORT)
           MOVE     1 TO LEN.
           INITIALIZE HOSTBUFFER.
           STRING   X-HOST               DELIMITED BY SPACE
                    ":"                  DELIMITED BY SIZE
                    PORT-WRK             DELIMITED BY SPACE
                    INTO HOSTBUFFER WITH POINTER LEN
           END-STRING.

      * VERBINDUNG HERSTELLEN
           MOVE     5   TO TCP-TIMEOUT.
           MOVE     "0" TO TCP-ACTION.
           MOVE     LEN TO TCP-BUFLEN.
           INITIALIZE TCP-RETTXT.
           CALL     PROCEDURE "LGTCPIO"  USING TCP-SOCK
                                               TCP-ACTION
                                               HOSTBUFFER
                                               TCP-BUFLEN
                                               TCP-DELIM
                                               TCP-DELIMLEN
                                               TCP-TIMEOUT
                                               TCP-RETTXT
           END-CALL.
           IF       TCP-RETTXT > SPACE
                    MOVE TCP-RETTXT TO X-RETTXT
                    GO TO ENDE
           END-IF.

      * BEGRUESSUNG DES SERVERS
           PERFORM  EMPFANGEN-ANTWORT.
           IF       X-RETTXT NOT = SPACES
                    GO TO ANF080
           END-IF.

      * ANMELDEN
           MOVE     1 TO SEND-LEN.
           INITIALIZE WRK-RECORD.
           STRING   "USER "              DELIMITED BY SIZE
                    X-KONTO              DELIMITED BY SPACE
                    INTO WRK-RECORD WITH POINTER SEND-LEN
           END-STRING.
           SUBTRACT 1 FROM SEND-LEN.
           PERFORM  SENDEN-ZEILE.
           PERFORM  EMPFANGEN-ANTWORT.
           IF       X-RETTXT NOT = SPACES
                    GO TO ANF080
           END-IF.

           MOVE     1 TO SEND-LEN.
           INITIALIZE WRK-RECORD.
           STRING   "PASS "              DELIMITED BY SIZE
                    X-KENNWORT           DELIMITED BY SPACE
                    INTO WRK-RECORD WITH POINTER SEND-LEN
           END-STRING.
           SUBTRACT 1 FROM SEND-LEN.
           PERFORM  SENDEN-ZEILE.
           PERFORM  EMPFANGEN-ANTWORT.
           IF       X-RETTXT NOT = SPACES
                    GO TO ANF080
           END-IF.

      * ANZAHL DER MAILS IM POSTFACH
           MOVE     "STAT" TO WRK-RECORD.
           MOVE     4      TO SEND-LEN.
           PERFORM  SENDEN-ZEILE.
           PERFORM  EMPFANGEN-ANTWORT.
           IF       X-RETTXT NOT = SPACES
                    GO TO ANF080
           END-IF.
           PERFORM  ERMITTLE-ANZAHL.
           IF       X-ANZAHL = ZEROES
                    GO TO ANF080
           END-IF.

      * ERSTE MAIL ABHOLEN
           MOVE     "RETR 1" TO WRK-RECORD.
           MOVE     6        TO SEND-LEN.
           PERFORM  SENDEN-ZEILE.
           INITIALIZE GES-LEN.
           PERFORM  EMPFANGEN-MAIL.
           IF       X-RETTXT NOT = SPACES
                    GO TO ANF080
           END-IF.
           PERFORM  AUFBEREITEN-MAIL.

      * UND IM POSTFACH ZUM LOESCHEN VORMERKEN
           IF       X-LOESCHEN = "J"
                    MOVE     "DELE 1" TO WRK-RECORD
                    MOVE     6        TO SEND-LEN
                    PERFORM  SENDEN-ZEILE
                    PERFORM  EMPFANGEN-ANTWORT
           END-IF.

       ANF080.
      * ABMELDEN (ERST DAMIT WIRD DAS LOESCHEN WIRKSAM)
           MOVE     "QUIT" TO WRK-RECORD.
           MOVE     4      TO SEND-LEN.
           PERFORM  SENDEN-ZEILE.

      * VERBINDUNG SCHLIESSEN
           MOVE     5          TO TCP-TIMEOUT.
           MOVE     "1"        TO TCP-ACTION.
           INITIALIZE TCP-RETTXT.
           CALL     PROCEDURE "LGTCPIO"  USING TCP-SOCK
                                               TCP-ACTION
                                               RECORD-SIZE
                                               TCP-BUFLEN
                                               TCP-DELIM
                                               TCP-DELIMLEN
                                               TCP-TIMEOUT
                                               TCP-RETTXT
           END-CALL.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * EINE ZEILE (WRK-RECORD, LAENGE SEND-LEN) IN ASCII SENDEN
      *--------------------------------------------------------------
       SENDEN-ZEILE SECTION.
       SND-ZEI-00.

      * STRING IN ASCII KONVERTIEREN
           IF       SEND-LEN > ZEROES
                    MOVE     "1" TO EBC-ASCII
                    PERFORM  KONVERT-STRING
           END-IF.

           MOVE     TCP-DELIM TO WRK-RECORD(SEND-LEN + 1:2).
           ADD      2 TO SEND-LEN.

           MOVE     "2"      TO TCP-ACTION.
           MOVE     5        TO TCP-TIMEOUT.
           MOVE     SEND-LEN TO TCP-BUFLEN.
           INITIALIZE TCP-RETTXT.
           CALL     PROCEDURE "LGTCPIO" USING TCP-SOCK
                                              TCP-ACTION
                                              WRK-RECORD(1:SEND-LEN)
                                              TCP-BUFLEN
                                              TCP-DELIM
                                              TCP-DELIMLEN
                                              TCP-TIMEOUT
                                              TCP-RETTXT
           END-CALL.
           IF       TCP-RETTXT > SPACE
                    MOVE TCP-RETTXT TO X-RETTXT
           END-IF.

       SND-ZEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINZEILIGE ANTWORT LESEN; ALLES AUSSER "+OK" IST EIN FEHLER
      *--------------------------------------------------------------
       EMPFANGEN-ANTWORT SECTION.
       EMP-ANT-00.

           INITIALIZE ANTWORT-WRK.
           INITIALIZE WRK-RECORD.
           MOVE     "3"               TO TCP-ACTION.
           MOVE     5                 TO TCP-TIMEOUT.
           COMPUTE  TCP-BUFLEN = LENGTH OF WRK-RECORD.
           INITIALIZE TCP-RETTXT.
           CALL     PROCEDURE "LGTCPIO"  USING TCP-SOCK
                                               TCP-ACTION
                                               WRK-RECORD
                                               TCP-BUFLEN
                                               TCP-DELIM
                                               TCP-DELIMLEN
                                               TCP-TIMEOUT
                                               TCP-RETTXT
           END-CALL.

           IF       TCP-RETTXT = "*TIMEOUT"
            OR      TCP-BUFLEN = ZEROES
                    MOVE "KEINE ANTWORT VOM POP3-SERVER" TO X-RETTXT
                    GO TO EMP-ANT-90
           END-IF.

      * EMPFANGENES NACH EBCDIC KONVERTIEREN
           MOVE     TCP-BUFLEN TO SEND-LEN.
           MOVE     SPACES TO EBC-ASCII.
           PERFORM  KONVERT-STRING.

           IF       SEND-LEN > LENGTH OF ANTWORT-WRK
                    MOVE LENGTH OF ANTWORT-WRK TO SEND-LEN
           END-IF.
           MOVE     WRK-RECORD(1:SEND-LEN) TO ANTWORT-WRK.

           IF       ANTWORT-WRK(1:3) NOT = "+OK"
                    MOVE ANTWORT-WRK TO X-RETTXT
           END-IF.

       EMP-ANT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ANZAHL DER MAILS AUS "+OK <ANZAHL> <GROESSE>" LESEN
      *--------------------------------------------------------------
       ERMITTLE-ANZAHL SECTION.
       ERM-ANZ-00.

           INITIALIZE ANZ-TXT.
           UNSTRING ANTWORT-WRK(5:) DELIMITED BY SPACE
                    INTO ANZ-TXT
           END-UNSTRING.

      * NUR DIE FUEHRENDEN ZIFFERN UEBERNEHMEN
           MOVE     ZEROES TO ANZ-LEN.
           MOVE     1      TO ANZ-POS.

       ERM-ANZ-20.
           IF       ANZ-POS > 5
            OR      ANZ-TXT(ANZ-POS:1) NOT NUMERIC
                    GO TO ERM-ANZ-40
           END-IF.
           ADD      1 TO ANZ-LEN.
           ADD      1 TO ANZ-POS.
           GO TO    ERM-ANZ-20.

       ERM-ANZ-40.
           IF       ANZ-LEN > ZEROES
                    MOVE ANZ-TXT(1:ANZ-LEN) TO X-ANZAHL
           END-IF.

       ERM-ANZ-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MEHRZEILIGE ANTWORT AUF RETR BLOCKWEISE EINSAMMELN, NACH
      * EBCDIC KONVERTIEREN UND AN X-PUFFER ANHAENGEN, BIS DER
      * ABSCHLUSSPUNKT KOMMT
      *--------------------------------------------------------------
       EMPFANGEN-MAIL SECTION.
       EMP-MAL-00.

           INITIALIZE WRK-RECORD.
           MOVE     "3"               TO TCP-ACTION.
           MOVE     5                 TO TCP-TIMEOUT.
           COMPUTE  TCP-BUFLEN = LENGTH OF WRK-RECORD.
           INITIALIZE TCP-RETTXT.
           CALL     PROCEDURE "LGTCPIO"  USING TCP-SOCK
                                               TCP-ACTION
                                               WRK-RECORD
                                               TCP-BUFLEN
                                               TCP-DELIM
                                               TCP-DELIMLEN
                                               TCP-TIMEOUT
                                               TCP-RETTXT
           END-CALL.

      * TIMEOUT ODER VERBINDUNGSENDE: FERTIG
           IF       TCP-RETTXT = "*TIMEOUT"
            OR      TCP-BUFLEN = ZEROES
                    GO TO EMP-MAL-80
           END-IF.

      * EMPFANGENES NACH EBCDIC KONVERTIEREN
           MOVE     TCP-BUFLEN TO SEND-LEN.
           MOVE     SPACES TO EBC-ASCII.
           PERFORM  KONVERT-STRING.

      * AN DEN AUSGABEPUFFER ANHAENGEN
           IF       GES-LEN + SEND-LEN > LENGTH OF X-PUFFER
                    COMPUTE SEND-LEN = LENGTH OF X-PUFFER - GES-LEN
           END-IF.
           IF       SEND-LEN > ZEROES
                    MOVE WRK-RECORD(1:SEND-LEN) TO
                         X-PUFFER(GES-LEN + 1:SEND-LEN)
                    ADD  SEND-LEN TO GES-LEN
           END-IF.

      * ABSCHLUSSPUNKT ERREICHT ODER PUFFER VOLL? DANN REICHT ES
           IF       GES-LEN NOT < 5
            AND     X-PUFFER(GES-LEN - 4:5) = ENDE-KENNUNG
                    GO TO EMP-MAL-80
           END-IF.
           IF       GES-LEN NOT < LENGTH OF X-PUFFER
                    GO TO EMP-MAL-80
           END-IF.

           GO TO    EMP-MAL-00.

       EMP-MAL-80.
           IF       GES-LEN = ZEROES
                    MOVE "KEINE ANTWORT VOM POP3-SERVER" TO X-RETTXT
                    GO TO EMP-MAL-90
           END-IF.
           IF       X-PUFFER(1:3) NOT = "+OK"
                    MOVE X-PUFFER(1:256) TO X-RETTXT
           END-IF.

       EMP-MAL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * +OK-ZEILE VORNE UND ABSCHLUSSPUNKT HINTEN ENTFERNEN
      *--------------------------------------------------------------
       AUFBEREITEN-MAIL SECTION.
       AUF-MAL-00.

      * ENDE DER ERSTEN ZEILE SUCHEN
           MOVE     1 TO POS-WRK.

       AUF-MAL-20.
           IF       POS-WRK NOT < GES-LEN
                    MOVE SPACES TO X-PUFFER
                    MOVE ZEROES TO X-LEN
                    GO TO AUF-MAL-90
           END-IF.
           IF       X-PUFFER(POS-WRK:1) NOT = X"25"
                    ADD 1 TO POS-WRK
                    GO TO AUF-MAL-20
           END-IF.

      * DEN ABSCHLUSSPUNKT (LETZTE 3 ZEICHEN "." CRLF) ABZIEHEN
           IF       GES-LEN NOT < 5
            AND     X-PUFFER(GES-LEN - 4:5) = ENDE-KENNUNG
                    SUBTRACT 3 FROM GES-LEN
           END-IF.

           COMPUTE  X-LEN = GES-LEN - POS-WRK.
           IF       X-LEN > ZEROES
                    MOVE X-PUFFER(POS-WRK + 1:X-LEN) TO WRK-RECORD
                    MOVE SPACES TO X-PUFFER
                    MOVE WRK-RECORD(1:X-LEN) TO X-PUFFER
           ELSE
                    MOVE ZEROES TO X-LEN
                    MOVE SPACES TO X-PUFFER
           END-IF.

       AUF-MAL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KONVERTIEREN DES WRK-RECORD (WIE HLP0007)
      *--------------------------------------------------------------
       KONVERT-STRING SECTION.
       KON-STR-00.

           INITIALIZE RET-CODE.
           INITIALIZE INT-LEN-IN.
           INITIALIZE INT-LEN-OUT.

      * SOLL VON ASCII VON ODER NACH ASCII KONVERTIERT WERDEN?
           IF       EBC-ASCII = SPACES
                    MOVE     819 TO CCSID-IN
                    MOVE     0   TO CODE-PAGE
           ELSE
                    MOVE     ZEROES  TO CCSID-IN
                    MOVE     819 TO CODE-PAGE
           END-IF.

           MOVE     SEND-LEN TO INT-LEN-IN.
           COMPUTE  INT-LEN-OUT = LENGTH OF WRK-RECORD.

      * LGPGM0818 KONVERTIERT DEN WRK-RECORD
           CALL     PROCEDURE  "LGPGM0818" USING
                                        WRK-RECORD(1:INT-LEN-IN)
                                        INT-LEN-IN
                                        INT-LEN-OUT
                                        CCSID-IN
                                        CODE-PAGE
                                        RET-CODE
           END-CALL.

      * WAR DAS KONVERTIEREN ERFOLGREICH
           IF       RET-CODE NOT = SPACES
                    GO TO KON-STR-90
           END-IF.

           MOVE     INT-LEN-OUT TO SEND-LEN.

       KON-STR-90.
           EXIT.
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
