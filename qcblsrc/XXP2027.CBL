      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    LINK AUF DAS AJAX-WIKI (AJP0007), URL AUS    *
      *                  PCONFIG W110/WIKIURL                         *
      * 15.10.2026 MD    ERGEBNIS DER HASHKETTENPRUEFUNG (XXP2044) AUS*
      *                  PHASHKT JE PROTOKOLLDATEI                    *
      *                                                               *
      *****************************************************************
      *
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PHASHKT: HKDATEI (HASHKETTEN DER PROTOKOLLDATEIEN)
      *-------------------------------------------------------------
           SELECT PHASHKT-DP
                  ASSIGN       TO  DATABASE-PHASHKT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  PEVENT-P.
           COPY DDS-ALL-FORMATS OF PEVENT.
      /
      *--- PHASHKT: HKDATEI
       FD  PHASHKT-DP
           LABEL RECORDS ARE STANDARD.
       01  PHASHKT-P.
           COPY DDS-ALL-FORMATS OF PHASHKT.
      /
       WORKING-STORAGE SECTION.


      * ZIELVERZEICHNIS UND AUFBAUHILFEN
       01  STATUS-PFAD                   PIC X(64).
       01  WIKI-URL                      PIC X(64).
       01  ZEILE-WRK                     PIC X(200).
       01  TAGE-DIFF-WRK                 PIC S9(9).
       01  ANZ-WRK                       PIC 9(5).

      * BEFUND DER HASHKETTENPRUEFUNG
       01  HSH-TEXT                      PIC X(40).
       01  HSH-NR                        PIC 9(9).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
                           PBATLZT-DP
                           PKDFEHL-DP
                           PKDPLAN-DL
                           PEVENT-DP
                           PHASHKT-DP.

           PERFORM  SCHREIBE-KOPF.
           PERFORM  SCHREIBE-CR-VORGAENGE.
           PERFORM  SCHREIBE-STOERUNGEN.
           PERFORM  SCHREIBE-KUECHENDIENST.
           PERFORM  SCHREIBE-EVENTS.
           PERFORM  SCHREIBE-HASHKETTEN.
           PERFORM  SCHREIBE-WIKI-LINK.
           PERFORM  SCHREIBE-FUSS.

           CLOSE    PTMPHTM-DP
                    PBATLZT-DP
                    PKDFEHL-DP
                    PKDPLAN-DL
                    PEVENT-DP
                    PHASHKT-DP.

      * HTML IN DAS IFS STELLEN
           INITIALIZE CPYTOSTMF-REC.
           EXIT.
      /
      *--------------------------------------------------------------
      * PRUEFERGEBNIS DER HASHKETTEN JE PROTOKOLLDATEI (XXP2044)
      *--------------------------------------------------------------
       SCHREIBE-HASHKETTEN SECTION.
       SCH-HSH-00.

           MOVE     "<h2>PROTOKOLLDATEIEN (HASHKETTE)</h2><ul>"
                    TO ZEILE-WRK.
           PERFORM  SCHREIBE-ZEILE.

           INITIALIZE PHASHKTF OF PHASHKT-P.
           MOVE     SPACES TO HKDATEI OF PHASHKT-P.
           START    PHASHKT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-HSH-80
           END-IF.

       SCH-HSH-20.
           READ     PHASHKT-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-HSH-80
           END-IF.

      * BEFUND ALS TEXT, FEHLER HERVORGEHOBEN
           EVALUATE HKPSTS OF PHASHKT-P
                    WHEN "O"
                         MOVE "OK, GEPRUEFTE GLIEDER:" TO HSH-TEXT
                         MOVE HKPANZ OF PHASHKT-P      TO HSH-NR
                    WHEN "F"
                         MOVE "<b>FEHLT AB GLIED</b>"  TO HSH-TEXT
                         MOVE HKPNR  OF PHASHKT-P      TO HSH-NR
                    WHEN "B"
                         MOVE "<b>VERAENDERT AB GLIED</b>"
                                                       TO HSH-TEXT
                         MOVE HKPNR  OF PHASHKT-P      TO HSH-NR
                    WHEN OTHER
                         MOVE "NOCH NICHT GEPRUEFT"    TO HSH-TEXT
                         MOVE ZEROES                   TO HSH-NR
           END-EVALUATE.

           INITIALIZE ZEILE-WRK.
           STRING   "<li>"                          DELIMITED BY SIZE
                    HKDATEI OF PHASHKT-P            DELIMITED BY SPACE
                    ": "                            DELIMITED BY SIZE
                    HSH-TEXT                        DELIMITED BY "  "
                    " "                             DELIMITED BY SIZE
                    HSH-NR                          DELIMITED BY SIZE
                    " (PRUEFUNG "                   DELIMITED BY SIZE
                    HKPDTA OF PHASHKT-P             DELIMITED BY SIZE
                    ")</li>"                        DELIMITED BY SIZE
             INTO   ZEILE-WRK
           END-STRING.
           PERFORM  SCHREIBE-ZEILE.

           GO TO    SCH-HSH-20.

       SCH-HSH-80.
           MOVE     "</ul>" TO ZEILE-WRK.
           PERFORM  SCHREIBE-ZEILE.

       SCH-HSH-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LINK AUF DIE STARTSEITE DES AJAX-WIKIS (AJP0007); DIE ADRESSE
      * KOMMT AUS PCONFIG W110/WIKIURL (CFTXT1)
      *--------------------------------------------------------------
       SCHREIBE-WIKI-LINK SECTION.
       SCH-WIK-00.

           MOVE     "../WIKI/index.html" TO WIKI-URL.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "W110"        TO CFID  OF CFG-CPY.
           MOVE     "WIKIURL"     TO CFKEY OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY NOT = ZEROES
            AND     CFTXT1 OF CFG-CPY NOT = SPACES
                    MOVE CFTXT1 OF CFG-CPY TO WIKI-URL
           END-IF.

           MOVE     "<h2>WISSENSDATENBANK (AJAX)</h2>" TO ZEILE-WRK.
           PERFORM  SCHREIBE-ZEILE.
           INITIALIZE ZEILE-WRK.
           STRING   "<p><a href="""                 DELIMITED BY SIZE
                    FUNCTION TRIM(WIKI-URL)         DELIMITED BY SIZE
                    """>THEMEN, STICHWORTE UND TEXTE</a></p>"
                                                    DELIMITED BY SIZE
             INTO   ZEILE-WRK
           END-STRING.
           PERFORM  SCHREIBE-ZEILE.

       SCH-WIK-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SEITENFUSS
      *--------------------------------------------------------------
       SCHREIBE-FUSS SECTION.
