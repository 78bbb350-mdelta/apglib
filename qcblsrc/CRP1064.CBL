       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CRP1064.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * ANZEIGE DER VERWENDER EINER MELDUNGS-ID (PMSGREF)             *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  ZEIGT ZU DER IM KOPF EINGEGEBENEN MELDUNGS-  *
      *                  ID DEN KATALOGEINTRAG AUS PMSGKAT (STATUS,   *
      *                  ANZAHL, TEXT) UND ALLE FUNDSTELLEN AUS       *
      *                  PMSGREF (QUELLDATEI, MITGLIED, ZEILE,        *
      *                  QUELLTEXT) AN. OHNE ID WERDEN ALLE           *
      *                  FUNDSTELLEN NACH ID SORTIERT GEZEIGT.        *
      *                  DIE DATEN BAUT DER NACHTLAUF CRP1060 AUF.    *
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
        SPECIAL-NAMES. , DECIMAL-POINT IS COMMA,
                         ATTRIBUTE-DATA IS BS-ATRIBUTE,
                         I-O-FEEDBACK   IS FILE-IO-FEEDBACK.
      /
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.

      *-------------------------------------------------------------
      *-   BILDSCHIRM-DATEI
      *-------------------------------------------------------------
           SELECT WS-DISPLAY
                  ASSIGN       TO  WORKSTATION-CRD1064DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PMSGREF: MRMSGID, MRFILE, MRMBR, MRZEILE (FUNDSTELLEN)
      *-------------------------------------------------------------
           SELECT PMSGREF-DP
                  ASSIGN       TO  DATABASE-PMSGREF
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PMSGKAT: MKMSGID (MELDUNGSKATALOG)
      *-------------------------------------------------------------
           SELECT PMSGKAT-DP
                  ASSIGN       TO  DATABASE-PMSGKAT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *----DISPLAY
       FD  WS-DISPLAY
           LABEL RECORDS ARE OMITTED.
       01  WS-REC.
           COPY DDS-ALL-FORMATS OF CRD1064DE.
      /
      *--- PMSGREF: MRMSGID, MRFILE, MRMBR, MRZEILE
       FD  PMSGREF-DP
           LABEL RECORDS ARE STANDARD.
       01  PMSGREF-P.
           COPY DDS-ALL-FORMATS OF PMSGREF.
      /
      *--- PMSGKAT: MKMSGID
       FD  PMSGKAT-DP
           LABEL RECORDS ARE STANDARD.
       01  PMSGKAT-P.
           COPY DDS-ALL-FORMATS OF PMSGKAT.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  CRD1064DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  CRD1064DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  CRD1064DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  CRD1064DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT4X.
           COPY  DDS-FMT04-O OF  CRD1064DE
           REPLACING FMT04-O BY FORMAT4
                     FMT04-O-INDIC BY FORMAT4-O-INDIC.

       01  FORMAT4Y.
           COPY  DDS-FMT04-I OF  CRD1064DE
           REPLACING FMT04-I BY FORMAT4-I
                     FMT04-I-INDIC BY FORMAT4-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * STANDARDFELDER FUER PROGRAMMTEXTE
           COPY WRKTXT     OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CRP1064".
       01  PGM-TYP                       PIC X(8)  VALUE "CHECKER".

      * GESUCHTE MELDUNGS-ID UND IHR KATALOGEINTRAG
       01  SUCH-ID                       LIKE MRMSGID OF PMSGREF-P.
       01  KAT-STAT                      LIKE MKSTAT  OF PMSGKAT-P.
       01  KAT-ANZR                      LIKE MKANZR  OF PMSGKAT-P.
       01  KAT-TEXT                      LIKE MKTEXT  OF PMSGKAT-P.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * VORBELEGTE MELDUNGS-ID, SPACES = ALLE
       01  X-MSGID                       LIKE MRMSGID OF PMSGREF-P.
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-MSGID.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "CRP1064" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "CRD1064DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

      * ALLE DATEIEN OEFFNEN
           OPEN     INPUT PMSGREF-DP
                          PMSGKAT-DP.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           MOVE     X-MSGID TO SUCH-ID.

       ANF020.
      * LESE-DATEN: KATALOGEINTRAG UND FUNDSTELLEN LESEN
           PERFORM  LESE-DATEN.

      * ANZEIGEN SUBFILE
           PERFORM  ANZEIGE-SUBFILE.
           IF       F3 = "1"
            OR      F12 = "1"
                    GO TO ENDE
           END-IF.
           IF       F5 = "1"
                    INITIALIZE F5
                    GO TO ANF020
           END-IF.

      * WIEDERHOLEN BIS USER BEENDET ...
           GO TO    ANF020.

       ENDE.
      * DISPLAY SCHLIESSEN
           PERFORM  COPY-DISPLAY-CLOSE.

           CLOSE                 PMSGREF-DP
                                 PMSGKAT-DP.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * KATALOGEINTRAG DER ID UND IHRE FUNDSTELLEN LESEN
      *--------------------------------------------------------------
       LESE-DATEN SECTION.
       LES-DAT-00.

           INITIALIZE DATEN, ANZREC-WRK.
           INITIALIZE KAT-STAT, KAT-ANZR, KAT-TEXT.

      * KATALOGEINTRAG
           IF       SUCH-ID NOT = SPACES
                    INITIALIZE PMSGKATF OF PMSGKAT-P
                    MOVE SUCH-ID TO MKMSGID OF PMSGKAT-P
                    READ PMSGKAT-DP WITH NO LOCK
                    IF   FILE-STATUS = ZEROES
                         MOVE MKSTAT OF PMSGKAT-P TO KAT-STAT
                         MOVE MKANZR OF PMSGKAT-P TO KAT-ANZR
                         MOVE MKTEXT OF PMSGKAT-P TO KAT-TEXT
                    END-IF
           END-IF.

      * FUNDSTELLEN
           INITIALIZE PMSGREFF OF PMSGREF-P.
           MOVE     SUCH-ID TO MRMSGID OF PMSGREF-P.
           MOVE     SPACES  TO MRFILE  OF PMSGREF-P.
           MOVE     SPACES  TO MRMBR   OF PMSGREF-P.
           MOVE     ZEROES  TO MRZEILE OF PMSGREF-P.
           START    PMSGREF-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
                    GO TO LES-DAT-90
           END-IF.

       LES-DAT-20.
           READ     PMSGREF-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      (SUCH-ID NOT = SPACES
             AND     MRMSGID OF PMSGREF-P NOT = SUCH-ID)
                    IF   DATEN = ZEROES
                         PERFORM AUSGABE-SFL-CLEAR
                    END-IF
                    GO TO LES-DAT-90
           END-IF.

      * AUSGABE EINER SUBFILE-ZEILE
           PERFORM  AUSGABE-SFL.
           IF       SUBFILE-RECORD-NUMBER < 9999
                    GO TO LES-DAT-20
           END-IF.

       LES-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILE-CLEAR AUSGEBEN
      *--------------------------------------------------------------
       AUSGABE-SFL-CLEAR SECTION.
       AUS-CLR-00.

           MOVE     1 TO  DATEN.
           INITIALIZE FORMAT3.
           MOVE     AUS     TO FORMAT3-O-INDIC.
           MOVE     ZEROES  TO SUBFILE-RECORD-NUMBER.
           MOVE     ZEROES  TO ANZREC OF FORMAT3.
           MOVE     AN      TO IN95 OF INXX.
           MOVE     AUS     TO IN91 OF INXX.
           MOVE     AUS     TO IN96 OF INXX.
           MOVE     CORR INXX  TO FORMAT3-O-INDIC.
           MOVE     "FMT03" TO FMT-WRK.
           MOVE     FORMAT3 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.

       AUS-CLR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AUSGABE DER SFL-ZEILE
      *--------------------------------------------------------------
       AUSGABE-SFL SECTION.
       AUS-SFL-00.

      * SUBFILE-CLEAR
           IF       DATEN = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
           END-IF.

      * SUBFILE-ZEILE FUELLEN UND SCHREIBEN
           INITIALIZE FORMAT2.
           MOVE     CORR PMSGREFF OF PMSGREF-P TO FORMAT2.

           MOVE     CORR INXX    TO FORMAT2-O-INDIC.
           ADD      1            TO ANZREC-WRK.
           ADD      1            TO SUBFILE-RECORD-NUMBER.
           MOVE     "FMT02"      TO FMT-WRK.
           MOVE     FORMAT2      TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           MOVE     AUS TO INXX.

       AUS-SFL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ANZEIGEN DES SUBFILES; EINE GEAENDERTE ID LIEST NEU
      *--------------------------------------------------------------
       ANZEIGE-SUBFILE SECTION.
       ANZ-SFL-00.

           INITIALIZE FORMAT3.
           MOVE     AUS    TO INXX.

      * AUSGABE FUSSZEILE
           MOVE     SPACES  TO WSREC-WRK.
           MOVE     "FMT04" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-WRITE.

      * SFL-UEBERSCHRIFTEN UND KATALOGEINTRAG FUELLEN
           PERFORM  SFL-HEADER.

           MOVE     1                     TO SUBFILE-RECORD-NUMBER.
           MOVE     ANZREC-WRK            TO ANZREC  OF FORMAT3.
           MOVE     SUBFILE-RECORD-NUMBER TO SFRECNR OF FORMAT3.
           MOVE     AUS    TO IN95  IN  INXX.
           IF       ANZREC-WRK = ZEROES
                    MOVE AUS TO IN91 IN INXX
           ELSE
                    MOVE AN  TO IN91 IN INXX
           END-IF.
           MOVE     AN     TO IN96  IN  INXX.
           MOVE     CORR INXX TO FORMAT3-O-INDIC.
           MOVE     "FMT03" TO FMT-WRK.
           MOVE     FORMAT3 TO WSREC-WRK.
           PERFORM  COPY-DISPLAY-SFLWRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK      TO FORMAT3-I.
           MOVE     CORR FORMAT3-I TO FORMAT3.
           MOVE     AUS  TO INXX.

      * F3 ENDE
           IF       IN03 IN FORMAT3-I-INDIC = AN
                    MOVE "1" TO F3
                    GO TO ANZ-SFL-90
           END-IF.

      * F12 ABBRECHEN
           IF       IN12 IN FORMAT3-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ANZ-SFL-90
           END-IF.

      * DATENFREIGABE: NEUE ID UEBERNEHMEN UND NEU LESEN
           MOVE     SUCHID OF FORMAT3 TO SUCH-ID.
           MOVE     "1" TO F5.

       ANZ-SFL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILEUEBERSCHRIFTEN UND KATALOGEINTRAG FUELLEN
      *--------------------------------------------------------------
       SFL-HEADER SECTION.
       SFL-HEA-00.

      * UEBERSCHRIFT
           MOVE     "CRP1064"         TO MAINUEB OF FORMAT3.
           MOVE     "CRP1064*3"       TO SUBUEB  OF FORMAT3.

           MOVE     SUCH-ID           TO SUCHID  OF FORMAT3.
           MOVE     KAT-STAT          TO MKSTAT  OF FORMAT3.
           MOVE     KAT-ANZR          TO MKANZR  OF FORMAT3.
           MOVE     KAT-TEXT          TO MKTEXT  OF FORMAT3.

       SFL-HEA-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-PGM-TXT: PROGRAMMTEXTE LESEN
      *---------------------------------------------------------------

           COPY     PGMTXT     OF APG-QCPYSRC.
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
      *---------------------------------------------------------------
      * COPY-DSP-*: ALLE DISPLAYROUTINEN
      *---------------------------------------------------------------

           COPY     DSPWORKING OF APG-QCPYSRC.
      /
