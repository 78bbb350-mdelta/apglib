       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP2064.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * UEBERNAHME DER PERSONENDATEN IN DEN PERSONENSTAMM PPERSON     *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  FUEHRT DIE BISHER VERTEILTEN PERSONENDATEN   *
      *                  IN PPERSON ZUSAMMEN:                         *
      *                  - PCONFIG H050: NAME, VOR- UND NACHNAME,     *
      *                    AKTIV (CFFK11), GEBURTSTAG (CFIN04),       *
      *                  - PCONFIG A109: AUSBILDUNGSDATEN (SCHULE,    *
      *                    KLASSE, BERUF, JAHR, ABTEILUNG, BEGINN),   *
      *                  - PCONFIG A110: TAGESSOLL (STANDARD 480),    *
      *                  - PCONFIG A115: PERSONENGRUPPE ("STD"),      *
      *                  - PCONFIG A121: AUSBILDUNGSENDE.             *
      *                  GEGENGEPRUEFT WERDEN PBIRTH (MAT), PTEAMM    *
      *                  UND PKDKTO. JEDER WIDERSPRUCH WIRD MIT       *
      *                  SEINER AUFLOESUNG GEDRUCKT (XXF2064):        *
      *                  - NAME, GEBURTSTAG UND AKTIV: H050 GILT,     *
      *                    IST PBIRTH ABWEICHEND, GILT PBIRTH (MAT),  *
      *                  - EINTRAEGE A109-A121 OHNE H050: PERSON      *
      *                    WIRD INAKTIV ANGELEGT,                     *
      *                  - UNGUELTIGES TAGESSOLL: 480,                *
      *                  - BEREITS GEPFLEGTE WERTE IN PPERSON BLEIBEN *
      *                    (AUSSER DEN MAT-FELDERN) UND WERDEN NUR    *
      *                    GEMELDET,                                  *
      *                  - TEAMMITGLIEDER UND KUECHENKONTEN OHNE      *
      *                    PERSON WERDEN ZUR KLAERUNG GEMELDET.       *
      *                  DANACH IST PPERSON IN DER AENDERUNGS-        *
      *                  HISTORIE (H300/AENDHIST) EINGETRAGEN, DER    *
      *                  TRIGGER KOMMT MIT DEM NAECHSTEN LAUF VON     *
      *                  XXP2048. DIE ALTEN PCONFIG-EINTRAEGE BLEIBEN *
      *                  STEHEN. MIT X-PRUEF = "J" WIRD NUR GEDRUCKT. *
      *                  DER LAUF KANN WIEDERHOLT WERDEN.             *
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

      *-------------------------------------------------------------
      * PCONFIG: CFID, CFKEY (H050, A109, A110, A115, A121, H300)
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCONFIG2: ZWEITER ZUGRIFFSPFAD FUER DIE SCHLEIFEN
      * (PER OVRDBF AUF DIESELBE PCONFIG, WIE XXP0071)
      *-------------------------------------------------------------
           SELECT PCONFIG2-DP
                  ASSIGN       TO  DATABASE-PCONFIG2
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PBIRTH: BILFDN (MAT)
      *-------------------------------------------------------------
           SELECT PBIRTH-DP
                  ASSIGN       TO  DATABASE-PBIRTH
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PTEAMM: TMTEAM, TMUSER (TEAMSTAMM)
      *-------------------------------------------------------------
           SELECT PTEAMM-DP
                  ASSIGN       TO  DATABASE-PTEAMM
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDKTO: KTUSER (MITGLIEDSKONTEN)
      *-------------------------------------------------------------
           SELECT PKDKTO-DP
                  ASSIGN       TO  DATABASE-PKDKTO
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *    PRINTERFILE FUER DIE LISTE
      *-------------------------------------------------------------
           SELECT XXDRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF2064
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PPERSON: PEUSER
       FD  PPERSON-DP
           LABEL RECORDS ARE STANDARD.
       01  PPERSON-P.
           COPY DDS-ALL-FORMATS OF PPERSON.
      /
      *--- PCONFIG: CFID, CFKEY
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
      *--- PCONFIG2: CFID, CFKEY (SCHLEIFEN)
       FD  PCONFIG2-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG2-P.
           COPY DDS-ALL-FORMATS OF PCONFIG2.
      /
      *--- PBIRTH: BILFDN
       FD  PBIRTH-DP
           LABEL RECORDS ARE STANDARD.
       01  PBIRTH-P.
           COPY DDS-ALL-FORMATS OF MAT-PBIRTH.
      /
      *--- PTEAMM: TMTEAM, TMUSER
       FD  PTEAMM-DP
           LABEL RECORDS ARE STANDARD.
       01  PTEAMM-P.
           COPY DDS-ALL-FORMATS OF PTEAMM.
      /
      *--- PKDKTO: KTUSER
       FD  PKDKTO-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDKTO-P.
           COPY DDS-ALL-FORMATS OF PKDKTO.
      /
      *------DRUCKAUSGABE----
       FD  XXDRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  XXDRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF2064.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP2064".
       01  PGM-TYP                       PIC X(8)  VALUE "BATCH".

      * PARAMETER FUER CL-PROGRAMME
       01  OVRPRTF-REC                   TYPE OVRPRTF-TYPE.
       01  OVR-OUTQ                      PIC X(10).
       01  CMDEXC-REC                    TYPE CMDEXC-TYPE.
       01  CHKOBJ-REC                    TYPE CHKOBJ-TYPE.
       01  ADDLIBLE-REC                  TYPE ADDLIBLE-TYPE.
       01  RMVLIBLE-REC                  TYPE RMVLIBLE-TYPE.

      * NUR DRUCKEN, NICHTS SCHREIBEN ("J")
       01  PRUEF-LAUF                    PIC X(1).
      * PBIRTH DER MAT-BIBLIOTHEK VERFUEGBAR (1)
       01  MAT-DA                        PIC 9(1).

      * PERSONENDATEN AUS DEN ALTEN QUELLEN
       01  MIG-PERSON                    TYPE PERSON-TYPE.
       01  MIG-USER                      PIC X(10).
       01  H050-DA                       PIC 9(1).
       01  A109-DA                       PIC 9(1).
       01  A109-NAME                     PIC X(50).
       01  PERSON-DA                     PIC 9(1).
       01  RECORD-OLD                    PIC X(1024).

      * DATUMSWERTE AUS TEXTFELDERN
       01  DATUM-ALPHA                   PIC X(8).
       01  DATUM-NUM REDEFINES DATUM-ALPHA
                                         PIC 9(8).
       01  SOLL-WRK                      PIC 9(4).

      * ZU DURCHLAUFENDE PCONFIG-EINTRAEGE OHNE H050
       01  QUELL-WERTE.
        05 FILLER          PIC X(4) VALUE "A109".
        05 FILLER          PIC X(4) VALUE "A110".
        05 FILLER          PIC X(4) VALUE "A115".
        05 FILLER          PIC X(4) VALUE "A121".
       01  QUELL-WERTE-RED REDEFINES QUELL-WERTE.
        05 QUELL-ID                      OCCURS 4 TIMES
                                         PIC X(4).
       01  QUELL-ANZ                     PIC 9(2) VALUE 4.
       01  QUELL-IX                      PIC 9(2).

      * BEREITS UEBERNOMMENE USER OHNE H050
       01  OHNE-TAB.
        02 OHNE-CNT                      PIC 9(3) COMP-3.
        02 OHNE-REC OCCURS 0 TO 500 TIMES DEPENDING ON OHNE-CNT
                                          INDEXED   BY OIDX.
         04 OHNE-USER                    PIC X(10).
       01  OHNE-NEU                      PIC 9(1).

      * EIN WIDERSPRUCH FUER DIE LISTE
       01  KONF-QUELLE                   PIC X(10).
       01  KONF-FELD                     PIC X(10).
       01  KONF-ALT                      PIC X(60).
       01  KONF-NEU                      PIC X(60).
       01  KONF-LOES                     PIC X(40).

      * JOURNAL DER ANGELEGTEN KONFIGURATION (CFP0039)
       01  JRN-AKT                       PIC X(1).
       01  JRN-BEF                       PIC X(256).
       01  JRN-AFT                       PIC X(256).

      * ZAEHLER
       01  ANZ-PERSONEN                  PIC 9(5)  VALUE ZEROES.
       01  ANZ-NEU                       PIC 9(5)  VALUE ZEROES.
       01  ANZ-GEAEND                    PIC 9(5)  VALUE ZEROES.
       01  ANZ-KONFLIKT                  PIC 9(5)  VALUE ZEROES.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * AUSGABEWARTESCHLANGE, SPACES = PRT01
       01  X-OUTQ                        PIC X(10).
      * OPTIONAL: "J" = PRUEFLAUF, NUR DRUCKEN
       01  X-PRUEF                       PIC X(1).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING        X-OUTQ
                                        X-PRUEF.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP2064" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

           MOVE     "N" TO PRUEF-LAUF.
           IF       ADDRESS OF X-PRUEF NOT = NULL
            AND     X-PRUEF = "J"
                    MOVE "J" TO PRUEF-LAUF
           END-IF.

      * PCONFIG2 AUF DIESELBE PCONFIG LEGEN (ZWEITER PFAD)
           INITIALIZE CMDEXC-REC.
           STRING   "OVRDBF FILE(PCONFIG2) TOFILE("
                                      DELIMITED BY SIZE
                    CONST-LIB         DELIMITED BY SPACES
                    "/PCONFIG)"       DELIMITED BY SIZE
               INTO COMMAND OF CMDEXC-REC
           END-STRING.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

      * MAT-BIBLIOTHEK VORSCHALTEN (WIE HLP0015)
           PERFORM  ADD-MAT-LIB.
           PERFORM  CHECK-OBJECTS.

      * OUTQ SETZEN UND DRUCKDATEI OEFFNEN
           IF       X-OUTQ = SPACES
                    MOVE "PRT01" TO OVR-OUTQ
           ELSE
                    MOVE X-OUTQ  TO OVR-OUTQ
           END-IF.
           INITIALIZE RET-CODE.
           INITIALIZE OVRPRTF-REC.
           MOVE     "XXF2064" TO FROMFILE OF OVRPRTF-REC.
           MOVE     OVR-OUTQ  TO TOOUTQ   OF OVRPRTF-REC.
           CALL     "CLP0041" USING OVRPRTF-REC
                                    RET-CODE
           END-CALL.

           OPEN     I-O    PPERSON-DP
                           PCONFIG-DP.
           OPEN     INPUT  PCONFIG2-DP
                           PTEAMM-DP
                           PKDKTO-DP.
           IF       MAT-DA = 1
                    OPEN INPUT PBIRTH-DP
                    IF   FILE-STATUS NOT = ZEROES
                         MOVE ZEROES TO MAT-DA
                    END-IF
           END-IF.
           OPEN     OUTPUT XXDRUCK-DAT.

      * KOPFZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "KOPF"       TO DRART   OF XXDRUCK-REC.
           MOVE     DATE-8       TO DRDATUM OF XXDRUCK-REC.
           MOVE     PRUEF-LAUF   TO DRPRUEF OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

      * ALLE MITARBEITER AUS H050
           PERFORM  SCAN-H050.

      * EINTRAEGE A109, A110, A115, A121 OHNE H050
           INITIALIZE OHNE-TAB.
           MOVE     1 TO QUELL-IX.
           PERFORM  SCAN-OHNE-H050.

      * GEGENPRUEFUNG MIT PBIRTH (MAT)
           IF       MAT-DA = 1
                    PERFORM PRUEFE-PBIRTH
                    CLOSE   PBIRTH-DP
           ELSE
                    MOVE "PBIRTH"           TO KONF-QUELLE
                    MOVE SPACES             TO MIG-USER
                    MOVE SPACES             TO KONF-FELD
                    MOVE "MAT NICHT GEFUNDEN" TO KONF-ALT
                    MOVE SPACES             TO KONF-NEU
                    MOVE "NICHT GEPRUEFT"   TO KONF-LOES
                    PERFORM DRUCKE-KONFLIKT
           END-IF.

      * TEAMMITGLIEDER UND KUECHENKONTEN OHNE PERSON
           PERFORM  PRUEFE-TEAMS.
           PERFORM  PRUEFE-KONTEN.

      * PPERSON IN DIE AENDERUNGSHISTORIE AUFNEHMEN
           IF       PRUEF-LAUF NOT = "J"
                    PERFORM SICHERE-HISTORIE
           END-IF.

      * SUMMENZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "SUMME"       TO DRART   OF XXDRUCK-REC.
           MOVE     ANZ-PERSONEN  TO DRANZP  OF XXDRUCK-REC.
           MOVE     ANZ-NEU       TO DRANZN  OF XXDRUCK-REC.
           MOVE     ANZ-GEAEND    TO DRANZG  OF XXDRUCK-REC.
           MOVE     ANZ-KONFLIKT  TO DRANZK  OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           CLOSE    PPERSON-DP
                    PCONFIG-DP
                    PCONFIG2-DP
                    PTEAMM-DP
                    PKDKTO-DP
                    XXDRUCK-DAT.

      * MAT-BIBLIOTHEK ENTFERNEN
           PERFORM  DEL-MAT-LIB.

           PERFORM  LOGGE-ERGEBNIS.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * ALLE MITARBEITER AUS PCONFIG H050 UEBERNEHMEN
      *--------------------------------------------------------------
       SCAN-H050 SECTION.
       SCN-H05-00.

           INITIALIZE PCONFIGF OF PCONFIG2-P.
           MOVE     "H050"  TO CFID   OF PCONFIG2-P.
           MOVE     SPACES  TO CFKEY  OF PCONFIG2-P.
           MOVE     SPACES  TO CFKEY2 OF PCONFIG2-P.
           MOVE     SPACES  TO CFKEY3 OF PCONFIG2-P.
           MOVE     SPACES  TO CFKEY4 OF PCONFIG2-P.
           START    PCONFIG2-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCN-H05-90
           END-IF.

       SCN-H05-20.
           READ     PCONFIG2-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      CFID OF PCONFIG2-P NOT = "H050"
                    GO TO SCN-H05-90
           END-IF.

           MOVE     CFKEY OF PCONFIG2-P TO MIG-USER.
           PERFORM  MIGRIERE-PERSON.

           GO TO    SCN-H05-20.

       SCN-H05-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINTRAEGE DER ID QUELL-ID(QUELL-IX) OHNE H050 UEBERNEHMEN;
      * DANACH DIE NAECHSTE ID
      *--------------------------------------------------------------
       SCAN-OHNE-H050 SECTION.
       SCN-OHN-00.

           IF       QUELL-IX > QUELL-ANZ
                    GO TO SCN-OHN-90
           END-IF.

           INITIALIZE PCONFIGF OF PCONFIG2-P.
           MOVE     QUELL-ID (QUELL-IX) TO CFID   OF PCONFIG2-P.
           MOVE     SPACES              TO CFKEY  OF PCONFIG2-P.
           MOVE     SPACES              TO CFKEY2 OF PCONFIG2-P.
           MOVE     SPACES              TO CFKEY3 OF PCONFIG2-P.
           MOVE     SPACES              TO CFKEY4 OF PCONFIG2-P.
           START    PCONFIG2-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCN-OHN-80
           END-IF.

       SCN-OHN-20.
           READ     PCONFIG2-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      CFID OF PCONFIG2-P NOT = QUELL-ID (QUELL-IX)
                    GO TO SCN-OHN-80
           END-IF.

      * MIT H050 SCHON IM ERSTEN DURCHLAUF UEBERNOMMEN
           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "H050"              TO CFID   OF PCONFIG-P.
           MOVE     CFKEY OF PCONFIG2-P TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES              TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES              TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES              TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    GO TO SCN-OHN-20
           END-IF.

      * JEDEN USER OHNE H050 NUR EINMAL
           MOVE     1 TO OHNE-NEU.
           SET      OIDX TO 1.
           SEARCH   OHNE-REC
                    AT END CONTINUE
                    WHEN   OHNE-USER(OIDX) = CFKEY OF PCONFIG2-P
                           MOVE ZEROES TO OHNE-NEU
           END-SEARCH.
           IF       OHNE-NEU = ZEROES
            OR      OHNE-CNT NOT < 500
                    GO TO SCN-OHN-20
           END-IF.
           ADD      1 TO OHNE-CNT.
           MOVE     CFKEY OF PCONFIG2-P TO OHNE-USER (OHNE-CNT).

           MOVE     CFKEY OF PCONFIG2-P TO MIG-USER.
           PERFORM  MIGRIERE-PERSON.

           GO TO    SCN-OHN-20.

       SCN-OHN-80.
           ADD      1 TO QUELL-IX.
           GO TO    SCN-OHN-00.

       SCN-OHN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE PERSON MIG-USER AUS DEN ALTEN QUELLEN ZUSAMMENSTELLEN
      * UND IN PPERSON SCHREIBEN
      *--------------------------------------------------------------
       MIGRIERE-PERSON SECTION.
       MIG-PER-00.

           ADD      1 TO ANZ-PERSONEN.
           PERFORM  LESE-QUELLEN.

      * BESTEHENDER STAMMSATZ?
           INITIALIZE PPERSONF OF PPERSON-P.
           MOVE     MIG-USER TO PEUSER OF PPERSON-P.
           READ     PPERSON-DP.
           IF       FILE-STATUS = ZEROES
                    MOVE 1 TO PERSON-DA
                    MOVE PPERSONF OF PPERSON-P TO RECORD-OLD
                    PERFORM ABGLEICH-PERSON
           ELSE
                    MOVE ZEROES TO PERSON-DA
                    PERFORM NEUE-PERSON
           END-IF.

           IF       PRUEF-LAUF = "J"
                    IF   PERSON-DA = 1
                         UNLOCK PPERSON-DP
                    END-IF
                    GO TO MIG-PER-90
           END-IF.

           PERFORM  COPY-GET-TIME.
           IF       PERSON-DA = 1
                    IF   PPERSONF OF PPERSON-P NOT = RECORD-OLD
                         MOVE T-USER  TO PEMSER OF PPERSON-P
                         MOVE T-TERM  TO PEMBS  OF PPERSON-P
                         MOVE PGM-WRK TO PEMPGM OF PPERSON-P
                         MOVE DATE-8  TO PEMDTA OF PPERSON-P
                         MOVE TIME-6  TO PEMTIA OF PPERSON-P
                         ADD  1 TO ANZ-GEAEND
                    END-IF
                    REWRITE PPERSON-P
           ELSE
                    MOVE T-USER  TO PEAUSR OF PPERSON-P
                    MOVE T-TERM  TO PEABS  OF PPERSON-P
                    MOVE PGM-WRK TO PEAPGM OF PPERSON-P
                    MOVE DATE-8  TO PEADTA OF PPERSON-P
                    MOVE TIME-6  TO PEATIA OF PPERSON-P
                    WRITE PPERSON-P
           END-IF.

       MIG-PER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * H050, A109, A110, A115 UND A121 DES USERS NACH MIG-PERSON
      *--------------------------------------------------------------
       LESE-QUELLEN SECTION.
       LES-QUE-00.

           INITIALIZE MIG-PERSON.
           MOVE     MIG-USER TO PN-USER   OF MIG-PERSON.
           MOVE     480      TO PN-SOLL   OF MIG-PERSON.
           MOVE     "STD"    TO PN-GRUPPE OF MIG-PERSON.

      * H050: NAME, AKTIV, GEBURTSTAG
           MOVE     ZEROES TO H050-DA.
           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "H050"   TO CFID   OF PCONFIG-P.
           MOVE     MIG-USER TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES   TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES   TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES   TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE 1 TO H050-DA
                    MOVE CFTXT1 OF PCONFIG-P TO PN-NAME  OF MIG-PERSON
                    MOVE CFIN21 OF PCONFIG-P TO PN-VNAME OF MIG-PERSON
                    MOVE CFIN22 OF PCONFIG-P TO PN-NNAME OF MIG-PERSON
                    IF   CFFK11 OF PCONFIG-P NOT = ZEROES
                         MOVE 1 TO PN-AKTIV OF MIG-PERSON
                    END-IF
                    MOVE CFIN04 OF PCONFIG-P(1:8) TO DATUM-ALPHA
                    IF   DATUM-ALPHA IS NUMERIC
                         MOVE DATUM-NUM TO PN-GEBDAT OF MIG-PERSON
                    END-IF
           END-IF.

      * A109: AUSBILDUNGSDATEN
           MOVE     ZEROES TO A109-DA.
           MOVE     SPACES TO A109-NAME.
           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "A109"   TO CFID   OF PCONFIG-P.
           MOVE     MIG-USER TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES   TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES   TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES   TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE 1   TO A109-DA
                    MOVE "J" TO PN-AZUBI OF MIG-PERSON
                    MOVE CFTXT1 OF PCONFIG-P TO A109-NAME
                    MOVE CFIN01 OF PCONFIG-P TO PN-SCHULE OF MIG-PERSON
                    MOVE CFIN02 OF PCONFIG-P TO PN-KLASSE OF MIG-PERSON
                    MOVE CFIN03 OF PCONFIG-P TO PN-BERUF  OF MIG-PERSON
                    MOVE CFNM04 OF PCONFIG-P TO PN-AJAHR  OF MIG-PERSON
                    MOVE CFTXT2 OF PCONFIG-P
                      TO PN-ABTEILUNG OF MIG-PERSON
                    MOVE CFDAT1 OF PCONFIG-P(1:8) TO DATUM-ALPHA
                    IF   DATUM-ALPHA IS NUMERIC
                         MOVE DATUM-NUM TO PN-AZBEGINN OF MIG-PERSON
                    END-IF
           END-IF.

      * NAME: H050 GILT, OHNE H050 DER NAME AUS A109
           IF       H050-DA = ZEROES
                    MOVE "H050"              TO KONF-QUELLE
                    MOVE SPACES              TO KONF-FELD
                    MOVE "KEIN MITARBEITERSTAMM" TO KONF-ALT
                    MOVE A109-NAME           TO KONF-NEU
                    MOVE "PERSON INAKTIV ANGELEGT" TO KONF-LOES
                    PERFORM DRUCKE-KONFLIKT
                    MOVE A109-NAME           TO PN-NAME  OF MIG-PERSON
                    MOVE A109-NAME           TO PN-NNAME OF MIG-PERSON
           ELSE
                    IF   A109-NAME NOT = SPACES
                     AND A109-NAME NOT = PN-NAME OF MIG-PERSON
                         MOVE "A109"              TO KONF-QUELLE
                         MOVE "PENAME"            TO KONF-FELD
                         MOVE A109-NAME           TO KONF-ALT
                         MOVE PN-NAME OF MIG-PERSON TO KONF-NEU
                         MOVE "H050 GILT"         TO KONF-LOES
                         PERFORM DRUCKE-KONFLIKT
                    END-IF
           END-IF.
           IF       PN-NNAME OF MIG-PERSON = SPACES
                    MOVE PN-NAME OF MIG-PERSON TO PN-NNAME OF MIG-PERSON
           END-IF.

      * A110: TAGESSOLL IN MINUTEN
           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "A110"   TO CFID   OF PCONFIG-P.
           MOVE     MIG-USER TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES   TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES   TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES   TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS             = ZEROES
            AND     CFIN01 OF PCONFIG-P NOT = ZEROES
                    MOVE CFIN01 OF PCONFIG-P TO SOLL-WRK
                    IF   SOLL-WRK > ZEROES
                     AND SOLL-WRK NOT > 720
                         MOVE SOLL-WRK TO PN-SOLL OF MIG-PERSON
                    ELSE
                         MOVE "A110"              TO KONF-QUELLE
                         MOVE "PESOLL"            TO KONF-FELD
                         MOVE CFIN01 OF PCONFIG-P TO KONF-ALT
                         MOVE "480"               TO KONF-NEU
                         MOVE "UNGUELTIG, STANDARD" TO KONF-LOES
                         PERFORM DRUCKE-KONFLIKT
                    END-IF
           END-IF.

      * A115: PERSONENGRUPPE
           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "A115"   TO CFID   OF PCONFIG-P.
           MOVE     MIG-USER TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES   TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES   TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES   TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS             = ZEROES
            AND     CFTXT1 OF PCONFIG-P NOT = SPACES
                    MOVE CFTXT1 OF PCONFIG-P TO PN-GRUPPE OF MIG-PERSON
           END-IF.

      * A121: AUSBILDUNGSENDE
           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "A121"   TO CFID   OF PCONFIG-P.
           MOVE     MIG-USER TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES   TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES   TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES   TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE CFIN01 OF PCONFIG-P(1:8) TO DATUM-ALPHA
                    IF   DATUM-ALPHA IS NUMERIC
                         MOVE DATUM-NUM TO PN-AENDE OF MIG-PERSON
                    END-IF
                    IF   A109-DA = ZEROES
                         MOVE "A121"              TO KONF-QUELLE
                         MOVE "PEAEND"            TO KONF-FELD
                         MOVE "KEIN AZUBI (A109)" TO KONF-ALT
                         MOVE DATUM-ALPHA         TO KONF-NEU
                         MOVE "ENDE UEBERNOMMEN"  TO KONF-LOES
                         PERFORM DRUCKE-KONFLIKT
                    END-IF
           END-IF.

       LES-QUE-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * NEUEN STAMMSATZ AUS MIG-PERSON AUFBAUEN
      *--------------------------------------------------------------
       NEUE-PERSON SECTION.
       NEU-PER-00.

           ADD      1 TO ANZ-NEU.
           INITIALIZE PPERSONF OF PPERSON-P.
           MOVE     PN-USER      OF MIG-PERSON TO PEUSER OF PPERSON-P.
           MOVE     PN-NAME      OF MIG-PERSON TO PENAME OF PPERSON-P.
           MOVE     PN-VNAME     OF MIG-PERSON TO PEVNAM OF PPERSON-P.
           MOVE     PN-NNAME     OF MIG-PERSON TO PENNAM OF PPERSON-P.
           MOVE     PN-AKTIV     OF MIG-PERSON TO PEAKTV OF PPERSON-P.
           MOVE     PN-GEBDAT    OF MIG-PERSON TO PEGEBD OF PPERSON-P.
           MOVE     PN-SOLL      OF MIG-PERSON TO PESOLL OF PPERSON-P.
           MOVE     PN-GRUPPE    OF MIG-PERSON TO PEGRUP OF PPERSON-P.
           MOVE     PN-AZUBI     OF MIG-PERSON TO PEAZUB OF PPERSON-P.
           MOVE     PN-AZBEGINN  OF MIG-PERSON TO PEAZBG OF PPERSON-P.
           MOVE     PN-SCHULE    OF MIG-PERSON TO PESCHU OF PPERSON-P.
           MOVE     PN-KLASSE    OF MIG-PERSON TO PEKLAS OF PPERSON-P.
           MOVE     PN-BERUF     OF MIG-PERSON TO PEBERU OF PPERSON-P.
           MOVE     PN-AJAHR     OF MIG-PERSON TO PEAJHR OF PPERSON-P.
           MOVE     PN-ABTEILUNG OF MIG-PERSON TO PEABTL OF PPERSON-P.
           MOVE     PN-AENDE     OF MIG-PERSON TO PEAEND OF PPERSON-P.

      * DER AUSBILDUNGSBEGINN IST DER EINTRITT, SOFERN BEKANNT
           MOVE     PN-AZBEGINN  OF MIG-PERSON TO PEEINT OF PPERSON-P.

       NEU-PER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BESTEHENDEN STAMMSATZ ABGLEICHEN: NAME, AKTIV UND GEBURTSTAG
      * KOMMEN AUS H050 (MAT), ALLE ANDEREN BEREITS GEPFLEGTEN WERTE
      * BLEIBEN UND WERDEN BEI ABWEICHUNG NUR GEMELDET
      *--------------------------------------------------------------
       ABGLEICH-PERSON SECTION.
       ABG-PER-00.

           IF       H050-DA = ZEROES
                    GO TO ABG-PER-20
           END-IF.

           IF       PENAME OF PPERSON-P NOT = PN-NAME OF MIG-PERSON
                    MOVE "PPERSON"             TO KONF-QUELLE
                    MOVE "PENAME"              TO KONF-FELD
                    MOVE PENAME OF PPERSON-P   TO KONF-ALT
                    MOVE PN-NAME OF MIG-PERSON TO KONF-NEU
                    MOVE "H050 GILT (MAT)"     TO KONF-LOES
                    PERFORM DRUCKE-KONFLIKT
                    MOVE PN-NAME  OF MIG-PERSON TO PENAME OF PPERSON-P
                    MOVE PN-VNAME OF MIG-PERSON TO PEVNAM OF PPERSON-P
                    MOVE PN-NNAME OF MIG-PERSON TO PENNAM OF PPERSON-P
           END-IF.

           IF       PEAKTV OF PPERSON-P NOT = PN-AKTIV OF MIG-PERSON
                    MOVE "PPERSON"              TO KONF-QUELLE
                    MOVE "PEAKTV"               TO KONF-FELD
                    MOVE PEAKTV OF PPERSON-P    TO KONF-ALT
                    MOVE PN-AKTIV OF MIG-PERSON TO KONF-NEU
                    MOVE "H050 GILT (MAT)"      TO KONF-LOES
                    PERFORM DRUCKE-KONFLIKT
                    MOVE PN-AKTIV OF MIG-PERSON TO PEAKTV OF PPERSON-P
           END-IF.

           IF       PN-GEBDAT OF MIG-PERSON NOT = ZEROES
            AND     PEGEBD OF PPERSON-P NOT = PN-GEBDAT OF MIG-PERSON
                    MOVE "PPERSON"               TO KONF-QUELLE
                    MOVE "PEGEBD"                TO KONF-FELD
                    MOVE PEGEBD OF PPERSON-P     TO KONF-ALT
                    MOVE PN-GEBDAT OF MIG-PERSON TO KONF-NEU
                    MOVE "H050 GILT (MAT)"       TO KONF-LOES
                    PERFORM DRUCKE-KONFLIKT
                    MOVE PN-GEBDAT OF MIG-PERSON TO PEGEBD OF PPERSON-P
           END-IF.

       ABG-PER-20.
      * TAGESSOLL UND GRUPPE: PPERSON GILT
           IF       PESOLL OF PPERSON-P = ZEROES
                    MOVE PN-SOLL OF MIG-PERSON TO PESOLL OF PPERSON-P
           END-IF.
           IF       PESOLL OF PPERSON-P NOT = PN-SOLL OF MIG-PERSON
                    MOVE "PPERSON"              TO KONF-QUELLE
                    MOVE "PESOLL"               TO KONF-FELD
                    MOVE PN-SOLL OF MIG-PERSON  TO KONF-ALT
                    MOVE PESOLL OF PPERSON-P    TO KONF-NEU
                    MOVE "PPERSON GILT"         TO KONF-LOES
                    PERFORM DRUCKE-KONFLIKT
           END-IF.

           IF       PEGRUP OF PPERSON-P = SPACES
                    MOVE PN-GRUPPE OF MIG-PERSON TO PEGRUP OF PPERSON-P
           END-IF.
           IF       PEGRUP OF PPERSON-P NOT = PN-GRUPPE OF MIG-PERSON
                    MOVE "PPERSON"               TO KONF-QUELLE
                    MOVE "PEGRUP"                TO KONF-FELD
                    MOVE PN-GRUPPE OF MIG-PERSON TO KONF-ALT
                    MOVE PEGRUP OF PPERSON-P     TO KONF-NEU
                    MOVE "PPERSON GILT"          TO KONF-LOES
                    PERFORM DRUCKE-KONFLIKT
           END-IF.

      * AUSBILDUNGSDATEN: LEERE FELDER ERGAENZEN, SONST PPERSON GILT
           IF       PN-AZUBI OF MIG-PERSON NOT = "J"
                    GO TO ABG-PER-90
           END-IF.
           IF       PEAZUB OF PPERSON-P = SPACES
                    MOVE "J" TO PEAZUB OF PPERSON-P
           END-IF.
           IF       PEAZBG OF PPERSON-P = ZEROES
                    MOVE PN-AZBEGINN OF MIG-PERSON
                      TO PEAZBG OF PPERSON-P
           END-IF.
           IF       PESCHU OF PPERSON-P = SPACES
                    MOVE PN-SCHULE OF MIG-PERSON TO PESCHU OF PPERSON-P
           END-IF.
           IF       PEKLAS OF PPERSON-P = SPACES
                    MOVE PN-KLASSE OF MIG-PERSON TO PEKLAS OF PPERSON-P
           END-IF.
           IF       PEBERU OF PPERSON-P = SPACES
                    MOVE PN-BERUF OF MIG-PERSON TO PEBERU OF PPERSON-P
           END-IF.
           IF       PEAJHR OF PPERSON-P = ZEROES
                    MOVE PN-AJAHR OF MIG-PERSON TO PEAJHR OF PPERSON-P
           END-IF.
           IF       PEABTL OF PPERSON-P = SPACES
                    MOVE PN-ABTEILUNG OF MIG-PERSON
                      TO PEABTL OF PPERSON-P
           END-IF.
           IF       PEAEND OF PPERSON-P = ZEROES
                    MOVE PN-AENDE OF MIG-PERSON TO PEAEND OF PPERSON-P
           END-IF.

           IF       PEBERU OF PPERSON-P NOT = PN-BERUF OF MIG-PERSON
                    MOVE "PPERSON"              TO KONF-QUELLE
                    MOVE "PEBERU"               TO KONF-FELD
                    MOVE PN-BERUF OF MIG-PERSON TO KONF-ALT
                    MOVE PEBERU OF PPERSON-P    TO KONF-NEU
                    MOVE "PPERSON GILT"         TO KONF-LOES
                    PERFORM DRUCKE-KONFLIKT
           END-IF.
           IF       PN-AENDE OF MIG-PERSON NOT = ZEROES
            AND     PEAEND OF PPERSON-P NOT = PN-AENDE OF MIG-PERSON
                    MOVE "PPERSON"              TO KONF-QUELLE
                    MOVE "PEAEND"               TO KONF-FELD
                    MOVE PN-AENDE OF MIG-PERSON TO KONF-ALT
                    MOVE PEAEND OF PPERSON-P    TO KONF-NEU
                    MOVE "PPERSON GILT"         TO KONF-LOES
                    PERFORM DRUCKE-KONFLIKT
           END-IF.

       ABG-PER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PBIRTH (MAT) GEGEN H050 PRUEFEN: GEBURTSTAG UND AKTIV-
      * KENNZEICHEN AUS MAT GELTEN
      *--------------------------------------------------------------
       PRUEFE-PBIRTH SECTION.
       PRF-PBI-00.

           INITIALIZE PBIRTHF OF PBIRTH-P.
           MOVE     ZEROES TO BILFDN OF PBIRTH-P.
           START    PBIRTH-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-PBI-90
           END-IF.

       PRF-PBI-20.
           READ     PBIRTH-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-PBI-90
           END-IF.

           MOVE     BIMAKU OF PBIRTH-P TO MIG-USER.
           MOVE     "PBIRTH"           TO KONF-QUELLE.

      * GEBURTSTAG WIE IM MAT-IMPORT ZUSAMMENBAUEN
           MOVE     BIGJH  OF PBIRTH-P TO DATUM-ALPHA(1:2).
           MOVE     BIGJA  OF PBIRTH-P TO DATUM-ALPHA(3:2).
           MOVE     BIGMO  OF PBIRTH-P TO DATUM-ALPHA(5:2).
           MOVE     BIGTA  OF PBIRTH-P TO DATUM-ALPHA(7:2).

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "H050"   TO CFID   OF PCONFIG-P.
           MOVE     MIG-USER TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES   TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES   TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES   TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
      *             INAKTIVE FEHLEN IN H050 (HLP0015 LOESCHT SIE)
                    IF   BIKZ OF PBIRTH-P NOT = ZEROES
                         MOVE SPACES                TO KONF-FELD
                         MOVE "AKTIV, FEHLT IN H050" TO KONF-ALT
                         MOVE SPACES                TO KONF-NEU
                         MOVE "ANLAGE DURCH MAT-IMPORT" TO KONF-LOES
                         PERFORM DRUCKE-KONFLIKT
                    END-IF
                    GO TO PRF-PBI-20
           END-IF.

           IF       DATUM-ALPHA IS NUMERIC
            AND     DATUM-ALPHA NOT = CFIN04 OF PCONFIG-P(1:8)
                    MOVE "PEGEBD"                  TO KONF-FELD
                    MOVE CFIN04 OF PCONFIG-P(1:8)  TO KONF-ALT
                    MOVE DATUM-ALPHA               TO KONF-NEU
                    MOVE "PBIRTH GILT (MAT)"       TO KONF-LOES
                    PERFORM DRUCKE-KONFLIKT
                    IF   PRUEF-LAUF NOT = "J"
                         PERFORM KORRIGIERE-GEBURTSTAG
                    END-IF
           END-IF.

           IF       (    BIKZ   OF PBIRTH-P     = ZEROES
                     AND CFFK11 OF PCONFIG-P NOT = ZEROES)
            OR      (    BIKZ   OF PBIRTH-P NOT = ZEROES
                     AND CFFK11 OF PCONFIG-P     = ZEROES)
                    MOVE "PEAKTV"                  TO KONF-FELD
                    MOVE CFFK11 OF PCONFIG-P       TO KONF-ALT
                    MOVE BIKZ   OF PBIRTH-P        TO KONF-NEU
                    MOVE "PBIRTH GILT (MAT)"       TO KONF-LOES
                    PERFORM DRUCKE-KONFLIKT
                    IF   PRUEF-LAUF NOT = "J"
                         PERFORM KORRIGIERE-AKTIV
                    END-IF
           END-IF.

           GO TO    PRF-PBI-20.

       PRF-PBI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GEBURTSTAG AUS PBIRTH IN PPERSON UEBERNEHMEN
      *--------------------------------------------------------------
       KORRIGIERE-GEBURTSTAG SECTION.
       KOR-GEB-00.

           INITIALIZE PPERSONF OF PPERSON-P.
           MOVE     MIG-USER TO PEUSER OF PPERSON-P.
           READ     PPERSON-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO KOR-GEB-90
           END-IF.

           PERFORM  COPY-GET-TIME.
           MOVE     DATUM-NUM TO PEGEBD OF PPERSON-P.
           MOVE     T-USER    TO PEMSER OF PPERSON-P.
           MOVE     T-TERM    TO PEMBS  OF PPERSON-P.
           MOVE     PGM-WRK   TO PEMPGM OF PPERSON-P.
           MOVE     DATE-8    TO PEMDTA OF PPERSON-P.
           MOVE     TIME-6    TO PEMTIA OF PPERSON-P.
           REWRITE  PPERSON-P.

       KOR-GEB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AKTIV-KENNZEICHEN AUS PBIRTH IN PPERSON UEBERNEHMEN
      *--------------------------------------------------------------
       KORRIGIERE-AKTIV SECTION.
       KOR-AKT-00.

           INITIALIZE PPERSONF OF PPERSON-P.
           MOVE     MIG-USER TO PEUSER OF PPERSON-P.
           READ     PPERSON-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO KOR-AKT-90
           END-IF.

           PERFORM  COPY-GET-TIME.
           IF       BIKZ OF PBIRTH-P = ZEROES
                    MOVE ZEROES TO PEAKTV OF PPERSON-P
           ELSE
                    MOVE 1      TO PEAKTV OF PPERSON-P
           END-IF.
           MOVE     T-USER    TO PEMSER OF PPERSON-P.
           MOVE     T-TERM    TO PEMBS  OF PPERSON-P.
           MOVE     PGM-WRK   TO PEMPGM OF PPERSON-P.
           MOVE     DATE-8    TO PEMDTA OF PPERSON-P.
           MOVE     TIME-6    TO PEMTIA OF PPERSON-P.
           REWRITE  PPERSON-P.

       KOR-AKT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TEAMMITGLIEDER (PTEAMM) OHNE PERSON MELDEN
      *--------------------------------------------------------------
       PRUEFE-TEAMS SECTION.
       PRF-TEA-00.

           INITIALIZE PTEAMMF OF PTEAMM-P.
           MOVE     SPACES TO TMTEAM OF PTEAMM-P.
           MOVE     SPACES TO TMUSER OF PTEAMM-P.
           START    PTEAMM-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-TEA-90
           END-IF.

       PRF-TEA-20.
           READ     PTEAMM-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-TEA-90
           END-IF.

           MOVE     TMUSER OF PTEAMM-P TO MIG-USER.
           PERFORM  PRUEFE-VORHANDEN.
           IF       PERSON-DA = ZEROES
                    MOVE "PTEAMM"             TO KONF-QUELLE
                    MOVE "TMTEAM"             TO KONF-FELD
                    MOVE TMTEAM OF PTEAMM-P   TO KONF-ALT
                    MOVE SPACES               TO KONF-NEU
                    MOVE "KEINE PERSON, XXP0085 KLAEREN" TO KONF-LOES
                    PERFORM DRUCKE-KONFLIKT
           END-IF.

           GO TO    PRF-TEA-20.

       PRF-TEA-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KUECHENKONTEN (PKDKTO) OHNE PERSON MELDEN
      *--------------------------------------------------------------
       PRUEFE-KONTEN SECTION.
       PRF-KTO-00.

           INITIALIZE PKDKTOF OF PKDKTO-P.
           MOVE     SPACES TO KTUSER OF PKDKTO-P.
           START    PKDKTO-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-KTO-90
           END-IF.

       PRF-KTO-20.
           READ     PKDKTO-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-KTO-90
           END-IF.

           MOVE     KTUSER OF PKDKTO-P TO MIG-USER.
           PERFORM  PRUEFE-VORHANDEN.
           IF       PERSON-DA = ZEROES
                    MOVE "PKDKTO"             TO KONF-QUELLE
                    MOVE "KTSALDO"            TO KONF-FELD
                    MOVE KTSALDO OF PKDKTO-P  TO KONF-ALT
                    MOVE SPACES               TO KONF-NEU
                    MOVE "KEINE PERSON, XXP0226 KLAEREN" TO KONF-LOES
                    PERFORM DRUCKE-KONFLIKT
           END-IF.

           GO TO    PRF-KTO-20.

       PRF-KTO-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * GIBT ES DIE PERSON MIG-USER IN PPERSON ODER (IM PRUEFLAUF,
      * IN DEM PPERSON NICHT GEFUELLT WIRD) IN H050?
      *--------------------------------------------------------------
       PRUEFE-VORHANDEN SECTION.
       PRF-VOR-00.

           MOVE     ZEROES TO PERSON-DA.

           INITIALIZE PPERSONF OF PPERSON-P.
           MOVE     MIG-USER TO PEUSER OF PPERSON-P.
           READ     PPERSON-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE 1 TO PERSON-DA
                    GO TO PRF-VOR-90
           END-IF.

           IF       PRUEF-LAUF NOT = "J"
                    GO TO PRF-VOR-90
           END-IF.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "H050"   TO CFID   OF PCONFIG-P.
           MOVE     MIG-USER TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES   TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES   TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES   TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE 1 TO PERSON-DA
           END-IF.

       PRF-VOR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINEN WIDERSPRUCH MIT SEINER AUFLOESUNG DRUCKEN
      *--------------------------------------------------------------
       DRUCKE-KONFLIKT SECTION.
       DRU-KON-00.

           ADD      1 TO ANZ-KONFLIKT.

           INITIALIZE XXDRUCK-REC.
           MOVE     "KONF"       TO DRART   OF XXDRUCK-REC.
           MOVE     MIG-USER     TO DRUSER  OF XXDRUCK-REC.
           MOVE     KONF-QUELLE  TO DRQUEL  OF XXDRUCK-REC.
           MOVE     KONF-FELD    TO DRFELD  OF XXDRUCK-REC.
           MOVE     KONF-ALT     TO DRALT   OF XXDRUCK-REC.
           MOVE     KONF-NEU     TO DRNEU   OF XXDRUCK-REC.
           MOVE     KONF-LOES    TO DRLOES  OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

       DRU-KON-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PPERSON IN PCONFIG H300/AENDHIST AKTIV EINTRAGEN, DAMIT
      * XXP2048 DEN TRIGGER DER AENDERUNGSHISTORIE ANHAENGT
      *--------------------------------------------------------------
       SICHERE-HISTORIE SECTION.
       SIC-HIS-00.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "H300"      TO CFID   OF PCONFIG-P.
           MOVE     "AENDHIST"  TO CFKEY  OF PCONFIG-P.
           MOVE     "PPERSON"   TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    GO TO SIC-HIS-90
           END-IF.

           PERFORM  COPY-GET-TIME.
           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "H300"      TO CFID   OF PCONFIG-P.
           MOVE     "AENDHIST"  TO CFKEY  OF PCONFIG-P.
           MOVE     "PPERSON"   TO CFKEY2 OF PCONFIG-P.
           MOVE     1           TO CFFK01 OF PCONFIG-P.
           MOVE     T-USER      TO CFAUSR OF PCONFIG-P.
           MOVE     T-TERM      TO CFABS  OF PCONFIG-P.
           MOVE     PGM-WRK     TO CFAPGM OF PCONFIG-P.
           MOVE     DATE-8      TO CFADTA OF PCONFIG-P.
           MOVE     TIME-6      TO CFATIA OF PCONFIG-P.
           WRITE    PCONFIG-P.
           IF       FILE-STATUS = ZEROES
                    MOVE "A"       TO JRN-AKT
                    INITIALIZE JRN-BEF
                    MOVE PCONFIGF OF PCONFIG-P TO JRN-AFT
                    CALL "CFP0039" USING CFID  OF PCONFIG-P
                                         CFKEY OF PCONFIG-P
                                         JRN-AKT
                                         JRN-BEF
                                         JRN-AFT
                    END-CALL
           END-IF.

       SIC-HIS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MAT-BIBLIOTHEK VORSCHALTEN
      *--------------------------------------------------------------
       ADD-MAT-LIB SECTION.
       ADD-MAT-00.

           INITIALIZE ADDLIBLE-REC.
           MOVE     "MAT"        TO LIB     OF ADDLIBLE-REC.
           MOVE     "*LAST"      TO LIBPOS  OF ADDLIBLE-REC.
           CALL     "CLP0007" USING ADDLIBLE-REC
                                    RET-CODE
           END-CALL.

       ADD-MAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * MAT-BIBLIOTHEK ENTFERNEN
      *--------------------------------------------------------------
       DEL-MAT-LIB SECTION.
       DEL-MAT-00.

           INITIALIZE RMVLIBLE-REC.
           MOVE     "MAT"        TO LIB     OF RMVLIBLE-REC.
           CALL     "CLP0009" USING RMVLIBLE-REC
           END-CALL.

       DEL-MAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PRUEFEN OB ES PBIRTH AUCH GIBT
      *--------------------------------------------------------------
       CHECK-OBJECTS SECTION.
       CHK-OBJ-00.

           MOVE     ZEROES TO MAT-DA.
           INITIALIZE CHKOBJ-REC.
           MOVE     "PBIRTH"     TO OBJ     OF CHKOBJ-REC.
           MOVE     "*LIBL"      TO LIB     OF CHKOBJ-REC.
           MOVE     "*FILE"      TO OBJTYPE OF CHKOBJ-REC.
           CALL     "CLP0004" USING CHKOBJ-REC
           END-CALL.
           IF       OBJ-EXIST OF CHKOBJ-REC NOT = ZEROES
                    MOVE 1 TO MAT-DA
           END-IF.

       CHK-OBJ-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ERGEBNIS UEBER CFP0019 PROTOKOLLIEREN
      *--------------------------------------------------------------
       LOGGE-ERGEBNIS SECTION.
       LOG-ERG-00.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PPERSON" TO STFILE OF LOG-CPY.
           IF       ANZ-KONFLIKT = ZEROES
                    MOVE "INFO" TO STKEY OF LOG-CPY
           ELSE
                    MOVE "WARN" TO STKEY OF LOG-CPY
           END-IF.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "PERSONENSTAMM: PERSONEN "           DELIMITED BY
                                                         SIZE
                    ANZ-PERSONEN                         DELIMITED BY
                                                         SIZE
                    ", NEU "                             DELIMITED BY
                                                         SIZE
                    ANZ-NEU                              DELIMITED BY
                                                         SIZE
                    ", GEAENDERT "                       DELIMITED BY
                                                         SIZE
                    ANZ-GEAEND                           DELIMITED BY
                                                         SIZE
                    ", WIDERSPRUECHE "                   DELIMITED BY
                                                         SIZE
                    ANZ-KONFLIKT                         DELIMITED BY
                                                         SIZE
                    ", PRUEFLAUF "                       DELIMITED BY
                                                         SIZE
                    PRUEF-LAUF                           DELIMITED BY
                                                         SIZE
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       LOG-ERG-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-WRITE-LOG-CPY: SCHREIBEN EINES LOG-SATZES
      *---------------------------------------------------------------

           COPY     LOGCPY     OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------

           COPY     GETTIME    OF APG-QCPYSRC.
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
