       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP2039.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * OBJEKTBERECHTIGUNGEN: SOLLSTAND ERFASSEN UND ABWEICHUNGEN     *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LIEST FUER ALLE OBJEKTE DER APG-BIBLIOTHEKEN *
      *                  (PCONFIG B100/BIBLIO, CFKEY2 = BIBLIOTHEK,   *
      *                  OHNE EINTRAG NUR CONST-LIB) DEN EIGNER MIT   *
      *                  DSPOBJD UND DIE *PUBLIC- UND PRIVATEN        *
      *                  BERECHTIGUNGEN MIT DSPOBJAUT. DER EIGNER     *
      *                  WIRD ALS BENUTZER "*OWNER" GEFUEHRT.         *
      *                  X-MODUS "BASIS": DER SOLLSTAND PAUTBAS WIRD  *
      *                  AUS DEM ISTSTAND NEU AUFGEBAUT.              *
      *                  X-MODUS "PRUEF" (WOECHENTLICH): JEDE         *
      *                  ABWEICHUNG (N = NEU, G = GEAENDERT,          *
      *                  F = ENTFALLEN) WIRD IN PAUTDIF GESCHRIEBEN   *
      *                  UND AUF XXF2039 GEDRUCKT; OFFENE             *
      *                  ABWEICHUNGEN DES VORLAUFS WERDEN DABEI       *
      *                  ERSETZT. GENEHMIGTE ABWEICHUNGEN WERDEN MIT  *
      *                  XXP2040 UND BEGRUENDUNG IN DEN SOLLSTAND     *
      *                  UEBERNOMMEN.                                 *
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
      * PCONFIG: CFID, CFKEY, CFKEY2 (BIBLIOTHEKEN B100)
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAUTBAS: ABLIB, ABOBJ, ABTYP, ABUSR (SOLLSTAND)
      *-------------------------------------------------------------
           SELECT PAUTBAS-DP
                  ASSIGN       TO  DATABASE-PAUTBAS
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PAUTDIF: ADLIB, ADOBJ, ADTYP, ADUSR, ADDTA (ABWEICHUNGEN)
      *-------------------------------------------------------------
           SELECT PAUTDIF-DP
                  ASSIGN       TO  DATABASE-PAUTDIF
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * TEMPORAERE DATEI PTMPOBJD (DSPOBJD, OBJEKTE MIT EIGNER)
      *-------------------------------------------------------------
           SELECT PTMPOBJD-DP
                  ASSIGN       TO  DATABASE-PTMPOBJD
                  ORGANIZATION IS  SEQUENTIAL
                  ACCESS       IS  SEQUENTIAL
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * TEMPORAERE DATEI PTMPAUT (DSPOBJAUT, BERECHTIGUNGEN)
      *-------------------------------------------------------------
           SELECT PTMPAUT-DP
                  ASSIGN       TO  DATABASE-PTMPAUT
                  ORGANIZATION IS  SEQUENTIAL
                  ACCESS       IS  SEQUENTIAL
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *    PRINTERFILE FUER DIE LISTE
      *-------------------------------------------------------------
           SELECT XXDRUCK-DAT
                  ASSIGN        TO FORMATFILE-XXF2039
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PCONFIG: CFID, CFKEY, CFKEY2
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
      *--- PAUTBAS: ABLIB, ABOBJ, ABTYP, ABUSR
       FD  PAUTBAS-DP
           LABEL RECORDS ARE STANDARD.
       01  PAUTBAS-P.
           COPY DDS-ALL-FORMATS OF PAUTBAS.
      /
      *--- PAUTDIF: ADLIB, ADOBJ, ADTYP, ADUSR, ADDTA
       FD  PAUTDIF-DP
           LABEL RECORDS ARE STANDARD.
       01  PAUTDIF-P.
           COPY DDS-ALL-FORMATS OF PAUTDIF.
      /
      *--- TEMPORAERE PTMPOBJD
       FD  PTMPOBJD-DP
           LABEL RECORDS ARE STANDARD.
       01  PTMPOBJD-P.
           COPY DDS-ALL-FORMATS OF PTMPOBJD.
      /
      *--- TEMPORAERE PTMPAUT
       FD  PTMPAUT-DP
           LABEL RECORDS ARE STANDARD.
       01  PTMPAUT-P.
           COPY DDS-ALL-FORMATS OF PTMPAUT.
      /
      *------DRUCKAUSGABE----
       FD  XXDRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  XXDRUCK-REC.
           COPY DDS-ALL-FORMATS OF XXF2039.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP2039".
       01  PGM-TYP                       PIC X(8)  VALUE "BATCH".

      * PARAMETER FUER CL-PROGRAMME
       01  CMDEXC-REC                    TYPE CMDEXC-TYPE.
       01  DLTF-REC                      TYPE DLTF-TYPE.
       01  OVRPRTF-REC                   TYPE OVRPRTF-TYPE.

      * ZU PRUEFENDE BIBLIOTHEKEN; BIB-OK = "1": LISTE ERSTELLT
       01  ANZ-BIB                       PIC 9(3).
       01  BIB-TAB.
        05 BIB-EINTRAG                   OCCURS 50 TIMES.
         10 BIB-NAME                     PIC X(10).
         10 BIB-OK                       PIC X(1).
       01  BIB-IX                        PIC 9(3).

      * ZEITSTEMPEL DES LAUFS; NICHT GESEHENE SOLLSAETZE SIND AELTER
       01  LAUF-STEMPEL                  PIC 9(14).

      * AKTUELLER ISTSATZ
       01  IST-LIB                       PIC X(10).
       01  IST-OBJ                       PIC X(10).
       01  IST-TYP                       PIC X(10).
       01  IST-USR                       PIC X(10).
       01  IST-AUT                       PIC X(10).

      * ABWEICHUNG: ART UND SOLLWERT
       01  DIF-ART                       PIC X(1).
       01  DIF-SOLL                      PIC X(10).

      * ZAEHLER
       01  ANZ-OBJ                       PIC 9(7) VALUE ZEROES.
       01  ANZ-NEU                       PIC 9(7) VALUE ZEROES.
       01  ANZ-GEA                       PIC 9(7) VALUE ZEROES.
       01  ANZ-ENT                       PIC 9(7) VALUE ZEROES.
       01  ANZ-FEHLER                    PIC 9(5) VALUE ZEROES.
       01  ANZ-ED                        PIC Z(6)9.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * "BASIS" = SOLLSTAND NEU ERFASSEN, "PRUEF" = ABWEICHUNGEN
       01  X-MODUS                       PIC X(5).
      * AUSGABEWARTESCHLANGE, SPACES = PRT01
       01  X-OUTQ                        PIC X(10).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-MODUS
                                X-OUTQ.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP2039" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           IF       X-MODUS NOT = "BASIS"
            AND     X-MODUS NOT = "PRUEF"
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.
           COMPUTE  LAUF-STEMPEL = DATE-8 * 1000000 + TIME-6.

      * OUTQ SETZEN UND DRUCKDATEI OEFFNEN
           INITIALIZE RET-CODE.
           INITIALIZE OVRPRTF-REC.
           MOVE     "XXF2039" TO FROMFILE OF OVRPRTF-REC.
           IF       X-OUTQ = SPACES
                    MOVE "PRT01" TO TOOUTQ OF OVRPRTF-REC
           ELSE
                    MOVE X-OUTQ  TO TOOUTQ OF OVRPRTF-REC
           END-IF.
           CALL     "CLP0041" USING OVRPRTF-REC
                                    RET-CODE
           END-CALL.

           OPEN     INPUT  PCONFIG-DP.
           OPEN     I-O    PAUTBAS-DP
                           PAUTDIF-DP.
           OPEN     OUTPUT XXDRUCK-DAT.

      * KOPFZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "KOPF"       TO DRART   OF XXDRUCK-REC.
           MOVE     X-MODUS      TO DRMODUS OF XXDRUCK-REC.
           MOVE     DATE-8       TO DRDATUM OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

      * OFFENE ABWEICHUNGEN DES VORLAUFS WERDEN NEU ERMITTELT
           IF       X-MODUS = "PRUEF"
                    PERFORM LOESCHE-OFFENE
           END-IF.

           PERFORM  LESE-BIBLIOTHEKEN.
           PERFORM  ERSTELLE-OBJEKTLISTE.
           PERFORM  VERARBEITE-OBJEKTE.
           PERFORM  VERARBEITE-BERECHTIGUNGEN.
           PERFORM  PRUEFE-ENTFALLENE.

      * SUMMENZEILE
           INITIALIZE XXDRUCK-REC.
           MOVE     "SUMME"      TO DRART   OF XXDRUCK-REC.
           MOVE     X-MODUS      TO DRMODUS OF XXDRUCK-REC.
           MOVE     ANZ-OBJ      TO DRANZOB OF XXDRUCK-REC.
           MOVE     ANZ-NEU      TO DRANZN  OF XXDRUCK-REC.
           MOVE     ANZ-GEA      TO DRANZG  OF XXDRUCK-REC.
           MOVE     ANZ-ENT      TO DRANZF  OF XXDRUCK-REC.
           MOVE     ANZ-FEHLER   TO DRANZE  OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           CLOSE    PCONFIG-DP
                    PAUTBAS-DP
                    PAUTDIF-DP
                    XXDRUCK-DAT.

           PERFORM  LOESCHE-TEMPDATEIEN.
           PERFORM  SCHREIBE-ABSCHLUSSLOG.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * OFFENE ABWEICHUNGEN LOESCHEN, UEBERNOMMENE BLEIBEN STEHEN
      *--------------------------------------------------------------
       LOESCHE-OFFENE SECTION.
       LOE-OFF-00.

           INITIALIZE PAUTDIFF OF PAUTDIF-P.
           START    PAUTDIF-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LOE-OFF-90
           END-IF.

       LOE-OFF-20.
           READ     PAUTDIF-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LOE-OFF-90
           END-IF.

           IF       ADSTS OF PAUTDIF-P = "O"
                    DELETE PAUTDIF-DP
           ELSE
                    UNLOCK PAUTDIF-DP
           END-IF.

           GO TO    LOE-OFF-20.

       LOE-OFF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BIBLIOTHEKEN AUS PCONFIG B100/BIBLIO, STANDARD CONST-LIB
      *--------------------------------------------------------------
       LESE-BIBLIOTHEKEN SECTION.
       LES-BIB-00.

           MOVE     ZEROES TO ANZ-BIB.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "B100"      TO CFID   OF PCONFIG-P.
           MOVE     "BIBLIO"    TO CFKEY  OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES      TO CFKEY4 OF PCONFIG-P.
           START    PCONFIG-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-BIB-80
           END-IF.

       LES-BIB-20.
           READ     PCONFIG-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      CFID  OF PCONFIG-P NOT = "B100"
            OR      CFKEY OF PCONFIG-P NOT = "BIBLIO"
            OR      ANZ-BIB NOT < 50
                    GO TO LES-BIB-80
           END-IF.
           IF       CFKEY2 OF PCONFIG-P = SPACES
                    GO TO LES-BIB-20
           END-IF.

           ADD      1 TO ANZ-BIB.
           MOVE     CFKEY2 OF PCONFIG-P(1:10) TO BIB-NAME(ANZ-BIB).
           MOVE     SPACES                    TO BIB-OK(ANZ-BIB).

           GO TO    LES-BIB-20.

       LES-BIB-80.
           IF       ANZ-BIB = ZEROES
                    MOVE 1         TO ANZ-BIB
                    MOVE CONST-LIB TO BIB-NAME(1)
                    MOVE SPACES    TO BIB-OK(1)
           END-IF.

       LES-BIB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * OBJEKTE ALLER BIBLIOTHEKEN MIT DSPOBJD NACH PTMPOBJD
      *--------------------------------------------------------------
       ERSTELLE-OBJEKTLISTE SECTION.
       ERS-OBJ-00.

           PERFORM  LOESCHE-TEMPDATEIEN.
           MOVE     ZEROES TO BIB-IX.

       ERS-OBJ-20.
           ADD      1 TO BIB-IX.
           IF       BIB-IX > ANZ-BIB
                    GO TO ERS-OBJ-90
           END-IF.

           INITIALIZE RET-CODE.
           INITIALIZE CMDEXC-REC.
           STRING   "DSPOBJD OBJ("                DELIMITED BY SIZE
                    BIB-NAME(BIB-IX)              DELIMITED BY SPACES
                    "/*ALL) OBJTYPE(*ALL) OUTPUT(*OUTFILE) "
                                                  DELIMITED BY SIZE
                    "OUTFILE("                    DELIMITED BY SIZE
                    CONST-LIB                     DELIMITED BY SPACES
                    "/PTMPOBJD) OUTMBR(*FIRST *ADD)"
                                                  DELIMITED BY SIZE
               INTO COMMAND OF CMDEXC-REC
           END-STRING.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.

      * OHNE LISTE KEINE "ENTFALLEN"-MELDUNGEN FUER DIESE BIBLIOTHEK
           IF       RET-CODE = SPACES
                    MOVE "1" TO BIB-OK(BIB-IX)
           ELSE
                    ADD 1 TO ANZ-FEHLER
                    INITIALIZE XXDRUCK-REC
                    MOVE "FEHLER"         TO DRART OF XXDRUCK-REC
                    MOVE BIB-NAME(BIB-IX) TO DRLIB OF XXDRUCK-REC
                    WRITE XXDRUCK-REC
           END-IF.

           GO TO    ERS-OBJ-20.

       ERS-OBJ-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * JE OBJEKT: EIGNER VERGLEICHEN UND DIE BERECHTIGUNGEN MIT
      * DSPOBJAUT AN PTMPAUT ANHAENGEN
      *--------------------------------------------------------------
       VERARBEITE-OBJEKTE SECTION.
       VER-OBJ-00.

           OPEN     INPUT PTMPOBJD-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-OBJ-90
           END-IF.

       VER-OBJ-20.
           READ     PTMPOBJD-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-OBJ-80
           END-IF.

           ADD      1 TO ANZ-OBJ.

      * EIGNER ALS BENUTZER "*OWNER"
           MOVE     ODLBNM OF PTMPOBJD-P TO IST-LIB.
           MOVE     ODOBNM OF PTMPOBJD-P TO IST-OBJ.
           MOVE     ODOBTP OF PTMPOBJD-P TO IST-TYP.
           MOVE     "*OWNER"             TO IST-USR.
           MOVE     ODOBOW OF PTMPOBJD-P TO IST-AUT.
           PERFORM  VERGLEICHE-EINTRAG.

           INITIALIZE RET-CODE.
           INITIALIZE CMDEXC-REC.
           STRING   "DSPOBJAUT OBJ("              DELIMITED BY SIZE
                    IST-LIB                       DELIMITED BY SPACES
                    "/"                           DELIMITED BY SIZE
                    IST-OBJ                       DELIMITED BY SPACES
                    ") OBJTYPE("                  DELIMITED BY SIZE
                    IST-TYP                       DELIMITED BY SPACES
                    ") OUTPUT(*OUTFILE) OUTFILE(" DELIMITED BY SIZE
                    CONST-LIB                     DELIMITED BY SPACES
                    "/PTMPAUT) OUTMBR(*FIRST *ADD)"
                                                  DELIMITED BY SIZE
               INTO COMMAND OF CMDEXC-REC
           END-STRING.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    ADD 1 TO ANZ-FEHLER
           END-IF.

           GO TO    VER-OBJ-20.

       VER-OBJ-80.
           CLOSE    PTMPOBJD-DP.

       VER-OBJ-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * *PUBLIC- UND PRIVATE BERECHTIGUNGEN AUS PTMPAUT VERGLEICHEN
      *--------------------------------------------------------------
       VERARBEITE-BERECHTIGUNGEN SECTION.
       VER-BER-00.

           OPEN     INPUT PTMPAUT-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-BER-90
           END-IF.

       VER-BER-20.
           READ     PTMPAUT-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VER-BER-80
           END-IF.

           IF       OAUSR OF PTMPAUT-P = SPACES
                    GO TO VER-BER-20
           END-IF.

           MOVE     OALIB  OF PTMPAUT-P TO IST-LIB.
           MOVE     OANAME OF PTMPAUT-P TO IST-OBJ.
           MOVE     OATYPE OF PTMPAUT-P TO IST-TYP.
           MOVE     OAUSR  OF PTMPAUT-P TO IST-USR.
           MOVE     OAOBJA OF PTMPAUT-P TO IST-AUT.
           PERFORM  VERGLEICHE-EINTRAG.

           GO TO    VER-BER-20.

       VER-BER-80.
           CLOSE    PTMPAUT-DP.

       VER-BER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ISTSATZ GEGEN DEN SOLLSTAND: IM MODUS "BASIS" UEBERNEHMEN,
      * IM MODUS "PRUEF" ABWEICHUNG MELDEN
      *--------------------------------------------------------------
       VERGLEICHE-EINTRAG SECTION.
       VGL-EIN-00.

           INITIALIZE PAUTBASF OF PAUTBAS-P.
           MOVE     IST-LIB TO ABLIB OF PAUTBAS-P.
           MOVE     IST-OBJ TO ABOBJ OF PAUTBAS-P.
           MOVE     IST-TYP TO ABTYP OF PAUTBAS-P.
           MOVE     IST-USR TO ABUSR OF PAUTBAS-P.
           READ     PAUTBAS-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO VGL-EIN-50
           END-IF.

      * SOLLSATZ IN DIESEM LAUF GESEHEN
           MOVE     LAUF-STEMPEL TO ABPSTP OF PAUTBAS-P.
           IF       ABAUT OF PAUTBAS-P = IST-AUT
                    REWRITE PAUTBAS-P
                    GO TO VGL-EIN-90
           END-IF.

           IF       X-MODUS = "PRUEF"
                    REWRITE PAUTBAS-P
                    MOVE "G"                TO DIF-ART
                    MOVE ABAUT OF PAUTBAS-P TO DIF-SOLL
                    PERFORM SCHREIBE-ABWEICHUNG
                    GO TO VGL-EIN-90
           END-IF.

           MOVE     IST-AUT         TO ABAUT   OF PAUTBAS-P.
           MOVE     "ERSTERFASSUNG" TO ABGRUND OF PAUTBAS-P.
           MOVE     T-USER          TO ABMSER  OF PAUTBAS-P.
           MOVE     T-TERM          TO ABMBS   OF PAUTBAS-P.
           MOVE     PGM-WRK         TO ABMPGM  OF PAUTBAS-P.
           MOVE     DATE-8          TO ABMDTA  OF PAUTBAS-P.
           MOVE     TIME-6          TO ABMTIA  OF PAUTBAS-P.
           REWRITE  PAUTBAS-P.
           GO TO    VGL-EIN-90.

       VGL-EIN-50.
           IF       X-MODUS = "PRUEF"
                    MOVE "N"    TO DIF-ART
                    MOVE SPACES TO DIF-SOLL
                    PERFORM SCHREIBE-ABWEICHUNG
                    GO TO VGL-EIN-90
           END-IF.

           INITIALIZE PAUTBASF OF PAUTBAS-P.
           MOVE     IST-LIB         TO ABLIB   OF PAUTBAS-P.
           MOVE     IST-OBJ         TO ABOBJ   OF PAUTBAS-P.
           MOVE     IST-TYP         TO ABTYP   OF PAUTBAS-P.
           MOVE     IST-USR         TO ABUSR   OF PAUTBAS-P.
           MOVE     IST-AUT         TO ABAUT   OF PAUTBAS-P.
           MOVE     "ERSTERFASSUNG" TO ABGRUND OF PAUTBAS-P.
           MOVE     LAUF-STEMPEL    TO ABPSTP  OF PAUTBAS-P.
           MOVE     T-USER          TO ABAUSR  OF PAUTBAS-P.
           MOVE     T-TERM          TO ABABS   OF PAUTBAS-P.
           MOVE     PGM-WRK         TO ABAPGM  OF PAUTBAS-P.
           MOVE     DATE-8          TO ABADTA  OF PAUTBAS-P.
           MOVE     TIME-6          TO ABATIA  OF PAUTBAS-P.
           WRITE    PAUTBAS-P.

       VGL-EIN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SOLLSAETZE, DIE IN DIESEM LAUF NICHT GESEHEN WURDEN: IM
      * MODUS "BASIS" LOESCHEN, IM MODUS "PRUEF" ALS ENTFALLEN MELDEN
      * (NUR FUER BIBLIOTHEKEN, DEREN OBJEKTLISTE ERSTELLT WURDE)
      *--------------------------------------------------------------
       PRUEFE-ENTFALLENE SECTION.
       PRF-ENT-00.

           INITIALIZE PAUTBASF OF PAUTBAS-P.
           START    PAUTBAS-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-ENT-90
           END-IF.

       PRF-ENT-20.
           READ     PAUTBAS-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-ENT-90
           END-IF.

           IF       ABPSTP OF PAUTBAS-P NOT < LAUF-STEMPEL
                    UNLOCK PAUTBAS-DP
                    GO TO PRF-ENT-20
           END-IF.

      * WURDE DIE BIBLIOTHEK VOLLSTAENDIG GELESEN?
           MOVE     ZEROES TO BIB-IX.
       PRF-ENT-40.
           ADD      1 TO BIB-IX.
           IF       BIB-IX > ANZ-BIB
                    UNLOCK PAUTBAS-DP
                    GO TO PRF-ENT-20
           END-IF.
           IF       BIB-NAME(BIB-IX) NOT = ABLIB OF PAUTBAS-P
                    GO TO PRF-ENT-40
           END-IF.
           IF       BIB-OK(BIB-IX) NOT = "1"
                    UNLOCK PAUTBAS-DP
                    GO TO PRF-ENT-20
           END-IF.

           IF       X-MODUS = "BASIS"
                    DELETE PAUTBAS-DP
                    GO TO PRF-ENT-20
           END-IF.

           UNLOCK   PAUTBAS-DP.
           MOVE     ABLIB OF PAUTBAS-P TO IST-LIB.
           MOVE     ABOBJ OF PAUTBAS-P TO IST-OBJ.
           MOVE     ABTYP OF PAUTBAS-P TO IST-TYP.
           MOVE     ABUSR OF PAUTBAS-P TO IST-USR.
           MOVE     SPACES             TO IST-AUT.
           MOVE     "F"                TO DIF-ART.
           MOVE     ABAUT OF PAUTBAS-P TO DIF-SOLL.
           PERFORM  SCHREIBE-ABWEICHUNG.

           GO TO    PRF-ENT-20.

       PRF-ENT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ABWEICHUNG IN PAUTDIF SCHREIBEN UND DRUCKEN
      *--------------------------------------------------------------
       SCHREIBE-ABWEICHUNG SECTION.
       SCH-ABW-00.

           EVALUATE DIF-ART
                    WHEN "N" ADD 1 TO ANZ-NEU
                    WHEN "G" ADD 1 TO ANZ-GEA
                    WHEN "F" ADD 1 TO ANZ-ENT
           END-EVALUATE.

           INITIALIZE PAUTDIFF OF PAUTDIF-P.
           MOVE     IST-LIB      TO ADLIB  OF PAUTDIF-P.
           MOVE     IST-OBJ      TO ADOBJ  OF PAUTDIF-P.
           MOVE     IST-TYP      TO ADTYP  OF PAUTDIF-P.
           MOVE     IST-USR      TO ADUSR  OF PAUTDIF-P.
           MOVE     DATE-8       TO ADDTA  OF PAUTDIF-P.
           MOVE     TIME-6       TO ADTIA  OF PAUTDIF-P.
           MOVE     DIF-ART      TO ADART  OF PAUTDIF-P.
           MOVE     DIF-SOLL     TO ADSOLL OF PAUTDIF-P.
           MOVE     IST-AUT      TO ADIST  OF PAUTDIF-P.
           MOVE     "O"          TO ADSTS  OF PAUTDIF-P.
           MOVE     T-USER       TO ADAUSR OF PAUTDIF-P.
           MOVE     T-TERM       TO ADABS  OF PAUTDIF-P.
           MOVE     PGM-WRK      TO ADAPGM OF PAUTDIF-P.
           MOVE     DATE-8       TO ADADTA OF PAUTDIF-P.
           MOVE     TIME-6       TO ADATIA OF PAUTDIF-P.
      * AM SELBEN TAG BEREITS UEBERNOMMEN: SATZ BLEIBT STEHEN
           WRITE    PAUTDIF-P.

           INITIALIZE XXDRUCK-REC.
           MOVE     "DIFF"       TO DRART   OF XXDRUCK-REC.
           MOVE     IST-LIB      TO DRLIB   OF XXDRUCK-REC.
           MOVE     IST-OBJ      TO DROBJ   OF XXDRUCK-REC.
           MOVE     IST-TYP      TO DRTYP   OF XXDRUCK-REC.
           MOVE     IST-USR      TO DRUSR   OF XXDRUCK-REC.
           MOVE     DIF-ART      TO DRDART  OF XXDRUCK-REC.
           MOVE     DIF-SOLL     TO DRSOLL  OF XXDRUCK-REC.
           MOVE     IST-AUT      TO DRIST   OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

       SCH-ABW-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * TEMPORAERE DATEIEN PTMPOBJD/PTMPAUT ENTFERNEN
      *--------------------------------------------------------------
       LOESCHE-TEMPDATEIEN SECTION.
       LOE-TMP-00.

           INITIALIZE RET-CODE.
           INITIALIZE DLTF-REC.
           MOVE     "PTMPOBJD" TO FILENAME OF DLTF-REC.
           MOVE     CONST-LIB  TO LIBNAME  OF DLTF-REC.
           CALL     "CLP0044" USING DLTF-REC
                                    RET-CODE
           END-CALL.

           INITIALIZE RET-CODE.
           INITIALIZE DLTF-REC.
           MOVE     "PTMPAUT"  TO FILENAME OF DLTF-REC.
           MOVE     CONST-LIB  TO LIBNAME  OF DLTF-REC.
           CALL     "CLP0044" USING DLTF-REC
                                    RET-CODE
           END-CALL.

           INITIALIZE RET-CODE.

       LOE-TMP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ERGEBNIS DES LAUFS PROTOKOLLIEREN
      *--------------------------------------------------------------
       SCHREIBE-ABSCHLUSSLOG SECTION.
       SCH-LOG-00.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PAUTBAS"  TO STFILE OF LOG-CPY.
           IF       ANZ-NEU    = ZEROES
            AND     ANZ-GEA    = ZEROES
            AND     ANZ-ENT    = ZEROES
            AND     ANZ-FEHLER = ZEROES
                    MOVE "INFO"  TO STKEY OF LOG-CPY
           ELSE
                    MOVE "WARN"  TO STKEY OF LOG-CPY
           END-IF.
           INITIALIZE STSTS OF LOG-CPY.
           COMPUTE  ANZ-ED = ANZ-NEU + ANZ-GEA + ANZ-ENT.
           STRING   "OBJEKTBERECHTIGUNGEN "         DELIMITED BY SIZE
                    X-MODUS                         DELIMITED BY SIZE
                    ": "                            DELIMITED BY SIZE
                    ANZ-ED                          DELIMITED BY SIZE
                    " ABWEICHUNGEN, "               DELIMITED BY SIZE
                    ANZ-FEHLER                      DELIMITED BY SIZE
                    " FEHLER"                       DELIMITED BY SIZE
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       SCH-LOG-90.
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
