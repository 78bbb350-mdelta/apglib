       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP0246.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * ZAHLLAUF LIEFERANTENRECHNUNGEN (SEPA-UEBERWEISUNG PAIN.001)   *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  WAEHLT AUS PKDRECH ALLE OFFENEN (RGSTAT      *
      *                  "O"), ZUR ZAHLUNG FREIGEGEBENEN (RGFRDT,     *
      *                  OPTION "F" IN XXP0234) RECHNUNGEN MIT        *
      *                  GUELTIGER IBAN (XXP0235), DIE BIS ZUM        *
      *                  STICHTAG X-BISDAT FAELLIG SIND ODER DEREN    *
      *                  SKONTODATUM BIS ZUM STICHTAG LIEGT UND ZUM   *
      *                  AUSFUEHRUNGSTAG X-AUSFDT (0 = HEUTE) NOCH    *
      *                  NICHT ABGELAUFEN IST - DANN WIRD DER BETRAG  *
      *                  UM DEN SKONTO GEKUERZT. DARAUS ENTSTEHT EINE *
      *                  SEPA-DATEI PAIN.001.001.09 IM IFS (PCONFIG   *
      *                  SEPA/PFAD, STANDARD /EUPPROV2/PROTMPV2/      *
      *                  SEPA/, DATEI ZL_<LAUFNR>.XML; AUFTRAGGEBER   *
      *                  AUS SEPA/NAME, SEPA/IBAN UND SEPA/BIC).      *
      *                  DER LAUF WIRD IN PKDZLAUF FESTGEHALTEN       *
      *                  (STATUS "E" = ERSTELLT), DIE RECHNUNGEN      *
      *                  BEKOMMEN RGSTAT "Z" MIT LAUFNUMMER UND       *
      *                  ZAHLBETRAG. BESTAETIGEN ODER STORNIEREN      *
      *                  NACH DER RUECKMELDUNG DER BANK: XXP0247.     *
      *                  X-ZLNR GIBT DIE LAUFNUMMER ZURUECK (0 =      *
      *                  KEIN LAUF, Z.B. NICHTS FAELLIG).             *
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
      * TEMPORAERE DATEI FUER DIE SEPA-DATEI
      *-------------------------------------------------------------
           SELECT PTMPHTM-DP
                  ASSIGN       TO  DATABASE-PTMPHTM
                  ORGANIZATION IS  SEQUENTIAL
                  ACCESS       IS  SEQUENTIAL
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDRECH: RGLFDN (LIEFERANTENRECHNUNGEN)
      *-------------------------------------------------------------
           SELECT PKDRECH-DP
                  ASSIGN       TO  DATABASE-PKDRECH
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PKDZLAUF: ZLNR (ZAHLLAEUFE)
      *-------------------------------------------------------------
           SELECT PKDZLAUF-DP
                  ASSIGN       TO  DATABASE-PKDZLAUF
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- TEMPORAERE SEPA-DATEI
       FD  PTMPHTM-DP
           LABEL RECORDS ARE STANDARD.
       01  PTMPHTM-P.
           COPY DDS-ALL-FORMATS OF PTMPHTM.
      /
      *--- PKDRECH: RGLFDN
       FD  PKDRECH-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDRECH-P.
           COPY DDS-ALL-FORMATS OF PKDRECH.
      /
      *--- PKDZLAUF: ZLNR
       FD  PKDZLAUF-DP
           LABEL RECORDS ARE STANDARD.
       01  PKDZLAUF-P.
           COPY DDS-ALL-FORMATS OF PKDZLAUF.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY   OF APG-QCPYSRC.

      * WORKBEREICH LOG-CPY
           COPY WRKLOGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP0246".
       01  PGM-TYP                       PIC X(8)  VALUE "KUECHE".

      * PARAMETER FUER CL-PROGRAMME
       01  CRTPF-REC                     TYPE CRTPF-TYPE.
       01  CPYTOSTMF-REC                 TYPE CPYTOSTMF-TYPE.
       01  CMDEXC-REC                    TYPE CMDEXC-TYPE.

      * PARAMETER FUER DAS XXP0235 (IBAN-PRUEFUNG)
       01  IBAN-WRK                      PIC X(34).
       01  IBAN-RET                      PIC X(1).

      * AUFTRAGGEBER AUS PCONFIG SEPA
       01  SEPA-NAME                     PIC X(70).
       01  SEPA-IBAN                     PIC X(34).
       01  SEPA-BIC                      PIC X(11).
       01  SEPA-PFAD                     PIC X(64).
       01  DATEI-WRK                     PIC X(40).
       01  ZEILE-WRK                     PIC X(200).

      * AUSFUEHRUNGSTAG UND STICHTAG
       01  AUSF-DATUM                    PIC 9(8).
       01  BIS-DATUM                     PIC 9(8).

      * LAUFNUMMER DES ZAHLLAUFS
       01  ZL-NR                         PIC 9(9).
       01  ZL-ID                         PIC X(20).

      * AUSGEWAEHLTE RECHNUNGEN
       01  ZAH-TAB.
        05 ZAH-EINTRAG                   OCCURS 999 TIMES.
         10 ZAH-LFDN                     LIKE RGLFDN OF PKDRECH-P.
         10 ZAH-BETRAG                   PIC 9(9)V9(2).
       01  ZAH-ANZ                       PIC 9(4).
       01  ZAH-IDX                       PIC 9(4).
       01  ZAH-SUMME                     PIC 9(11)V9(2).
       01  SKONTO-WRK                    PIC 9(9)V9(2).

      * BETRAG UND DATUM IM SEPA-FORMAT (PUNKT, JJJJ-MM-TT)
       01  BETRAG-WRK                    PIC 9(11)V9(2).
       01  BETRAG-EUR                    PIC 9(11).
       01  BETRAG-CT                     PIC 9(2).
       01  BETRAG-ED                     PIC Z(10)9.
       01  BETRAG-TXT                    PIC X(16).
       01  DATUM-WRK.
        05 DATUM-JJJJ                    PIC 9(4).
        05 DATUM-MM                      PIC 9(2).
        05 DATUM-TT                      PIC 9(2).
       01  DATUM-NUM REDEFINES DATUM-WRK PIC 9(8).
       01  DATUM-TXT                     PIC X(10).
       01  ZEIT-WRK.
        05 ZEIT-HH                       PIC 9(2).
        05 ZEIT-MI                       PIC 9(2).
        05 ZEIT-SS                       PIC 9(2).
       01  ZEIT-NUM REDEFINES ZEIT-WRK   PIC 9(6).
       01  ANZ-ED                        PIC Z(3)9.

      * TEXT FUER XML MASKIEREN (&, <, >)
       01  ESC-EIN                       PIC X(70).
       01  ESC-AUS                       PIC X(200).
       01  ESC-LEN                       PIC 9(3).
       01  ESC-POS                       PIC 9(3).
       01  ESC-PTR                       PIC 9(3).
       01  NAME-TXT                      PIC X(200).
       01  VWZ-TXT                       PIC X(140).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * STICHTAG DER FAELLIGKEIT, 0 = AUSFUEHRUNGSTAG
       01  X-BISDAT                      PIC 9(8).
      * GEWUENSCHTER AUSFUEHRUNGSTAG, 0 = HEUTE
       01  X-AUSFDT                      PIC 9(8).
      * VERGEBENE LAUFNUMMER (RUECKGABE, 0 = KEIN LAUF)
       01  X-ZLNR                        PIC 9(9).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-BISDAT
                                X-AUSFDT
                                X-ZLNR.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP0246" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     ZEROES TO X-ZLNR.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

      * AUSFUEHRUNGSTAG NICHT IN DER VERGANGENHEIT
           IF       X-AUSFDT = ZEROES
            OR      X-AUSFDT < DATE-8
                    MOVE DATE-8   TO AUSF-DATUM
           ELSE
                    MOVE X-AUSFDT TO AUSF-DATUM
           END-IF.
           IF       X-BISDAT = ZEROES
                    MOVE AUSF-DATUM TO BIS-DATUM
           ELSE
                    MOVE X-BISDAT   TO BIS-DATUM
           END-IF.

      * AUFTRAGGEBER UND ZIELVERZEICHNIS
           PERFORM  LESEN-SEPA-DATEN.
           IF       SEPA-NAME = SPACES
            OR      SEPA-IBAN = SPACES
                    MOVE "AUFTRAGGEBER FEHLT (PCONFIG SEPA/NAME, IBAN)"
                      TO ZEILE-WRK
                    PERFORM SCHREIBE-FEHLER
                    GO TO ENDE
           END-IF.

           OPEN     I-O   PKDRECH-DP.

      * FAELLIGE, FREIGEGEBENE RECHNUNGEN AUSWAEHLEN
           PERFORM  WAEHLE-RECHNUNGEN.
           IF       ZAH-ANZ = ZEROES
                    CLOSE PKDRECH-DP
                    GO TO ENDE
           END-IF.

      * LAUFNUMMER VERGEBEN
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PKDZLAUF" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK TO ZL-NR.
           INITIALIZE ZL-ID.
           STRING   "APG-ZL" ZL-NR DELIMITED BY SIZE
             INTO   ZL-ID
           END-STRING.
           INITIALIZE DATEI-WRK.
           STRING   "ZL_" ZL-NR ".xml" DELIMITED BY SIZE
             INTO   DATEI-WRK
           END-STRING.

      * SEPA-DATEI AUFBAUEN UND INS IFS STELLEN
           PERFORM  SCHREIBE-SEPA-DATEI.
           IF       RET-CODE NOT = SPACES
                    CLOSE PKDRECH-DP
                    MOVE "SEPA-DATEI KONNTE NICHT ERSTELLT WERDEN"
                      TO ZEILE-WRK
                    PERFORM SCHREIBE-FEHLER
                    GO TO ENDE
           END-IF.

      * LAUF FESTHALTEN UND RECHNUNGEN KENNZEICHNEN
           OPEN     I-O   PKDZLAUF-DP.
           PERFORM  SCHREIBE-LAUF.
           PERFORM  KENNZEICHNE-RECHNUNGEN.
           CLOSE    PKDZLAUF-DP
                    PKDRECH-DP.

           MOVE     ZL-NR TO X-ZLNR.
           PERFORM  SCHREIBE-LOG.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * AUFTRAGGEBER UND ZIELVERZEICHNIS AUS PCONFIG SEPA LESEN
      *--------------------------------------------------------------
       LESEN-SEPA-DATEN SECTION.
       LES-SEP-00.

           INITIALIZE SEPA-NAME, SEPA-IBAN, SEPA-BIC.
           MOVE     "/EUPPROV2/PROTMPV2/SEPA/" TO SEPA-PFAD.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "SEPA"        TO CFID  OF CFG-CPY.
           MOVE     "NAME"        TO CFKEY OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY NOT = ZEROES
                    MOVE CFTXT1 OF CFG-CPY TO SEPA-NAME
           END-IF.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "SEPA"        TO CFID  OF CFG-CPY.
           MOVE     "IBAN"        TO CFKEY OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY NOT = ZEROES
                    MOVE CFTXT1 OF CFG-CPY TO SEPA-IBAN
           END-IF.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "SEPA"        TO CFID  OF CFG-CPY.
           MOVE     "BIC"         TO CFKEY OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY NOT = ZEROES
                    MOVE CFTXT1 OF CFG-CPY TO SEPA-BIC
           END-IF.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "SEPA"        TO CFID  OF CFG-CPY.
           MOVE     "PFAD"        TO CFKEY OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY NOT = ZEROES
            AND     CFTXT1 OF CFG-CPY NOT = SPACES
                    MOVE CFTXT1 OF CFG-CPY TO SEPA-PFAD
           END-IF.

       LES-SEP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * OFFENE, FREIGEGEBENE RECHNUNGEN MIT GUELTIGER IBAN WAEHLEN,
      * DIE BIS ZUM STICHTAG FAELLIG SIND ODER SKONTO BRINGEN
      *--------------------------------------------------------------
       WAEHLE-RECHNUNGEN SECTION.
       WAE-REC-00.

           INITIALIZE ZAH-TAB, ZAH-ANZ, ZAH-SUMME.

           INITIALIZE PKDRECHF OF PKDRECH-P.
           MOVE     ZEROES TO RGLFDN OF PKDRECH-P.
           START    PKDRECH-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO WAE-REC-90
           END-IF.

       WAE-REC-20.
           READ     PKDRECH-DP NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO WAE-REC-90
           END-IF.

           IF       RGSTAT   OF PKDRECH-P NOT = "O"
            OR      RGFRDT   OF PKDRECH-P     = ZEROES
            OR      RGIBAN   OF PKDRECH-P     = SPACES
            OR      RGBETRAG OF PKDRECH-P NOT > ZEROES
                    GO TO WAE-REC-20
           END-IF.

      * SKONTO NUTZBAR, WENN DAS SKONTODATUM ZUM AUSFUEHRUNGSTAG
      * NOCH NICHT ABGELAUFEN IST
           MOVE     ZEROES TO SKONTO-WRK.
           IF       RGSKDT OF PKDRECH-P NOT = ZEROES
            AND     RGSKDT OF PKDRECH-P NOT < AUSF-DATUM
                    IF   RGSKDT OF PKDRECH-P > BIS-DATUM
                     AND RGFAELL OF PKDRECH-P > BIS-DATUM
                         GO TO WAE-REC-20
                    END-IF
                    COMPUTE SKONTO-WRK ROUNDED =
                            RGBETRAG OF PKDRECH-P
                          * RGSKPZ   OF PKDRECH-P / 100
           ELSE
                    IF   RGFAELL OF PKDRECH-P > BIS-DATUM
                         GO TO WAE-REC-20
                    END-IF
           END-IF.

      * IBAN NOCH EINMAL PRUEFEN - EINE FALSCHE IBAN WUERDE DIE
      * GANZE DATEI BEI DER BANK SCHEITERN LASSEN
           MOVE     RGIBAN OF PKDRECH-P TO IBAN-WRK.
           INITIALIZE IBAN-RET.
           CALL     "XXP0235" USING IBAN-WRK
                                    IBAN-RET
           END-CALL.
           IF       IBAN-RET NOT = SPACES
                    GO TO WAE-REC-20
           END-IF.

           IF       ZAH-ANZ NOT < 999
                    GO TO WAE-REC-90
           END-IF.
           ADD      1 TO ZAH-ANZ.
           MOVE     RGLFDN OF PKDRECH-P TO ZAH-LFDN(ZAH-ANZ).
           COMPUTE  ZAH-BETRAG(ZAH-ANZ) = RGBETRAG OF PKDRECH-P
                                        - SKONTO-WRK.
           ADD      ZAH-BETRAG(ZAH-ANZ) TO ZAH-SUMME.

           GO TO    WAE-REC-20.

       WAE-REC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SEPA-DATEI PAIN.001.001.09 IN QTEMP/PTMPHTM AUFBAUEN UND PER
      * CPYTOSTMF INS IFS STELLEN (RET-CODE NOT = SPACES = FEHLER)
      *--------------------------------------------------------------
       SCHREIBE-SEPA-DATEI SECTION.
       SCH-SEP-00.

      * ARBEITSDATEI ANLEGEN (WIE AJP0007)
           INITIALIZE RET-CODE.
           INITIALIZE CRTPF-REC.
           MOVE     "QTEMP"         TO TOLIB    OF CRTPF-REC.
           MOVE     "PTMPHTM"       TO TOPGM    OF CRTPF-REC.
           MOVE     200             TO RECSIZE  OF CRTPF-REC.
           CALL     "CLP0031" USING CRTPF-REC
                                    RET-CODE
           END-CALL.

      * ZIELVERZEICHNIS ANLEGEN (FEHLER WENN VORHANDEN, IGNORIERT)
           INITIALIZE RET-CODE.
           INITIALIZE CMDEXC-REC.
           STRING   "MKDIR DIR('"               DELIMITED BY SIZE
                    FUNCTION TRIM(SEPA-PFAD)    DELIMITED BY SIZE
                    "')"                        DELIMITED BY SIZE
             INTO   COMMAND OF CMDEXC-REC
           END-STRING.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.

           OPEN     OUTPUT PTMPHTM-DP.

      * KOPF DER NACHRICHT
           MOVE     "<?xml version='1.0' encoding='UTF-8'?>"
                    TO ZEILE-WRK.
           PERFORM  SCHREIBE-ZEILE.
           INITIALIZE ZEILE-WRK.
           STRING   "<Document xmlns='urn:iso:std:iso:20022:tech:"
                    "xsd:pain.001.001.09'>"
                    DELIMITED BY SIZE
             INTO   ZEILE-WRK
           END-STRING.
           PERFORM  SCHREIBE-ZEILE.
           MOVE     "<CstmrCdtTrfInitn>" TO ZEILE-WRK.
           PERFORM  SCHREIBE-ZEILE.
           MOVE     "<GrpHdr>" TO ZEILE-WRK.
           PERFORM  SCHREIBE-ZEILE.

           INITIALIZE ZEILE-WRK.
           STRING   "<MsgId>" FUNCTION TRIM(ZL-ID) "</MsgId>"
                    DELIMITED BY SIZE
             INTO   ZEILE-WRK
           END-STRING.
           PERFORM  SCHREIBE-ZEILE.

           MOVE     DATE-8 TO DATUM-NUM.
           PERFORM  FORMATIERE-DATUM.
           MOVE     TIME-6 TO ZEIT-NUM.
           INITIALIZE ZEILE-WRK.
           STRING   "<CreDtTm>" DATUM-TXT "T"
                    ZEIT-HH ":" ZEIT-MI ":" ZEIT-SS "</CreDtTm>"
                    DELIMITED BY SIZE
             INTO   ZEILE-WRK
           END-STRING.
           PERFORM  SCHREIBE-ZEILE.

           PERFORM  SCHREIBE-SUMMEN.

           MOVE     SEPA-NAME TO ESC-EIN.
           PERFORM  MASKIERE-TEXT.
           MOVE     ESC-AUS TO NAME-TXT.
           INITIALIZE ZEILE-WRK.
           STRING   "<InitgPty><Nm>" FUNCTION TRIM(NAME-TXT)
                    "</Nm></InitgPty>"
                    DELIMITED BY SIZE
             INTO   ZEILE-WRK
           END-STRING.
           PERFORM  SCHREIBE-ZEILE.
           MOVE     "</GrpHdr>" TO ZEILE-WRK.
           PERFORM  SCHREIBE-ZEILE.

      * ZAHLUNGSINFORMATION (EIN SAMMELAUFTRAG)
           MOVE     "<PmtInf>" TO ZEILE-WRK.
           PERFORM  SCHREIBE-ZEILE.
           INITIALIZE ZEILE-WRK.
           STRING   "<PmtInfId>" FUNCTION TRIM(ZL-ID) "-1</PmtInfId>"
                    DELIMITED BY SIZE
             INTO   ZEILE-WRK
           END-STRING.
           PERFORM  SCHREIBE-ZEILE.
           MOVE     "<PmtMtd>TRF</PmtMtd>" TO ZEILE-WRK.
           PERFORM  SCHREIBE-ZEILE.
           MOVE     "<BtchBookg>true</BtchBookg>" TO ZEILE-WRK.
           PERFORM  SCHREIBE-ZEILE.
           PERFORM  SCHREIBE-SUMMEN.
           MOVE "<PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl></PmtTpInf>"
                    TO ZEILE-WRK.
           PERFORM  SCHREIBE-ZEILE.

           MOVE     AUSF-DATUM TO DATUM-NUM.
           PERFORM  FORMATIERE-DATUM.
           INITIALIZE ZEILE-WRK.
           STRING   "<ReqdExctnDt><Dt>" DATUM-TXT "</Dt></ReqdExctnDt>"
                    DELIMITED BY SIZE
             INTO   ZEILE-WRK
           END-STRING.
           PERFORM  SCHREIBE-ZEILE.

           INITIALIZE ZEILE-WRK.
           STRING   "<Dbtr><Nm>" FUNCTION TRIM(NAME-TXT) "</Nm></Dbtr>"
                    DELIMITED BY SIZE
             INTO   ZEILE-WRK
           END-STRING.
           PERFORM  SCHREIBE-ZEILE.
           INITIALIZE ZEILE-WRK.
           STRING   "<DbtrAcct><Id><IBAN>" FUNCTION TRIM(SEPA-IBAN)
                    "</IBAN></Id></DbtrAcct>"
                    DELIMITED BY SIZE
             INTO   ZEILE-WRK
           END-STRING.
           PERFORM  SCHREIBE-ZEILE.
           INITIALIZE ZEILE-WRK.
           IF       SEPA-BIC = SPACES
                    STRING "<DbtrAgt><FinInstnId><Othr><Id>NOTPROVIDED"
                           "</Id></Othr></FinInstnId></DbtrAgt>"
                           DELIMITED BY SIZE
                      INTO ZEILE-WRK
                    END-STRING
           ELSE
                    STRING "<DbtrAgt><FinInstnId><BICFI>"
                           FUNCTION TRIM(SEPA-BIC)
                           "</BICFI></FinInstnId></DbtrAgt>"
                           DELIMITED BY SIZE
                      INTO ZEILE-WRK
                    END-STRING
           END-IF.
           PERFORM  SCHREIBE-ZEILE.
           MOVE     "<ChrgBr>SLEV</ChrgBr>" TO ZEILE-WRK.
           PERFORM  SCHREIBE-ZEILE.

      * EINE UEBERWEISUNG JE RECHNUNG
           MOVE     ZEROES TO ZAH-IDX.
       SCH-SEP-20.
           ADD      1 TO ZAH-IDX.
           IF       ZAH-IDX > ZAH-ANZ
                    GO TO SCH-SEP-80
           END-IF.
           PERFORM  SCHREIBE-UEBERWEISUNG.
           GO TO    SCH-SEP-20.

       SCH-SEP-80.
           MOVE     "</PmtInf>" TO ZEILE-WRK.
           PERFORM  SCHREIBE-ZEILE.
           MOVE     "</CstmrCdtTrfInitn>" TO ZEILE-WRK.
           PERFORM  SCHREIBE-ZEILE.
           MOVE     "</Document>" TO ZEILE-WRK.
           PERFORM  SCHREIBE-ZEILE.

           CLOSE    PTMPHTM-DP.

      * ALS UTF-8 INS SEPA-VERZEICHNIS KOPIEREN
           INITIALIZE RET-CODE.
           INITIALIZE CPYTOSTMF-REC.
           MOVE     "/QSYS.LIB/QTEMP.LIB/PTMPHTM.FILE/PTMPHTM.MBR" TO
                    FROMMBR  OF CPYTOSTMF-REC.
           STRING   FUNCTION TRIM(SEPA-PFAD)  DELIMITED BY SIZE
                    FUNCTION TRIM(DATEI-WRK)  DELIMITED BY SIZE
             INTO   TOFILE  OF CPYTOSTMF-REC
           END-STRING.
           MOVE     "1208"     TO CCSID   OF CPYTOSTMF-REC.
           MOVE     "*LF"      TO LINFMT  OF CPYTOSTMF-REC.
           MOVE     "*REPLACE" TO CPYMODE OF CPYTOSTMF-REC.
           CALL     "CLP0073" USING CPYTOSTMF-REC
                                    RET-CODE
           END-CALL.

       SCH-SEP-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ANZAHL UND KONTROLLSUMME (GRUPPENKOPF UND ZAHLUNGSINFO)
      *--------------------------------------------------------------
       SCHREIBE-SUMMEN SECTION.
       SCH-SUM-00.

           MOVE     ZAH-ANZ TO ANZ-ED.
           INITIALIZE ZEILE-WRK.
           STRING   "<NbOfTxs>" FUNCTION TRIM(ANZ-ED) "</NbOfTxs>"
                    DELIMITED BY SIZE
             INTO   ZEILE-WRK
           END-STRING.
           PERFORM  SCHREIBE-ZEILE.

           MOVE     ZAH-SUMME TO BETRAG-WRK.
           PERFORM  FORMATIERE-BETRAG.
           INITIALIZE ZEILE-WRK.
           STRING   "<CtrlSum>" FUNCTION TRIM(BETRAG-TXT) "</CtrlSum>"
                    DELIMITED BY SIZE
             INTO   ZEILE-WRK
           END-STRING.
           PERFORM  SCHREIBE-ZEILE.

       SCH-SUM-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE UEBERWEISUNG (CDTTRFTXINF) FUER ZAH-EINTRAG(ZAH-IDX)
      *--------------------------------------------------------------
       SCHREIBE-UEBERWEISUNG SECTION.
       SCH-UEB-00.

           INITIALIZE PKDRECHF OF PKDRECH-P.
           MOVE     ZAH-LFDN(ZAH-IDX) TO RGLFDN OF PKDRECH-P.
           READ     PKDRECH-DP WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-UEB-90
           END-IF.

           MOVE     "<CdtTrfTxInf>" TO ZEILE-WRK.
           PERFORM  SCHREIBE-ZEILE.
           INITIALIZE ZEILE-WRK.
           STRING   "<PmtId><EndToEndId>RG" RGLFDN OF PKDRECH-P
                    "</EndToEndId></PmtId>"
                    DELIMITED BY SIZE
             INTO   ZEILE-WRK
           END-STRING.
           PERFORM  SCHREIBE-ZEILE.

           MOVE     ZAH-BETRAG(ZAH-IDX) TO BETRAG-WRK.
           PERFORM  FORMATIERE-BETRAG.
           INITIALIZE ZEILE-WRK.
           STRING   "<Amt><InstdAmt Ccy='EUR'>"
                    FUNCTION TRIM(BETRAG-TXT)
                    "</InstdAmt></Amt>"
                    DELIMITED BY SIZE
             INTO   ZEILE-WRK
           END-STRING.
           PERFORM  SCHREIBE-ZEILE.

           MOVE     RGLIEF OF PKDRECH-P TO ESC-EIN.
           PERFORM  MASKIERE-TEXT.
           INITIALIZE ZEILE-WRK.
           STRING   "<Cdtr><Nm>" FUNCTION TRIM(ESC-AUS) "</Nm></Cdtr>"
                    DELIMITED BY SIZE
             INTO   ZEILE-WRK
           END-STRING.
           PERFORM  SCHREIBE-ZEILE.

           INITIALIZE ZEILE-WRK.
           STRING   "<CdtrAcct><Id><IBAN>"
                    FUNCTION TRIM(RGIBAN OF PKDRECH-P)
                    "</IBAN></Id></CdtrAcct>"
                    DELIMITED BY SIZE
             INTO   ZEILE-WRK
           END-STRING.
           PERFORM  SCHREIBE-ZEILE.

      * VERWENDUNGSZWECK: RECHNUNG UND BESTELLBEZUG
           INITIALIZE VWZ-TXT.
           STRING   "RECHNUNG " RGLFDN OF PKDRECH-P
                    " BESTELLUNG " RGBST1 OF PKDRECH-P
                    DELIMITED BY SIZE
             INTO   VWZ-TXT
           END-STRING.
           IF       ZAH-BETRAG(ZAH-IDX) < RGBETRAG OF PKDRECH-P
                    MOVE RGSKPZ OF PKDRECH-P TO BETRAG-WRK
                    PERFORM FORMATIERE-BETRAG
                    INITIALIZE ZEILE-WRK
                    STRING FUNCTION TRIM(VWZ-TXT) " ABZGL. "
                           FUNCTION TRIM(BETRAG-TXT) " PROZENT SKONTO"
                           DELIMITED BY SIZE
                      INTO ZEILE-WRK
                    END-STRING
                    MOVE ZEILE-WRK TO VWZ-TXT
           END-IF.
           INITIALIZE ZEILE-WRK.
           STRING   "<RmtInf><Ustrd>" FUNCTION TRIM(VWZ-TXT)
                    "</Ustrd></RmtInf>"
                    DELIMITED BY SIZE
             INTO   ZEILE-WRK
           END-STRING.
           PERFORM  SCHREIBE-ZEILE.

           MOVE     "</CdtTrfTxInf>" TO ZEILE-WRK.
           PERFORM  SCHREIBE-ZEILE.

       SCH-UEB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ZAHLLAUF IN PKDZLAUF FESTHALTEN (STATUS "E" = ERSTELLT)
      *--------------------------------------------------------------
       SCHREIBE-LAUF SECTION.
       SCH-LAU-00.

           INITIALIZE PKDZLAUFF OF PKDZLAUF-P.
           MOVE     ZL-NR       TO ZLNR    OF PKDZLAUF-P.
           MOVE     "E"         TO ZLSTAT  OF PKDZLAUF-P.
           MOVE     AUSF-DATUM  TO ZLAUSF  OF PKDZLAUF-P.
           MOVE     BIS-DATUM   TO ZLBIS   OF PKDZLAUF-P.
           MOVE     ZAH-ANZ     TO ZLANZ   OF PKDZLAUF-P.
           MOVE     ZAH-SUMME   TO ZLSUMME OF PKDZLAUF-P.
           STRING   FUNCTION TRIM(SEPA-PFAD)  DELIMITED BY SIZE
                    FUNCTION TRIM(DATEI-WRK)  DELIMITED BY SIZE
             INTO   ZLDATEI OF PKDZLAUF-P
           END-STRING.
           MOVE     T-USER      TO ZLAUSR  OF PKDZLAUF-P.
           MOVE     DATE-8      TO ZLADTA  OF PKDZLAUF-P.
           MOVE     TIME-6      TO ZLATIA  OF PKDZLAUF-P.
           WRITE    PKDZLAUF-P.

       SCH-LAU-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AUSGEWAEHLTE RECHNUNGEN AUF "Z" (IM ZAHLLAUF) SETZEN
      *--------------------------------------------------------------
       KENNZEICHNE-RECHNUNGEN SECTION.
       KEN-REC-00.

           MOVE     ZEROES TO ZAH-IDX.

       KEN-REC-20.
           ADD      1 TO ZAH-IDX.
           IF       ZAH-IDX > ZAH-ANZ
                    GO TO KEN-REC-90
           END-IF.

           INITIALIZE PKDRECHF OF PKDRECH-P.
           MOVE     ZAH-LFDN(ZAH-IDX) TO RGLFDN OF PKDRECH-P.
           READ     PKDRECH-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO KEN-REC-20
           END-IF.

           MOVE     "Z"                 TO RGSTAT OF PKDRECH-P.
           MOVE     ZL-NR               TO RGZLNR OF PKDRECH-P.
           MOVE     ZAH-BETRAG(ZAH-IDX) TO RGZLBT OF PKDRECH-P.
           MOVE     T-USER              TO RGMSER OF PKDRECH-P.
           MOVE     T-TERM              TO RGMBS  OF PKDRECH-P.
           MOVE     PGM-WRK             TO RGMPGM OF PKDRECH-P.
           MOVE     DATE-8              TO RGMDTA OF PKDRECH-P.
           MOVE     TIME-6              TO RGMTIA OF PKDRECH-P.
           REWRITE  PKDRECH-P.

           GO TO    KEN-REC-20.

       KEN-REC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DATUM-NUM (JJJJMMTT) ALS JJJJ-MM-TT NACH DATUM-TXT
      *--------------------------------------------------------------
       FORMATIERE-DATUM SECTION.
       FOR-DAT-00.

           INITIALIZE DATUM-TXT.
           STRING   DATUM-JJJJ "-" DATUM-MM "-" DATUM-TT
                    DELIMITED BY SIZE
             INTO   DATUM-TXT
           END-STRING.

       FOR-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * BETRAG-WRK MIT DEZIMALPUNKT NACH BETRAG-TXT (SEPA VERLANGT
      * DEN PUNKT, DAS PROGRAMM ARBEITET MIT DECIMAL-POINT IS COMMA)
      *--------------------------------------------------------------
       FORMATIERE-BETRAG SECTION.
       FOR-BET-00.

           MOVE     BETRAG-WRK TO BETRAG-EUR.
           COMPUTE  BETRAG-CT  = (BETRAG-WRK - BETRAG-EUR) * 100.
           MOVE     BETRAG-EUR TO BETRAG-ED.
           INITIALIZE BETRAG-TXT.
           STRING   FUNCTION TRIM(BETRAG-ED) "." BETRAG-CT
                    DELIMITED BY SIZE
             INTO   BETRAG-TXT
           END-STRING.

       FOR-BET-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ESC-EIN FUER XML MASKIEREN (&, <, >) NACH ESC-AUS
      *--------------------------------------------------------------
       MASKIERE-TEXT SECTION.
       MAS-TXT-00.

           INITIALIZE ESC-AUS.
           MOVE     1 TO ESC-PTR.
           MOVE     ZEROES TO ESC-LEN.
           IF       ESC-EIN NOT = SPACES
                    COMPUTE ESC-LEN =
                            FUNCTION LENGTH(FUNCTION TRIM(ESC-EIN
                                                          TRAILING))
           END-IF.
           MOVE     ZEROES TO ESC-POS.

       MAS-TXT-20.
           ADD      1 TO ESC-POS.
           IF       ESC-POS > ESC-LEN
                    GO TO MAS-TXT-90
           END-IF.

           EVALUATE ESC-EIN(ESC-POS:1)
                    WHEN "&"
                         STRING "&amp;" DELIMITED BY SIZE
                           INTO ESC-AUS WITH POINTER ESC-PTR
                         END-STRING
                    WHEN "<"
                         STRING "&lt;" DELIMITED BY SIZE
                           INTO ESC-AUS WITH POINTER ESC-PTR
                         END-STRING
                    WHEN ">"
                         STRING "&gt;" DELIMITED BY SIZE
                           INTO ESC-AUS WITH POINTER ESC-PTR
                         END-STRING
                    WHEN OTHER
                         STRING ESC-EIN(ESC-POS:1) DELIMITED BY SIZE
                           INTO ESC-AUS WITH POINTER ESC-PTR
                         END-STRING
           END-EVALUATE.

           GO TO    MAS-TXT-20.

       MAS-TXT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINE ZEILE (ZEILE-WRK) IN DIE ARBEITSDATEI SCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-ZEILE SECTION.
       SCH-ZEI-00.

           INITIALIZE PTMPHTM-P.
           MOVE     ZEILE-WRK TO PTMPHTM-P.
           WRITE    PTMPHTM-P.

       SCH-ZEI-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FEHLER (TEXT IN ZEILE-WRK) PROTOKOLLIEREN
      *--------------------------------------------------------------
       SCHREIBE-FEHLER SECTION.
       SCH-FEH-00.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PKDZLAUF" TO STFILE OF LOG-CPY.
           MOVE     "FEHLER"   TO STKEY  OF LOG-CPY.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "ZAHLLAUF: " FUNCTION TRIM(ZEILE-WRK)
                    DELIMITED BY SIZE
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       SCH-FEH-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * ERSTELLTEN ZAHLLAUF PROTOKOLLIEREN
      *--------------------------------------------------------------
       SCHREIBE-LOG SECTION.
       SCH-LOG-00.

           MOVE     ZAH-SUMME TO BETRAG-WRK.
           PERFORM  FORMATIERE-BETRAG.

           INITIALIZE PCFGSTSF OF LOG-CPY.
           MOVE     "PKDZLAUF" TO STFILE OF LOG-CPY.
           MOVE     "INFO"     TO STKEY  OF LOG-CPY.
           INITIALIZE STSTS OF LOG-CPY.
           STRING   "ZAHLLAUF " ZL-NR " ERSTELLT: " ZAH-ANZ
                    " RECHNUNGEN, SUMME " FUNCTION TRIM(BETRAG-TXT)
                    " EUR, DATEI " FUNCTION TRIM(DATEI-WRK)
                    DELIMITED BY SIZE
             INTO   STSTS OF LOG-CPY
           END-STRING.
           PERFORM  COPY-WRITE-LOG-CPY.

       SCH-LOG-90.
           EXIT.
      /
      *---------------------------------------------------------------
      * COPY-CFG-CPY: LESEN DER KONFIGURATION
      *---------------------------------------------------------------

           COPY     CFGCPY     OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-GET-TIME: DATUM UND UHRZEIT ERMITTELN
      *---------------------------------------------------------------

           COPY     GETTIME    OF APG-QCPYSRC.
      /
      *---------------------------------------------------------------
      * COPY-WRITE-LOG-CPY: SCHREIBEN EINES LOG-EINTRAGS
      *---------------------------------------------------------------

           COPY     LOGCPY     OF APG-QCPYSRC.
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
