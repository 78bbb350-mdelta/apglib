       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              CRP1057.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * AENDERUNGSPROTOKOLL IM KOPF GEGEN UEBERNAHMEN PRUEFEN         *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  LIEST DIE DATIERTEN EINTRAEGE DES BLOCKS     *
      *                  AENDERUNGEN IM KOPF DES MITGLIEDS X-LIB/     *
      *                  X-SRCF/X-MBR (OVRDBF UEBER CLP0011) UND      *
      *                  VERGLEICHT SIE MIT DEN UEBERNAHMEN AUS       *
      *                  PCMPPRM UND DEN QUELLENSICHERUNGEN AUS       *
      *                  PSEUHST:                                     *
      *                  - REGEL "AENDPR": DAS MITGLIED WURDE         *
      *                    SEIT DER VORIGEN UEBERNAHME GEAENDERT      *
      *                    (SICHERUNG IN PSEUHST) UND UEBERNOMMEN,    *
      *                    OHNE DASS EIN EINTRAG AUS DIESEM ZEITRAUM  *
      *                    IM KOPF STEHT.                             *
      *                  - REGEL "AENDAU": AM TAG EINES EINTRAGS      *
      *                    HABEN NUR ANDERE ALS DER EINGETRAGENE       *
      *                    AUTOR DIE QUELLE GESICHERT. DAS KUERZEL    *
      *                    JE USER STEHT IN PCONFIG AENDLOG/KUERZEL/  *
      *                    USER (CFTXT1); OHNE KUERZEL KEIN URTEIL.   *
      *                  DIE FUNDE GEHEN WIE DIE DES NACHTSCANS       *
      *                  CRP1052 NACH PCHKFND (STATUS "O", KEINE      *
      *                  DOPPELTEN OFFENEN FUNDE) UND WERDEN IN       *
      *                  CRP1053 ABGEARBEITET. X-ANZ LIEFERT DIE      *
      *                  ZAHL DER VERSTOESSE (NEU ODER SCHON OFFEN).  *
      *                  DIE ERSTE UEBERNAHME EINES MITGLIEDS WIRD    *
      *                  NICHT GEPRUEFT (NEUANLAGE, KEIN VORGAENGER). *
      *                  DER OPTIONALE X-RETCODE IST SPACES, WENN     *
      *                  GEPRUEFT WURDE, UND "1", WENN DIE PRUEFUNG   *
      *                  NICHT LIEF (KEINE BERECHTIGUNG, FEHLENDE     *
      *                  PARAMETER, QUELLE NICHT LESBAR); X-ANZ IST   *
      *                  DANN OHNE AUSSAGE.                           *
      *                  MIT X-MBR = "*ALL" WERDEN NACHTS ALLE IN     *
      *                  PPGMLIB REGISTRIERTEN PROGRAMME (QCBLSRC)    *
      *                  GEPRUEFT, WIE IN CRP0050. ALS CR-PRUEF-      *
      *                  PUNKT RUFT CRP0049 DIESES PROGRAMM.          *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    ERSTE UEBERNAHME OHNE PRUEFUNG, X-RETCODE    *
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
      * PCHKFND: FNLFDN (FUNDE DES QUELLENSCANS)
      *-------------------------------------------------------------
           SELECT PCHKFND-DP
                  ASSIGN       TO  DATABASE-PCHKFND
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCHKFNDL1: FNMBR, FNZEILE, FNRULE (FUNDE NACH MITGLIED)
      *-------------------------------------------------------------
           SELECT PCHKFND-DL
                  ASSIGN       TO  DATABASE-PCHKFNDL1
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                                   WITH DUPLICATES
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCMPPRM: PRLFDN (UEBERNAHMEHISTORIE)
      *-------------------------------------------------------------
           SELECT PCMPPRM-DP
                  ASSIGN       TO  DATABASE-PCMPPRM
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PSEUHST: SHLFDN (QUELLENSICHERUNGEN, CRP0014)
      *-------------------------------------------------------------
           SELECT PSEUHST-DP
                  ASSIGN       TO  DATABASE-PSEUHST
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCONFIG: CFID, CFKEY, CFKEY2 (AENDLOG/KUERZEL/USER)
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PPGMLIB: PLLIB, PLFILE (PROGRAMME, NACHTLAUF)
      *-------------------------------------------------------------
           SELECT PPGMLIB-DP
                  ASSIGN       TO  DATABASE-PPGMLIB
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * QCALSRC: WIRD JE MITGLIED PER OVRDBF AUF DAS QUELLEN-
      *          MITGLIED UMGELEITET (CLP0011/CLP0012)
      *-------------------------------------------------------------
           SELECT QCALSRC-DP
                  ASSIGN       TO  DATABASE-QCALSRC
                  ORGANIZATION IS  SEQUENTIAL
                  ACCESS       IS  SEQUENTIAL
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PCHKFND: FNLFDN
       FD  PCHKFND-DP
           LABEL RECORDS ARE STANDARD.
       01  PCHKFND-P.
           COPY DDS-ALL-FORMATS OF PCHKFND.
      /
      *--- PCHKFNDL1: FNMBR, FNZEILE, FNRULE
       FD  PCHKFND-DL
           LABEL RECORDS ARE STANDARD.
       01  PCHKFND-L.
           COPY DDS-ALL-FORMATS OF PCHKFNDL1.
      /
      *--- PCMPPRM: PRLFDN
       FD  PCMPPRM-DP
           LABEL RECORDS ARE STANDARD.
       01  PCMPPRM-P.
           COPY DDS-ALL-FORMATS OF PCMPPRM.
      /
      *--- PSEUHST: SHLFDN
       FD  PSEUHST-DP
           LABEL RECORDS ARE STANDARD.
       01  PSEUHST-P.
           COPY DDS-ALL-FORMATS OF PSEUHST.
      /
      *--- PCONFIG: CFID, CFKEY, CFKEY2, CFKEY3, CFKEY4
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
      *--- PPGMLIB: PLLIB, PLFILE
       FD  PPGMLIB-DP
           LABEL RECORDS ARE STANDARD.
       01  PPGMLIB-P.
           COPY DDS-ALL-FORMATS OF PPGMLIB.
      /
      *--- QCALSRC: QUELLENMITGLIED (PER OVRDBF UMGELEITET)
       FD  QCALSRC-DP
           LABEL RECORDS ARE STANDARD.
       01  QCALSRC-P.
           COPY DDS-ALL-FORMATS OF QCALSRC.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "CRP1057".
       01  PGM-TYP                       PIC X(8)  VALUE "CR    ".

      * PARAMETER FUER CL-PROGRAMME
       01  OVRDBF-REC                    TYPE OVRDBF-TYPE.
       01  DELOVR-REC                    TYPE DELOVR-TYPE.

      * AKTUELL GEPRUEFTES MITGLIED
       01  CHK-LIB                       PIC X(10).
       01  CHK-FILE                      PIC X(10).
       01  CHK-MBR                       PIC X(10).

      * ZEILENANALYSE DES KOPFES
       01  ZEILE-WRK                     PIC X(80).
       01  ZEILE-NR                      PIC 9(6).
       01  SUCH-POS                      PIC 9(3).
       01  IM-BLOCK                      PIC 9(1).
       01  KOPF-ENDE                     PIC 9(1).

      * DATUM TT.MM.JJJJ AUS DEM KOPF BZW. FUER DEN FUNDTEXT
       01  DATUM-JMT.
        05 DJ-JJJJ                       PIC 9(4).
        05 DJ-MM                         PIC 9(2).
        05 DJ-TT                         PIC 9(2).
       01  DATUM-JMT-N REDEFINES DATUM-JMT
                                         PIC 9(8).
       01  DATUM-TXT.
        05 DT-TT                         PIC 9(2).
        05 FILLER                        PIC X(1)  VALUE ".".
        05 DT-MM                         PIC 9(2).
        05 FILLER                        PIC X(1)  VALUE ".".
        05 DT-JJJJ                       PIC 9(4).

      * EINTRAEGE DES BLOCKS AENDERUNGEN
       01  ANZ-PROT                      PIC 9(3).
       01  PROT-TAB.
        05 PROT-EINTRAG                  OCCURS 200 TIMES.
         10 PT-DATUM                     PIC 9(8).
         10 PT-KUERZEL                   PIC X(5).
         10 PT-ZEILE                     PIC 9(6).
       01  PROT-IX                       PIC 9(3).

      * QUELLENSICHERUNGEN DES MITGLIEDS (PSEUHST)
       01  ANZ-SICH                      PIC 9(3).
       01  SICH-TAB.
        05 SICH-EINTRAG                  OCCURS 300 TIMES.
         10 SI-DATUM                     PIC 9(8).
         10 SI-USER                      PIC X(10).
       01  SICH-IX                       PIC 9(3).

      * ERGEBNIS DES LESENS DER QUELLE
       01  LES-RETCODE                   PIC X(1).

      * ZEITRAUM EINER UEBERNAHME (VORIGE BIS DIESE)
       01  VON-DTA                       PIC 9(8).
       01  BIS-DTA                       PIC 9(8).
       01  GEAENDERT                     PIC 9(1).
       01  EINTRAG-DA                    PIC 9(1).

      * AUTORENPRUEFUNG JE EINTRAG
       01  AUTOR-OK                      PIC 9(1).
       01  AUTOR-OFFEN                   PIC 9(1).
       01  ANZ-SICHERER                  PIC 9(3).
       01  FREMD-USER                    PIC X(10).
       01  KUERZEL-WRK                   PIC X(5).

      * ZU SCHREIBENDER FUND
       01  FND-ZEILE                     PIC 9(6).
       01  FND-RULE                      PIC X(6).
       01  FND-TEXT                      PIC X(80).
       01  FND-LFDN-ED                   PIC Z(8)9.
       01  FND-DA                        PIC 9(1).

      * ERGEBNIS: SPACES = GEPRUEFT, "1" = NICHT (ALLE) GEPRUEFT
       01  PRF-RETCODE                   PIC X(1).

      * ANZAHL NEU GESCHRIEBENER FUNDE
       01  ANZ-FUNDE                     PIC 9(5)   VALUE ZEROES.
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
       01  X-LIB                         PIC X(10).
       01  X-SRCF                        PIC X(10).
       01  X-MBR                         PIC X(10).
       01  X-ANZ                         PIC 9(5).
      * SPACES = GEPRUEFT, "1" = NICHT GEPRUEFT (OPTIONAL)
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-LIB
                                X-SRCF
                                X-MBR
                                X-ANZ
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "CRP1057" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     ZEROES TO X-ANZ.
           MOVE     SPACES TO PRF-RETCODE.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO PRF-RETCODE
                    GO TO ENDE
           END-IF.

           IF       X-MBR = SPACES
                    MOVE "1" TO PRF-RETCODE
                    GO TO ENDE
           END-IF.
           IF       X-MBR NOT = "*ALL"
            AND     (X-LIB = SPACES OR X-SRCF = SPACES)
                    MOVE "1" TO PRF-RETCODE
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

           OPEN     I-O   PCHKFND-DP.
           OPEN     INPUT PCHKFND-DL
                          PCMPPRM-DP
                          PSEUHST-DP
                          PCONFIG-DP.

           IF       X-MBR = "*ALL"
                    OPEN     INPUT PPGMLIB-DP
                    PERFORM  PRUEFE-ALLE
                    CLOSE    PPGMLIB-DP
                    DISPLAY  "CRP1057: " X-ANZ " VERSTOESSE, "
                             ANZ-FUNDE " NEUE FUNDE"
           ELSE
                    MOVE     X-LIB  TO CHK-LIB
                    MOVE     X-SRCF TO CHK-FILE
                    MOVE     X-MBR  TO CHK-MBR
                    PERFORM  PRUEFE-MITGLIED
           END-IF.

           CLOSE    PCHKFND-DP
                    PCHKFND-DL
                    PCMPPRM-DP
                    PSEUHST-DP
                    PCONFIG-DP.

       ENDE.
           IF       ADDRESS OF X-RETCODE NOT = NULL
                    MOVE PRF-RETCODE TO X-RETCODE
           END-IF.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * NACHTLAUF: ALLE IN PPGMLIB REGISTRIERTEN PROGRAMME PRUEFEN
      *--------------------------------------------------------------
       PRUEFE-ALLE SECTION.
       PRF-ALL-00.

           INITIALIZE PPGMLIBF OF PPGMLIB-P.
           MOVE     SPACES TO PLLIB  OF PPGMLIB-P.
           MOVE     SPACES TO PLFILE OF PPGMLIB-P.
           START    PPGMLIB-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-ALL-90
           END-IF.

       PRF-ALL-20.
           READ     PPGMLIB-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-ALL-90
           END-IF.

           MOVE     PLLIB  OF PPGMLIB-P TO CHK-LIB.
           MOVE     "QCBLSRC"            TO CHK-FILE.
           MOVE     PLFILE OF PPGMLIB-P TO CHK-MBR.
           PERFORM  PRUEFE-MITGLIED.

           GO TO    PRF-ALL-20.

       PRF-ALL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EIN MITGLIED PRUEFEN
      *--------------------------------------------------------------
       PRUEFE-MITGLIED SECTION.
       PRF-MBR-00.

           PERFORM  LESE-PROTOKOLL.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO PRF-RETCODE
                    GO TO PRF-MBR-90
           END-IF.

           PERFORM  LADE-SICHERUNGEN.
           PERFORM  PRUEFE-UEBERNAHMEN.
           PERFORM  PRUEFE-AUTOREN.

       PRF-MBR-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DATIERTE EINTRAEGE DES BLOCKS AENDERUNGEN SAMMELN
      * (FORMAT "* TT.MM.JJJJ KZ    TEXT", BIS ZUM ENDE DES KOPFES)
      *--------------------------------------------------------------
       LESE-PROTOKOLL SECTION.
       LES-PRO-00.

           INITIALIZE ANZ-PROT, ZEILE-NR, IM-BLOCK, KOPF-ENDE.

      * QUELLENMITGLIED PER OVRDBF UMLEITEN
           INITIALIZE OVRDBF-REC.
           MOVE     "QCALSRC" TO FROMFILE OF OVRDBF-REC.
           MOVE     CHK-LIB   TO TOLIB    OF OVRDBF-REC.
           MOVE     CHK-FILE  TO TOFILE   OF OVRDBF-REC.
           MOVE     CHK-MBR   TO TOMBR    OF OVRDBF-REC.
           INITIALIZE RET-CODE.
           CALL     "CLP0011" USING OVRDBF-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    GO TO LES-PRO-90
           END-IF.

           OPEN     INPUT QCALSRC-DP.
           IF       FILE-STATUS NOT = ZEROES
                    MOVE "1" TO RET-CODE
                    GO TO LES-PRO-85
           END-IF.

       LES-PRO-20.
           READ     QCALSRC-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LES-PRO-80
           END-IF.

           ADD      1 TO ZEILE-NR.
           MOVE     SRCDTA OF QCALSRC-P TO ZEILE-WRK.

      * DER KOPF ENDET MIT DER ENVIRONMENT DIVISION
           IF       ZEILE-WRK(7:1) NOT = "*"
                    MOVE ZEROES TO SUCH-POS
                    INSPECT ZEILE-WRK TALLYING SUCH-POS
                            FOR CHARACTERS
                            BEFORE INITIAL "ENVIRONMENT DIVISION"
                    IF   SUCH-POS < 80
                         GO TO LES-PRO-80
                    END-IF
                    GO TO LES-PRO-20
           END-IF.

      * BLOCKANFANG: AENDERUNGEN BZW. MIT UMLAUT GESCHRIEBEN
           IF       IM-BLOCK = ZEROES
                    MOVE ZEROES TO SUCH-POS
                    INSPECT ZEILE-WRK TALLYING SUCH-POS
                            FOR CHARACTERS BEFORE INITIAL "NDERUNGEN"
                    IF   SUCH-POS < 80
                         MOVE 1 TO IM-BLOCK
                    END-IF
                    GO TO LES-PRO-20
           END-IF.

      * NUR ZEILEN MIT DATUM IN SPALTE 9 SIND EINTRAEGE
           IF       ZEILE-WRK(9:2)  NOT NUMERIC
            OR      ZEILE-WRK(11:1) NOT = "."
            OR      ZEILE-WRK(12:2) NOT NUMERIC
            OR      ZEILE-WRK(14:1) NOT = "."
            OR      ZEILE-WRK(15:4) NOT NUMERIC
                    GO TO LES-PRO-20
           END-IF.
           IF       ANZ-PROT NOT < 200
                    GO TO LES-PRO-20
           END-IF.

           ADD      1 TO ANZ-PROT.
           MOVE     ZEILE-WRK(15:4) TO DJ-JJJJ.
           MOVE     ZEILE-WRK(12:2) TO DJ-MM.
           MOVE     ZEILE-WRK(9:2)  TO DJ-TT.
           MOVE     DATUM-JMT-N     TO PT-DATUM  (ANZ-PROT).
           MOVE     ZEILE-NR        TO PT-ZEILE  (ANZ-PROT).
           MOVE     SPACES          TO PT-KUERZEL (ANZ-PROT).
           UNSTRING ZEILE-WRK(20:10) DELIMITED BY SPACE
               INTO PT-KUERZEL (ANZ-PROT)
           END-UNSTRING.

           GO TO    LES-PRO-20.

       LES-PRO-80.
           CLOSE    QCALSRC-DP.
           INITIALIZE RET-CODE.

       LES-PRO-85.
      * OVERRIDE WIEDER ENTFERNEN (RET-CODE DES LESENS BLEIBT)
           MOVE     RET-CODE TO LES-RETCODE.
           INITIALIZE DELOVR-REC.
           MOVE     "QCALSRC" TO FROMFILE OF DELOVR-REC.
           CALL     "CLP0012" USING DELOVR-REC
                                    RET-CODE
           END-CALL.
           MOVE     LES-RETCODE TO RET-CODE.

       LES-PRO-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * QUELLENSICHERUNGEN DES MITGLIEDS AUS PSEUHST LADEN
      *--------------------------------------------------------------
       LADE-SICHERUNGEN SECTION.
       LAD-SIC-00.

           INITIALIZE ANZ-SICH.

           INITIALIZE PSEUHSTF OF PSEUHST-P.
           MOVE     ZEROES TO SHLFDN OF PSEUHST-P.
           START    PSEUHST-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-SIC-90
           END-IF.

       LAD-SIC-20.
           READ     PSEUHST-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-SIC-90
           END-IF.

           IF       SHFMBR OF PSEUHST-P NOT = CHK-MBR
            OR      SHFRCN OF PSEUHST-P NOT = CHK-FILE
                    GO TO LAD-SIC-20
           END-IF.
           IF       ANZ-SICH NOT < 300
                    GO TO LAD-SIC-90
           END-IF.

           ADD      1 TO ANZ-SICH.
           MOVE     SHADTA OF PSEUHST-P TO SI-DATUM (ANZ-SICH).
           MOVE     SHAUSR OF PSEUHST-P TO SI-USER  (ANZ-SICH).

           GO TO    LAD-SIC-20.

       LAD-SIC-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * JEDE UEBERNAHME DES MITGLIEDS: WURDE SEIT DER VORIGEN
      * GEAENDERT, MUSS EIN EINTRAG AUS DIESEM ZEITRAUM IM KOPF
      * STEHEN. ZURUECKGESETZTE UEBERNAHMEN ("R") ZAEHLEN NICHT.
      * DIE ERSTE UEBERNAHME HAT KEINE VORIGE; IHRE SICHERUNGEN
      * GEHOEREN ZUR NEUANLAGE UND WERDEN NICHT GEPRUEFT
      *--------------------------------------------------------------
       PRUEFE-UEBERNAHMEN SECTION.
       PRF-UEB-00.

           MOVE     ZEROES TO VON-DTA.

           INITIALIZE PCMPPRMF OF PCMPPRM-P.
           MOVE     ZEROES TO PRLFDN OF PCMPPRM-P.
           START    PCMPPRM-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-UEB-90
           END-IF.

       PRF-UEB-20.
           READ     PCMPPRM-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO PRF-UEB-90
           END-IF.

           IF       PRPGM  OF PCMPPRM-P NOT = CHK-MBR
            OR      PRSTAT OF PCMPPRM-P     = "R"
                    GO TO PRF-UEB-20
           END-IF.

           MOVE     PRADTA OF PCMPPRM-P TO BIS-DTA.

      * ERSTE UEBERNAHME: NUR DEN ZEITRAUM BEGINNEN
           IF       VON-DTA = ZEROES
                    MOVE BIS-DTA TO VON-DTA
                    GO TO PRF-UEB-20
           END-IF.

      * GAB ES IM ZEITRAUM EINE QUELLENSICHERUNG?
           MOVE     ZEROES TO GEAENDERT.
           MOVE     1      TO SICH-IX.

       PRF-UEB-40.
           IF       SICH-IX > ANZ-SICH
                    GO TO PRF-UEB-50
           END-IF.
           IF       SI-DATUM (SICH-IX) NOT < VON-DTA
            AND     SI-DATUM (SICH-IX) NOT > BIS-DTA
                    MOVE 1 TO GEAENDERT
                    GO TO PRF-UEB-50
           END-IF.
           ADD      1 TO SICH-IX.
           GO TO    PRF-UEB-40.

       PRF-UEB-50.
      * STEHT EIN EINTRAG AUS DEM ZEITRAUM IM KOPF?
           MOVE     ZEROES TO EINTRAG-DA.
           MOVE     1      TO PROT-IX.

       PRF-UEB-60.
           IF       PROT-IX > ANZ-PROT
                    GO TO PRF-UEB-70
           END-IF.
           IF       PT-DATUM (PROT-IX) NOT < VON-DTA
            AND     PT-DATUM (PROT-IX) NOT > BIS-DTA
                    MOVE 1 TO EINTRAG-DA
                    GO TO PRF-UEB-70
           END-IF.
           ADD      1 TO PROT-IX.
           GO TO    PRF-UEB-60.

       PRF-UEB-70.
           IF       GEAENDERT  NOT = ZEROES
            AND     EINTRAG-DA     = ZEROES
                    MOVE     BIS-DTA TO DATUM-JMT-N
                    PERFORM  AUFBEREITEN-DATUM
                    MOVE     PRLFDN OF PCMPPRM-P TO FND-LFDN-ED
                    MOVE     ZEROES   TO FND-ZEILE
                    MOVE     "AENDPR" TO FND-RULE
                    INITIALIZE FND-TEXT
                    STRING   "UEBERNAHME VOM " DATUM-TXT
                             " (PCMPPRM"  FND-LFDN-ED
                             ") OHNE EINTRAG IN AENDERUNGEN"
                             DELIMITED BY SIZE
                        INTO FND-TEXT
                    END-STRING
                    PERFORM  SCHREIBE-FUND
           END-IF.

           MOVE     BIS-DTA TO VON-DTA.
           GO TO    PRF-UEB-20.

       PRF-UEB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * JEDER EINTRAG: HAT AM SELBEN TAG JEMAND MIT DEM KUERZEL DES
      * EINTRAGS DIE QUELLE GESICHERT? OHNE SICHERUNG AN DEM TAG
      * ODER MIT SICHERERN OHNE HINTERLEGTES KUERZEL GIBT ES KEIN
      * URTEIL
      *--------------------------------------------------------------
       PRUEFE-AUTOREN SECTION.
       PRF-AUT-00.

           MOVE     1 TO PROT-IX.

       PRF-AUT-20.
           IF       PROT-IX > ANZ-PROT
                    GO TO PRF-AUT-90
           END-IF.

           MOVE     ZEROES TO AUTOR-OK, AUTOR-OFFEN, ANZ-SICHERER.
           MOVE     SPACES TO FREMD-USER.
           MOVE     1      TO SICH-IX.

       PRF-AUT-40.
           IF       SICH-IX > ANZ-SICH
                    GO TO PRF-AUT-60
           END-IF.
           IF       SI-DATUM (SICH-IX) NOT = PT-DATUM (PROT-IX)
                    ADD  1 TO SICH-IX
                    GO TO PRF-AUT-40
           END-IF.

           ADD      1 TO ANZ-SICHERER.
           PERFORM  LESE-KUERZEL.
           EVALUATE TRUE
                    WHEN KUERZEL-WRK = SPACES
                         MOVE 1 TO AUTOR-OFFEN
                    WHEN KUERZEL-WRK = PT-KUERZEL (PROT-IX)
                         MOVE 1 TO AUTOR-OK
                    WHEN OTHER
                         MOVE SI-USER (SICH-IX) TO FREMD-USER
           END-EVALUATE.

           ADD      1 TO SICH-IX.
           GO TO    PRF-AUT-40.

       PRF-AUT-60.
           IF       ANZ-SICHERER NOT = ZEROES
            AND     AUTOR-OK         = ZEROES
            AND     AUTOR-OFFEN      = ZEROES
                    MOVE     PT-DATUM (PROT-IX) TO DATUM-JMT-N
                    PERFORM  AUFBEREITEN-DATUM
                    MOVE     PT-ZEILE (PROT-IX) TO FND-ZEILE
                    MOVE     "AENDAU"           TO FND-RULE
                    INITIALIZE FND-TEXT
                    STRING   "EINTRAG VOM " DATUM-TXT
                             " NENNT "
                             PT-KUERZEL (PROT-IX) DELIMITED BY SIZE
                             ", GEAENDERT VON "   DELIMITED BY SIZE
                             FREMD-USER           DELIMITED BY SPACE
                        INTO FND-TEXT
                    END-STRING
                    PERFORM  SCHREIBE-FUND
           END-IF.

           ADD      1 TO PROT-IX.
           GO TO    PRF-AUT-20.

       PRF-AUT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * KUERZEL DES USERS AUS PCONFIG AENDLOG/KUERZEL/USER LESEN
      *--------------------------------------------------------------
       LESE-KUERZEL SECTION.
       LES-KRZ-00.

           MOVE     SPACES TO KUERZEL-WRK.

           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "AENDLOG"          TO CFID   OF PCONFIG-P.
           MOVE     "KUERZEL"          TO CFKEY  OF PCONFIG-P.
           MOVE     SI-USER (SICH-IX)  TO CFKEY2 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE CFTXT1 OF PCONFIG-P(1:5) TO KUERZEL-WRK
           END-IF.

       LES-KRZ-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DATUM JJJJMMTT (DATUM-JMT) NACH TT.MM.JJJJ (DATUM-TXT)
      *--------------------------------------------------------------
       AUFBEREITEN-DATUM SECTION.
       AUF-DAT-00.

           MOVE     DJ-TT   TO DT-TT.
           MOVE     DJ-MM   TO DT-MM.
           MOVE     DJ-JJJJ TO DT-JJJJ.

       AUF-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * EINEN FUND SCHREIBEN, WENN ER NICHT SCHON OFFEN ODER
      * AKZEPTIERT VORHANDEN IST (GLEICHER TEXT UNTER MITGLIED,
      * ZEILE UND REGEL)
      *--------------------------------------------------------------
       SCHREIBE-FUND SECTION.
       SCH-FND-00.

           ADD      1 TO X-ANZ.
           MOVE     ZEROES TO FND-DA.

           INITIALIZE PCHKFNDF OF PCHKFND-L.
           MOVE     CHK-MBR   TO FNMBR   OF PCHKFND-L.
           MOVE     FND-ZEILE TO FNZEILE OF PCHKFND-L.
           MOVE     FND-RULE  TO FNRULE  OF PCHKFND-L.
           START    PCHKFND-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-FND-50
           END-IF.

       SCH-FND-20.
           READ     PCHKFND-DL NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      FNMBR   OF PCHKFND-L NOT = CHK-MBR
            OR      FNZEILE OF PCHKFND-L NOT = FND-ZEILE
            OR      FNRULE  OF PCHKFND-L NOT = FND-RULE
                    GO TO SCH-FND-50
           END-IF.
           IF       FNTEXT  OF PCHKFND-L     = FND-TEXT
            AND     FNSTAT  OF PCHKFND-L NOT = "F"
                    MOVE 1 TO FND-DA
                    GO TO SCH-FND-50
           END-IF.
           GO TO    SCH-FND-20.

       SCH-FND-50.
           IF       FND-DA NOT = ZEROES
                    GO TO SCH-FND-90
           END-IF.

           INITIALIZE PCHKFNDF OF PCHKFND-P.
           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PCHKFND" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.
           MOVE     LFDN-WRK            TO FNLFDN  OF PCHKFND-P.
           MOVE     CHK-MBR             TO FNMBR   OF PCHKFND-P.
           MOVE     FND-ZEILE           TO FNZEILE OF PCHKFND-P.
           MOVE     FND-RULE            TO FNRULE  OF PCHKFND-P.
           MOVE     FND-TEXT            TO FNTEXT  OF PCHKFND-P.
           MOVE     "W"                 TO FNSEV   OF PCHKFND-P.
           MOVE     "O"                 TO FNSTAT  OF PCHKFND-P.
           MOVE     SPACES              TO FNUSER  OF PCHKFND-P.
           MOVE     DATE-8              TO FNADTA  OF PCHKFND-P.
           MOVE     TIME-6              TO FNATIA  OF PCHKFND-P.
           WRITE    PCHKFND-P.

           ADD      1 TO ANZ-FUNDE.

       SCH-FND-90.
           EXIT.
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
