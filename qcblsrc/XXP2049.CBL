       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP2049.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * ANZEIGE DER AENDERUNGSHISTORIE EINES STAMMSATZES              *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  NACH EINGABE VON DATEI UND SCHLUESSEL (FMT01,*
      *                  DER SCHLUESSEL DARF AUCH NUR DER ANFANG SEIN,*
      *                  SPACES = ALLE SAETZE DER DATEI) WERDEN DIE   *
      *                  AENDERUNGEN AUS PAENDHS (GESCHRIEBEN VOM     *
      *                  TRIGGER CFP9019) IN ZEITLICHER FOLGE FELD    *
      *                  FUER FELD GEZEIGT: JE GEAENDERTEM FELD EINE  *
      *                  ZEILE MIT FELDNAME, FELDTEXT AUS PCFGFFD,    *
      *                  ALTEM UND NEUEM WERT (AUFBEREITET UEBER      *
      *                  CFP9020). BEI NEUANLAGE ("A") STEHEN ALLE    *
      *                  BELEGTEN FELDER MIT IHREM NEUEN, BEIM        *
      *                  LOESCHEN ("D") MIT IHREM ALTEN WERT DA.      *
      *                  DATUM, ZEIT, BENUTZER UND PROGRAMM STEHEN    *
      *                  IN DER ERSTEN ZEILE JEDER AENDERUNG.         *
      *                  F12 FUEHRT ZURUECK ZUR AUSWAHL, F5 LIEST     *
      *                  NEU. DER ZUGRIFF WIRD UEBER CFP8012 IN       *
      *                  PREADLOG PROTOKOLLIERT.                      *
      *                  WERDEN DATEI UND SCHLUESSEL ALS PARAMETER    *
      *                  UEBERGEBEN (Z.B. AUS XXP2063), ENTFAELLT DIE *
      *                  AUSWAHL UND F12 KEHRT ZUM AUFRUFER ZURUECK.  *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    DATEI UND SCHLUESSEL OPTIONAL ALS PARAMETER  *
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
                  ASSIGN       TO  WORKSTATION-XXD2049DE
                  ORGANIZATION IS  TRANSACTION
                  CONTROL-AREA IS  WS-CONTROL
                  ACCESS       IS  DYNAMIC
                  RELATIVE KEY IS  SUBFILE-RECORD-NUMBER
                  FILE STATUS  IS  BS-STAT.

      *-------------------------------------------------------------
      * PAENDHSL1: AHFILE, AHKEY, AHLFDN (HISTORIE JE SATZ)
      *-------------------------------------------------------------
           SELECT PAENDHS-DL
                  ASSIGN       TO  DATABASE-PAENDHSL1
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCFGFFDL1: WHLIB, WHFILE, WHNAME, WHFLDE (FELDER JE DATEI)
      *-------------------------------------------------------------
           SELECT PCFGFFD-DL
                  ASSIGN       TO  DATABASE-PCFGFFDL1
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                                   WITH DUPLICATES
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *----DISPLAY
       FD  WS-DISPLAY
           LABEL RECORDS ARE OMITTED.
       01  WS-REC.
           COPY DDS-ALL-FORMATS OF XXD2049DE.
      /
      *--- PAENDHSL1: AHFILE, AHKEY, AHLFDN
       FD  PAENDHS-DL
           LABEL RECORDS ARE STANDARD.
       01  PAENDHS-L.
           COPY DDS-ALL-FORMATS OF PAENDHSL1.
      /
      *--- PCFGFFDL1: WHLIB, WHFILE, WHNAME, WHFLDE
       FD  PCFGFFD-DL
           LABEL RECORDS ARE STANDARD.
       01  PCFGFFD-L.
           COPY DDS-ALL-FORMATS OF PCFGFFDL1.
      /
       WORKING-STORAGE SECTION.

       01  INXX.
        05 IN91                          PIC 1.
        05 IN95                          PIC 1.
        05 IN96                          PIC 1.
        05 IN99                          PIC 1.

       01  FORMAT1X.
           COPY  DDS-FMT01-O OF  XXD2049DE
           REPLACING FMT01-O BY FORMAT1
                     FMT01-O-INDIC BY FORMAT1-O-INDIC.

       01  FORMAT1Y.
           COPY  DDS-FMT01-I OF  XXD2049DE
           REPLACING FMT01-I BY FORMAT1-I
                     FMT01-I-INDIC BY FORMAT1-I-INDIC.

       01  FORMAT2X.
           COPY  DDS-FMT02-O OF  XXD2049DE
           REPLACING FMT02-O BY FORMAT2
                     FMT02-O-INDIC BY FORMAT2-O-INDIC.

       01  FORMAT2Y.
           COPY  DDS-FMT02-I OF  XXD2049DE
           REPLACING FMT02-I BY FORMAT2-I
                     FMT02-I-INDIC BY FORMAT2-I-INDIC.

       01  FORMAT3X.
           COPY  DDS-FMT03-O OF  XXD2049DE
           REPLACING FMT03-O BY FORMAT3
                     FMT03-O-INDIC BY FORMAT3-O-INDIC.

       01  FORMAT3Y.
           COPY  DDS-FMT03-I OF  XXD2049DE
           REPLACING FMT03-I BY FORMAT3-I
                     FMT03-I-INDIC BY FORMAT3-I-INDIC.

       01  FORMAT4X.
           COPY  DDS-FMT04-O OF  XXD2049DE
           REPLACING FMT04-O BY FORMAT4
                     FMT04-O-INDIC BY FORMAT4-O-INDIC.

       01  FORMAT4Y.
           COPY  DDS-FMT04-I OF  XXD2049DE
           REPLACING FMT04-I BY FORMAT4-I
                     FMT04-I-INDIC BY FORMAT4-I-INDIC.

      * STANDARDFELDER
           COPY WRKSTD     OF APG-QCPYSRC.

      * STANDARDFELDER DISPLAYHANDLING
           COPY WRKDISPLAY OF APG-QCPYSRC.

      * STANDARDFELDER FUER PROGRAMMTEXTE
           COPY WRKTXT     OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP2049".
       01  PGM-TYP                       PIC X(8)  VALUE "FUN    ".

      * AUSWAHL AUS FMT01
       01  SEL-DATEI                     PIC X(10).
       01  SEL-KEY                       PIC X(60).
       01  SEL-LEN                       PIC 9(2).

      * AUSWAHL ALS PARAMETER UEBERGEBEN (1 = FMT01 UEBERGEHEN)
       01  PARM-AUSWAHL                  PIC 9(1).

      * FELDBESCHREIBUNG DER ZULETZT GELADENEN DATEI
       01  TAB-LIB                       PIC X(10).
       01  TAB-DATEI                     PIC X(10).
       01  ANZ-FELDER                    PIC 9(4).
       01  FELD-TAB.
        05 FELD-EINTRAG                  OCCURS 999 TIMES.
         10 FT-NAME                      PIC X(10).
         10 FT-TEXT                      PIC X(50).
         10 FT-POS                       PIC 9(5).
         10 FT-LEN                       PIC 9(5).
         10 FT-TYP                       PIC X(1).
         10 FT-STELLEN                   PIC 9(2).
         10 FT-DEZ                       PIC 9(2).
       01  FELD-IX                       PIC 9(4).

      * VERGLEICH DER ABBILDER
       01  VGL-LEN                       PIC 9(5).
       01  ALT-ROH                       PIC X(256).
       01  NEU-ROH                       PIC X(256).
       01  ALT-TEXT                      PIC X(60).
       01  NEU-TEXT                      PIC X(60).
       01  ERSTE-ZEILE                   PIC X(1).

      * AUFBEREITUNG DER FELDWERTE (CFP9020)
       01  FELDWRT-REC                   TYPE FELDWRT-TYPE.

      * PROTOKOLL DES LESEZUGRIFFS (CFP8012)
       01  VIEWED-WRK                    PIC X(10) VALUE "*ALL".
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * OPTIONAL: DATEI UND SCHLUESSEL(ANFANG) DER HISTORIE
       01  X-DATEI                       PIC X(10).
       01  X-KEY                         PIC X(60).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING        X-DATEI
                                        X-KEY.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

      * FUELLEN PGM-WRK UND AUSFUEHREN STANDARDROUTINEN
           MOVE     "XXP2049" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

      * DISPLAY OEFFNEN
           MOVE     "XXD2049DE" TO DISPLAY-WRK.
           PERFORM  COPY-DISPLAY-OPEN.

      * ALLE DATEIEN OEFFNEN
           OPEN     INPUT PAENDHS-DL
                          PCFGFFD-DL.

           MOVE     AUS TO INXX.
           INITIALIZE F3, F12.
           INITIALIZE FORMAT1.
           MOVE     SPACES TO TAB-LIB, TAB-DATEI.

      * MIT PARAMETERN GERUFEN: AUSWAHL VORBELEGEN UND UEBERGEHEN
           INITIALIZE PARM-AUSWAHL.
           IF       ADDRESS OF X-DATEI NOT = NULL
            AND     ADDRESS OF X-KEY   NOT = NULL
                    MOVE 1       TO PARM-AUSWAHL
                    MOVE X-DATEI TO AHFILE OF FORMAT1
                    MOVE X-KEY   TO AHKEY  OF FORMAT1
           END-IF.

      * DARF DIESES PROGRAMM BENUTZT WERDEN?
           PERFORM  COPY-PERMISSION.
           IF       RET-CODE NOT = SPACES
                    GO TO ENDE
           END-IF.

       ANF010.
      * DATEI UND SCHLUESSEL AUSWAEHLEN
           IF       PARM-AUSWAHL = 1
                    PERFORM UEBERNEHMEN-AUSWAHL
           ELSE
                    PERFORM AUSWAHL-SATZ
           END-IF.
           IF       F3 = "1"
            OR      F12 = "1"
                    GO TO ENDE
           END-IF.

      * LESEZUGRIFF AUF DIE HISTORIE PROTOKOLLIEREN
           CALL     "CFP8012" USING VIEWED-WRK
                                    PGM-WRK
           END-CALL.

       ANF020.
      * LESE-DATEN: LESEN DER AENDERUNGEN
           PERFORM  LESE-DATEN.

      * ANZEIGEN SUBFILE
           PERFORM  ANZEIGE-SUBFILE.
           IF       F3 = "1"
                    GO TO ENDE
           END-IF.
           IF       F12 = "1"
                    IF   PARM-AUSWAHL = 1
                         GO TO ENDE
                    END-IF
                    INITIALIZE F12
                    GO TO ANF010
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

           CLOSE                 PAENDHS-DL
                                 PCFGFFD-DL.

           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * AUSWAHL VON DATEI UND SCHLUESSEL (FMT01)
      *--------------------------------------------------------------
       AUSWAHL-SATZ SECTION.
       AUS-STZ-00.

           MOVE     AUS TO INXX.

       AUS-STZ-10.
           MOVE     CORR INXX       TO  FORMAT1-O-INDIC.
           MOVE     "FMT01"         TO  FMT-WRK.
           MOVE     FORMAT1         TO  WSREC-WRK.
           PERFORM  COPY-DISPLAY-WRITE.
           PERFORM  COPY-DISPLAY-READ.
           MOVE     WSREC-WRK TO FORMAT1-I.
           MOVE     CORR FORMAT1-I TO FORMAT1.
           MOVE     AUS  TO INXX.

           IF       IN03 OF FORMAT1-I-INDIC = AN
                    MOVE "1" TO F3
                    GO TO AUS-STZ-90
           END-IF.
           IF       IN12 OF FORMAT1-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO AUS-STZ-90
           END-IF.

      * DIE DATEI IST PFLICHT
           IF       AHFILE OF FORMAT1 = SPACES
                    MOVE AN TO IN99 OF INXX
                    GO TO AUS-STZ-10
           END-IF.

           PERFORM  UEBERNEHMEN-AUSWAHL.

       AUS-STZ-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DATEI UND SCHLUESSEL AUS FMT01 UEBERNEHMEN
      *--------------------------------------------------------------
       UEBERNEHMEN-AUSWAHL SECTION.
       UEB-AUS-00.

           MOVE     AHFILE OF FORMAT1 TO SEL-DATEI.
           MOVE     AHKEY  OF FORMAT1 TO SEL-KEY.

      * LAENGE DES EINGEGEBENEN SCHLUESSELANFANGS
           MOVE     60 TO SEL-LEN.

       UEB-AUS-20.
           IF       SEL-LEN = ZEROES
                    GO TO UEB-AUS-90
           END-IF.
           IF       SEL-KEY(SEL-LEN:1) NOT = SPACE
                    GO TO UEB-AUS-90
           END-IF.
           SUBTRACT 1 FROM SEL-LEN.
           GO TO    UEB-AUS-20.

       UEB-AUS-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * LESEN DER AENDERUNGEN ZU DATEI UND SCHLUESSEL
      *--------------------------------------------------------------
       LESE-DATEN SECTION.
       LES-DAT-00.

           INITIALIZE DATEN, ANZREC-WRK.

           INITIALIZE PAENDHSF OF PAENDHS-L.
           MOVE     SEL-DATEI TO AHFILE OF PAENDHS-L.
           MOVE     SEL-KEY   TO AHKEY  OF PAENDHS-L.
           MOVE     ZEROES    TO AHLFDN OF PAENDHS-L.
           START    PAENDHS-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
                    GO TO LES-DAT-90
           END-IF.

       LES-DAT-20.
           READ     PAENDHS-DL NEXT RECORD WITH NO LOCK.
           IF       FILE-STATUS NOT = ZEROES
            OR      AHFILE OF PAENDHS-L NOT = SEL-DATEI
                    GO TO LES-DAT-80
           END-IF.

      * NUR SAETZE MIT DEM EINGEGEBENEN SCHLUESSELANFANG
           IF       SEL-LEN > ZEROES
                    IF   AHKEY OF PAENDHS-L(1:SEL-LEN) NOT =
                         SEL-KEY(1:SEL-LEN)
                         GO TO LES-DAT-80
                    END-IF
           END-IF.

      * FELDBESCHREIBUNG DER DATEI BEI BEDARF LADEN
           IF       AHLIB  OF PAENDHS-L NOT = TAB-LIB
            OR      AHFILE OF PAENDHS-L NOT = TAB-DATEI
                    PERFORM LADE-FELDER
           END-IF.

           PERFORM  VERGLEICHE-ABBILDER.
           IF       SUBFILE-RECORD-NUMBER < 9999
                    GO TO LES-DAT-20
           END-IF.

       LES-DAT-80.
           IF       DATEN = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
           END-IF.

       LES-DAT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FELDER DER DATEI MIT POSITION, TYP UND TEXT AUS PCFGFFD
      *--------------------------------------------------------------
       LADE-FELDER SECTION.
       LAD-FEL-00.

           MOVE     AHLIB  OF PAENDHS-L TO TAB-LIB.
           MOVE     AHFILE OF PAENDHS-L TO TAB-DATEI.
           INITIALIZE ANZ-FELDER.

           INITIALIZE PCFGFFDF OF PCFGFFD-L.
           MOVE     TAB-LIB   TO WHLIB  OF PCFGFFD-L.
           MOVE     TAB-DATEI TO WHFILE OF PCFGFFD-L.
           MOVE     SPACES    TO WHNAME OF PCFGFFD-L.
           MOVE     SPACES    TO WHFLDE OF PCFGFFD-L.
           START    PCFGFFD-DL KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO LAD-FEL-90
           END-IF.

       LAD-FEL-20.
           READ     PCFGFFD-DL NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      WHLIB  OF PCFGFFD-L NOT = TAB-LIB
            OR      WHFILE OF PCFGFFD-L NOT = TAB-DATEI
                    GO TO LAD-FEL-90
           END-IF.
           IF       ANZ-FELDER NOT < 999
                    GO TO LAD-FEL-90
           END-IF.

           ADD      1 TO ANZ-FELDER.
           MOVE     WHFLDE OF PCFGFFD-L TO FT-NAME    (ANZ-FELDER).
           MOVE     WHFTXT OF PCFGFFD-L TO FT-TEXT    (ANZ-FELDER).
           MOVE     WHFOBO OF PCFGFFD-L TO FT-POS     (ANZ-FELDER).
           MOVE     WHFLDB OF PCFGFFD-L TO FT-LEN     (ANZ-FELDER).
           MOVE     WHFLDT OF PCFGFFD-L TO FT-TYP     (ANZ-FELDER).
           MOVE     WHFLDD OF PCFGFFD-L TO FT-STELLEN (ANZ-FELDER).
           MOVE     WHFLDP OF PCFGFFD-L TO FT-DEZ     (ANZ-FELDER).

           GO TO    LAD-FEL-20.

       LAD-FEL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * VORHER- UND NACHHER-ABBILD FELD FUER FELD VERGLEICHEN
      *--------------------------------------------------------------
       VERGLEICHE-ABBILDER SECTION.
       VER-ABB-00.

           MOVE     "1" TO ERSTE-ZEILE.
           MOVE     1   TO FELD-IX.

       VER-ABB-20.
           IF       FELD-IX > ANZ-FELDER
                    GO TO VER-ABB-90
           END-IF.

      * FELDER AUSSERHALB DES GESPEICHERTEN ABBILDS UEBERGEHEN
           IF       FT-POS (FELD-IX) = ZEROES
            OR      FT-POS (FELD-IX) + FT-LEN (FELD-IX) > 4001
                    GO TO VER-ABB-80
           END-IF.

           MOVE     FT-LEN (FELD-IX) TO VGL-LEN.
           IF       VGL-LEN > 256
                    MOVE 256 TO VGL-LEN
           END-IF.
           MOVE     SPACES TO ALT-ROH, NEU-ROH.
           MOVE     AHBEF OF PAENDHS-L(FT-POS (FELD-IX):VGL-LEN)
             TO     ALT-ROH.
           MOVE     AHAFT OF PAENDHS-L(FT-POS (FELD-IX):VGL-LEN)
             TO     NEU-ROH.

           EVALUATE AHAKT OF PAENDHS-L
      *             AENDERUNG: NUR FELDER MIT ANDEREM INHALT
                    WHEN "C"
                         IF   ALT-ROH(1:VGL-LEN) = NEU-ROH(1:VGL-LEN)
                              GO TO VER-ABB-80
                         END-IF
      *             NEUANLAGE: NUR BELEGTE FELDER
                    WHEN "A"
                         IF   NEU-ROH(1:VGL-LEN) = SPACES
                              GO TO VER-ABB-80
                         END-IF
      *             LOESCHUNG: NUR BELEGTE FELDER
                    WHEN "D"
                         IF   ALT-ROH(1:VGL-LEN) = SPACES
                              GO TO VER-ABB-80
                         END-IF
           END-EVALUATE.

           MOVE     SPACES TO ALT-TEXT, NEU-TEXT.
           IF       AHAKT OF PAENDHS-L NOT = "A"
                    MOVE ALT-ROH TO FWT-ROH OF FELDWRT-REC
                    PERFORM AUFBEREITEN-WERT
                    MOVE FWT-TEXT OF FELDWRT-REC TO ALT-TEXT
           END-IF.
           IF       AHAKT OF PAENDHS-L NOT = "D"
                    MOVE NEU-ROH TO FWT-ROH OF FELDWRT-REC
                    PERFORM AUFBEREITEN-WERT
                    MOVE FWT-TEXT OF FELDWRT-REC TO NEU-TEXT
           END-IF.

           PERFORM  AUSGABE-SFL.
           IF       SUBFILE-RECORD-NUMBER NOT < 9999
                    GO TO VER-ABB-90
           END-IF.

       VER-ABB-80.
           ADD      1 TO FELD-IX.
           GO TO    VER-ABB-20.

       VER-ABB-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * FELDWERT NACH DATENTYP AUFBEREITEN (CFP9020)
      *--------------------------------------------------------------
       AUFBEREITEN-WERT SECTION.
       AUF-WER-00.

           MOVE     FT-TYP     (FELD-IX) TO FWT-TYP     OF FELDWRT-REC.
           MOVE     VGL-LEN              TO FWT-LAENGE  OF FELDWRT-REC.
           MOVE     FT-STELLEN (FELD-IX) TO FWT-STELLEN OF FELDWRT-REC.
           MOVE     FT-DEZ     (FELD-IX) TO FWT-DEZ     OF FELDWRT-REC.
           CALL     "CFP9020" USING FELDWRT-REC
           END-CALL.

       AUF-WER-90.
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
      * AUSGABE DER SFL-ZEILE (EIN GEAENDERTES FELD)
      *--------------------------------------------------------------
       AUSGABE-SFL SECTION.
       AUS-SFL-00.

      * SUBFILE-CLEAR
           IF       DATEN = ZEROES
                    PERFORM AUSGABE-SFL-CLEAR
           END-IF.

      * SUBFILE-ZEILE FUELLEN UND SCHREIBEN; WER UND WANN NUR IN
      * DER ERSTEN ZEILE EINER AENDERUNG
           INITIALIZE FORMAT2.
           IF       ERSTE-ZEILE = "1"
                    MOVE AHDATE OF PAENDHS-L TO AHDATE OF FORMAT2
                    MOVE AHTIME OF PAENDHS-L TO AHTIME OF FORMAT2
                    MOVE AHUSER OF PAENDHS-L TO AHUSER OF FORMAT2
                    MOVE AHPGM  OF PAENDHS-L TO AHPGM  OF FORMAT2
                    MOVE AHAKT  OF PAENDHS-L TO AHAKT  OF FORMAT2
                    MOVE AHKEY  OF PAENDHS-L TO AHKEY  OF FORMAT2
                    MOVE SPACES              TO ERSTE-ZEILE
           END-IF.
           MOVE     FT-NAME (FELD-IX)    TO WHFLDE OF FORMAT2.
           MOVE     FT-TEXT (FELD-IX)    TO WHFTXT OF FORMAT2.
           MOVE     ALT-TEXT             TO WERTALT OF FORMAT2.
           MOVE     NEU-TEXT             TO WERTNEU OF FORMAT2.

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
      * ANZEIGEN DES SUBFILES
      *--------------------------------------------------------------
       ANZEIGE-SUBFILE SECTION.
       ANZ-SFL-00.

           INITIALIZE FORMAT3.
           MOVE     AUS    TO INXX.

       ANZ-SFL-20.
      * AUSGABE FUSSZEILE
           MOVE     SPACES  TO WSREC-WRK.
           MOVE     "FMT04" TO FMT-WRK.
           PERFORM  COPY-DISPLAY-WRITE.

      * SFL-UEBERSCHRIFTEN FUELLEN
           PERFORM  SFL-HEADER.

      * ANZEIGE SUBFILE AB DER ERSTEN ZEILE
           IF       ANZREC-WRK = ZEROES
                    MOVE ZEROES TO SUBFILE-RECORD-NUMBER
           ELSE
                    MOVE 1      TO SUBFILE-RECORD-NUMBER
           END-IF.

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

      * F12 ZURUECK ZUR AUSWAHL
           IF       IN12 IN FORMAT3-I-INDIC = AN
                    MOVE "1" TO F12
                    GO TO ANZ-SFL-90
           END-IF.

      * F5 UND ENTER: NEU LESEN
           MOVE     "1" TO F5.

       ANZ-SFL-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * SUBFILEUEBERSCHRIFTEN FUELLEN
      *--------------------------------------------------------------
       SFL-HEADER SECTION.
       SFL-HEA-00.

      * UEBERSCHRIFT
           MOVE     "XXP2049"         TO MAINUEB OF FORMAT3.
           MOVE     "XXP2049*3"       TO SUBUEB  OF FORMAT3.

      * AUSGEWAEHLTE DATEI UND SCHLUESSEL
           MOVE     SEL-DATEI         TO AHFILE  OF FORMAT3.
           MOVE     SEL-KEY           TO AHKEY   OF FORMAT3.

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
