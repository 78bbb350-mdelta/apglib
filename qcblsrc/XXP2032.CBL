       IDENTIFICATION DIVISION.
      *
         PROGRAM-ID.              XXP2032.
           COPY COPYRIGHT  OF APG-QCPYSRC.
      *
      *---------------------------------------------------------------*
      * AUSDRUCK ALS DOKUMENT IN DER DIGITALEN PERSONALAKTE ABLEGEN   *
      *---------------------------------------------------------------*
      *                                                               *
      * AUTOR         :  M. DELTA                                     *
      *                                                               *
      * ERSTELLT AM   :  15.10.2026                                   *
      *                                                               *
      * FUNKTION      :  DRUCKPROGRAMME FUER PERSONENBEZOGENE         *
      *                  UNTERLAGEN (ZEUGNIS AZP0316, BERICHTSHEFT    *
      *                  AZP0309, ANWESENHEIT AZP0313, GLEITZEIT      *
      *                  XXP0067, BEURTEILUNG AZP0333/AZP0334) RUFEN  *
      *                  DIESES PROGRAMM NACH DEM SCHLIESSEN DER      *
      *                  DRUCKDATEI. DER LETZTE SPOOL X-PRTF DES      *
      *                  JOBS WIRD PER CPYSPLF/CPYTOSTMF (WIE         *
      *                  XXP2030) IN DEN ORDNER DER PERSON            *
      *                  /EUPPROV2/PROTMPV2/PERSAKTE/<USER>/ GE-      *
      *                  STELLT UND IM INDEX PDOKAKT EINGETRAGEN:     *
      *                  PERSON, DOKUMENTART, ZEITRAUM, ERSTELLT AM   *
      *                  UND AUFBEWAHRUNGSENDE. DIE AUFBEWAHRUNG IN   *
      *                  JAHREN STEHT JE DOKUMENTART IN PCONFIG       *
      *                  DOKAKTE/<DOKUMENTART> CFIN01 (OHNE EINTRAG   *
      *                  10 JAHRE). ANZEIGE XXP0242, BEREINIGUNG      *
      *                  NACH ABLAUF XXP0243.                         *
      *                  RUECKGABE X-RETCODE: SPACES = ABGELEGT,      *
      *                  "1" = SPOOL NICHT KOPIERBAR.                 *
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
      * PDOKAKT: DAUSER, DALFDN (INDEX DER PERSONALAKTE)
      *-------------------------------------------------------------
           SELECT PDOKAKT-DP
                  ASSIGN       TO  DATABASE-PDOKAKT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *--- PDOKAKT: DAUSER, DALFDN
       FD  PDOKAKT-DP
           LABEL RECORDS ARE STANDARD.
       01  PDOKAKT-P.
           COPY DDS-ALL-FORMATS OF PDOKAKT.
      /
       WORKING-STORAGE SECTION.

      * STANDARDFELDER
           COPY WRKSTD      OF APG-QCPYSRC.

      * STANDARDFELDER CL-PROGRAMME
           COPY WRKPGMPARM  OF APG-QCPYSRC.

      * WORKBEREICH CFG-CPY
           COPY WRKCFGCPY   OF APG-QCPYSRC.

       01  PGM-WRK                       PIC X(10) VALUE "XXP2032".
       01  PGM-TYP                       PIC X(8)  VALUE "FUN    ".

      * PARAMETER FUER CL-PROGRAMME
       01  CMDEXC-REC                    TYPE CMDEXC-TYPE.
       01  CPYSPLF-REC                   TYPE CPYSPLF-TYPE.
       01  CRTPF-REC                     TYPE CRTPF-TYPE.
       01  CPYTOSTMF-REC                 TYPE CPYTOSTMF-TYPE.
       01  DLTF-REC                      TYPE DLTF-TYPE.

      * ORDNER DER PERSON UND ZIELDATEI
       01  AKTE-BASIS                    PIC X(30)
                                  VALUE "/EUPPROV2/PROTMPV2/PERSAKTE/".
       01  AKTE-ORDNER                   PIC X(128).
       01  ZIEL-PFAD                     PIC X(128).

      * AUFBEWAHRUNG IN JAHREN
       01  AUFB-JAHRE                    PIC 9(3).
      /
      *-------------------------------------------------------------
       LINKAGE SECTION.
      * NAME DER DRUCKDATEI (Z.B. AZF0316)
       01  X-PRTF                        PIC X(10).
      * PERSON, ZU DER DAS DOKUMENT GEHOERT
       01  X-USER                        PIC X(10).
      * DOKUMENTART (Z.B. ZEUGNIS)
       01  X-DOKTYP                      PIC X(10).
      * ZEITRAUM DES DOKUMENTS
       01  X-VONDAT                      PIC 9(8).
       01  X-BISDAT                      PIC 9(8).
       01  X-RETCODE                     PIC X(1).
      *-------------------------------------------------------------
       PROCEDURE DIVISION USING X-PRTF
                                X-USER
                                X-DOKTYP
                                X-VONDAT
                                X-BISDAT
                                X-RETCODE.
      *-------------------------------------------------------------
       STEUER SECTION.
       ANFANG.

           MOVE     "XXP2032" TO PGM-WRK.
           PERFORM  COPY-PGM-INIT.

           MOVE     SPACES TO X-RETCODE.

           IF       X-PRTF   = SPACES
            OR      X-USER   = SPACES
            OR      X-DOKTYP = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO ENDE
           END-IF.

           PERFORM  COPY-GET-TIME.

      * SPOOL IN DEN ORDNER DER PERSON STELLEN
           PERFORM  SPOOL-NACH-AKTE.
           IF       X-RETCODE NOT = SPACES
                    GO TO ENDE
           END-IF.

      * UND IM INDEX EINTRAGEN
           PERFORM  LESEN-AUFBEWAHRUNG.
           PERFORM  SCHREIBE-INDEX.

       ENDE.
           PERFORM  COPY-PGM-EXIT.

           GOBACK.
      /
      *--------------------------------------------------------------
      * SPOOL PER CPYSPLF UND CPYTOSTMF IN DIE PERSONALAKTE
      *--------------------------------------------------------------
       SPOOL-NACH-AKTE SECTION.
       SPL-AKT-00.

      * ARBEITSDATEI FUER DEN SPOOLINHALT
           INITIALIZE RET-CODE.
           INITIALIZE DLTF-REC.
           MOVE     "PTMPAKT"  TO FILENAME OF DLTF-REC.
           MOVE     "QTEMP"    TO LIBNAME  OF DLTF-REC.
           CALL     "CLP0044" USING DLTF-REC
                                    RET-CODE
           END-CALL.

           INITIALIZE RET-CODE.
           INITIALIZE CRTPF-REC.
           MOVE     "QTEMP"    TO TOLIB   OF CRTPF-REC.
           MOVE     "PTMPAKT"  TO TOPGM   OF CRTPF-REC.
           MOVE     132        TO RECSIZE OF CRTPF-REC.
           CALL     "CLP0031" USING CRTPF-REC
                                    RET-CODE
           END-CALL.

      * LETZTER SPOOL DER DRUCKDATEI IM JOB
           INITIALIZE RET-CODE.
           INITIALIZE CPYSPLF-REC.
           MOVE     X-PRTF     TO SPOOLNAME OF CPYSPLF-REC.
           MOVE     "QTEMP"    TO TOLIB     OF CPYSPLF-REC.
           MOVE     "PTMPAKT"  TO TOFILE    OF CPYSPLF-REC.
           MOVE     "*REPLACE" TO MBROPT    OF CPYSPLF-REC.
           CALL     "CLP0046" USING CPYSPLF-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
                    GO TO SPL-AKT-90
           END-IF.

      * ORDNER DER PERSON ANLEGEN (EXISTIERT ER SCHON, SCHLAEGT
      * DAS MKDIR FEHL - DAS IST GEWOLLT UND WIRD IGNORIERT)
           INITIALIZE AKTE-ORDNER.
           STRING   FUNCTION TRIM(AKTE-BASIS)   DELIMITED BY SIZE
                    FUNCTION TRIM(X-USER)       DELIMITED BY SIZE
                    "/"                         DELIMITED BY SIZE
             INTO   AKTE-ORDNER
           END-STRING.

           INITIALIZE RET-CODE.
           INITIALIZE CMDEXC-REC.
           STRING   "MKDIR DIR('"               DELIMITED BY SIZE
                    FUNCTION TRIM(AKTE-ORDNER)  DELIMITED BY SIZE
                    "')"                        DELIMITED BY SIZE
             INTO   COMMAND OF CMDEXC-REC
           END-STRING.
           CALL     "CLP0057" USING CMDEXC-REC
                                    RET-CODE
           END-CALL.

      * ZIELDATEI: <DOKUMENTART>_<DATUM>_<ZEIT>.TXT
           INITIALIZE ZIEL-PFAD.
           STRING   FUNCTION TRIM(AKTE-ORDNER)  DELIMITED BY SIZE
                    FUNCTION TRIM(X-DOKTYP)     DELIMITED BY SIZE
                    "_"                         DELIMITED BY SIZE
                    DATE-8                      DELIMITED BY SIZE
                    "_"                         DELIMITED BY SIZE
                    TIME-6                      DELIMITED BY SIZE
                    ".TXT"                      DELIMITED BY SIZE
             INTO   ZIEL-PFAD
           END-STRING.

           INITIALIZE RET-CODE.
           INITIALIZE CPYTOSTMF-REC.
           MOVE     "/QSYS.LIB/QTEMP.LIB/PTMPAKT.FILE/PTMPAKT.MBR" TO
                    FROMMBR  OF CPYTOSTMF-REC.
           MOVE     ZIEL-PFAD  TO TOFILE  OF CPYTOSTMF-REC.
           MOVE     "1252"     TO CCSID   OF CPYTOSTMF-REC.
           MOVE     "*CRLF"    TO LINFMT  OF CPYTOSTMF-REC.
           MOVE     "*REPLACE" TO CPYMODE OF CPYTOSTMF-REC.
           CALL     "CLP0073" USING CPYTOSTMF-REC
                                    RET-CODE
           END-CALL.
           IF       RET-CODE NOT = SPACES
                    MOVE "1" TO X-RETCODE
           END-IF.

       SPL-AKT-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * AUFBEWAHRUNGSFRIST DER DOKUMENTART AUS PCONFIG DOKAKTE
      *--------------------------------------------------------------
       LESEN-AUFBEWAHRUNG SECTION.
       LES-AUF-00.

           MOVE     10 TO AUFB-JAHRE.

           INITIALIZE PCONFIGF OF CFG-CPY.
           MOVE     "DOKAKTE" TO CFID  OF CFG-CPY.
           MOVE     X-DOKTYP  TO CFKEY OF CFG-CPY.
           PERFORM  COPY-CFG-CPY.
           IF       CFG-DA OF CFG-CPY NOT = ZEROES
            AND     CFIN01 OF CFG-CPY > ZEROES
                    MOVE CFIN01 OF CFG-CPY TO AUFB-JAHRE
           END-IF.

       LES-AUF-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * INDEXSATZ DES DOKUMENTS SCHREIBEN
      *--------------------------------------------------------------
       SCHREIBE-INDEX SECTION.
       SCH-IDX-00.

           OPEN     I-O PDOKAKT-DP.

           INITIALIZE LFDN-ID, LFDN-WRK.
           MOVE     "PDOKAKT" TO LFDN-ID.
           CALL     "CFP0020" USING LFDN-ID
                                    LFDN-WRK
           END-CALL.

           INITIALIZE PDOKAKTF OF PDOKAKT-P.
           MOVE     X-USER    TO DAUSER OF PDOKAKT-P.
           MOVE     LFDN-WRK  TO DALFDN OF PDOKAKT-P.
           MOVE     X-DOKTYP  TO DATYP  OF PDOKAKT-P.
           MOVE     X-VONDAT  TO DAVON  OF PDOKAKT-P.
           MOVE     X-BISDAT  TO DABIS  OF PDOKAKT-P.
           MOVE     X-PRTF    TO DAPRTF OF PDOKAKT-P.
           MOVE     ZIEL-PFAD TO DAPFAD OF PDOKAKT-P.
      * AUFBEWAHRUNGSENDE = ERSTELLDATUM PLUS FRIST IN JAHREN
           COMPUTE  DARDTA OF PDOKAKT-P = DATE-8
                                        + AUFB-JAHRE * 10000.
           MOVE     T-USER    TO DAAUSR OF PDOKAKT-P.
           MOVE     PGM-WRK   TO DAAPGM OF PDOKAKT-P.
           MOVE     DATE-8    TO DAADTA OF PDOKAKT-P.
           MOVE     TIME-6    TO DAATIA OF PDOKAKT-P.
           WRITE    PDOKAKT-P.

           CLOSE    PDOKAKT-DP.

       SCH-IDX-90.
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
      * COPY-PGM-INIT/COPY-PGM-EXIT: STANDARDROUTINEN START UND ENDE
      *---------------------------------------------------------------

           COPY     PGMWRK     OF APG-QCPYSRC.
      /
