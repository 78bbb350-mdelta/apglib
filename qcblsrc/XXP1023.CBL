      * 02.09.2026 MD    OFFBOARDING WIRD GEBLOCKT, SOLANGE DER       *
      *                  USER NOCH OFFENE AUSLEIHEN HAT               *
      *                  (PLEIHBEW, SIEHE XXP0087).                   *
      * 15.10.2026 MD    DIE DOKUMENTE DER DIGITALEN PERSONALAKTE     *
      *                  (PDOKAKT, XXP2032) WERDEN JE DOKUMENT MIT    *
      *                  ART, ZEITRAUM, AUFBEWAHRUNG UND PFAD         *
      *                  GEDRUCKT. SIE BLEIBEN BIS ZUM ABLAUF DER     *
      *                  AUFBEWAHRUNG ERHALTEN (LOESCHUNG XXP0243).   *
      * 15.10.2026 MD    PROGRAMME UND TAGS, FUER DIE DER USER EIGNER *
      *                  ODER VERTRETER IST (PPGMOWN), WERDEN         *
      *                  GEZAEHLT. SIE BLEIBEN STEHEN UND MUESSEN     *
      *                  UEBER HMP0013 NEU VERGEBEN WERDEN (DER       *
      *                  VERWAISTEN-REPORT HMP0015 ZEIGT SIE AN).     *
      * 15.10.2026 MD    DIE HIER BEREINIGTEN DATEIEN STEHEN AUCH IN  *
      *                  DER TABELLE OFFB-WERTE VON XXP2047 (LOESCH-  *
      *                  REGEL IM VERARBEITUNGSVERZEICHNIS) - NEUE    *
      *                  SCHRITTE DORT NACHTRAGEN.                    *
      * 15.10.2026 MD    IM OFFBOARDING WERDEN DIE LIZENZPLAETZE DES  *
      *                  USERS (PLIZSEAT, XXP2060) FREIGEGEBEN.       *
      * 15.10.2026 MD    IM OFFBOARDING WIRD DIE PERSON IM PERSONEN-  *
      *                  STAMM PPERSON INAKTIV GESETZT (AKTION "I"),  *
      *                  DER SATZ BLEIBT FUER DIE HISTORIE ERHALTEN.  *
      *                                                               *
      *****************************************************************
      *
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

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
      * PDOKAKT: DAUSER, DALFDN (INDEX DER PERSONALAKTE)
      *-------------------------------------------------------------
           SELECT PDOKAKT-DP
                  ASSIGN       TO  DATABASE-PDOKAKT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PPGMOWN: OWTYP, OWLIB, OWFILE, OWTAG (VERANTWORTLICHE)
      *-------------------------------------------------------------
           SELECT PPGMOWN-DP
                  ASSIGN       TO  DATABASE-PPGMOWN
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PLIZSEAT: LSPROD, LSUSER (VERGEBENE LIZENZPLAETZE)
      *-------------------------------------------------------------
           SELECT PLIZSEAT-DP
                  ASSIGN       TO  DATABASE-PLIZSEAT
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *    PRINTERFILE FUER DAS PROTOKOLL
      *-------------------------------------------------------------
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
      *--- PPERSON: PEUSER
       FD  PPERSON-DP
           LABEL RECORDS ARE STANDARD.
       01  PPERSON-P.
           COPY DDS-ALL-FORMATS OF PPERSON.
      /
      *--- PDOKAKT: DAUSER, DALFDN
       FD  PDOKAKT-DP
           LABEL RECORDS ARE STANDARD.
       01  PDOKAKT-P.
           COPY DDS-ALL-FORMATS OF PDOKAKT.
      /
      *--- PPGMOWN: OWTYP, OWLIB, OWFILE, OWTAG
       FD  PPGMOWN-DP
           LABEL RECORDS ARE STANDARD.
       01  PPGMOWN-P.
           COPY DDS-ALL-FORMATS OF PPGMOWN.
      /
      *--- PLIZSEAT: LSPROD, LSUSER
       FD  PLIZSEAT-DP
           LABEL RECORDS ARE STANDARD.
       01  PLIZSEAT-P.
           COPY DDS-ALL-FORMATS OF PLIZSEAT.
      /
      *------DRUCKAUSGABE----
       FD  XXDRUCK-DAT
           LABEL RECORDS ARE OMITTED.
                                    RET-CODE
           END-CALL.

           OPEN     INPUT  PLEIHBEW-DL
                           PDOKAKT-DP
                           PPGMOWN-DP.
           OPEN     I-O    PCFGAUT-DP
                           PCFGRLM-DP
                           PKDPLAN-DP
                           PZEITTAG-DP
                           PCONFIG-DP
                           PPERSON-DP
                           PLIZSEAT-DP.
           OPEN     OUTPUT XXDRUCK-DAT.

           INITIALIZE ANZ-GESAMT.
                    END-IF
           END-IF.

      * NEUE SCHRITTE AUCH IN OFFB-WERTE VON XXP2047 EINTRAGEN
      * (LOESCHREGEL IM VERARBEITUNGSVERZEICHNIS)

      * RECHTE UND ROLLEN (IM OFFBOARDING IMMER ENTZIEHEN)
           PERFORM  SCHRITT-PCFGAUT.
           PERFORM  SCHRITT-PCFGRLM.
      * USERBEZOGENE PCONFIG-EINTRAEGE
           PERFORM  SCHRITT-PCONFIG.

      * PERSONENSTAMM (IM OFFBOARDING INAKTIV SETZEN)
           PERFORM  SCHRITT-PPERSON.

      * PERSONENDATEN NACH REGELWERK
           PERFORM  SCHRITT-PBIRTH.
           PERFORM  SCHRITT-PZEITTAG.

      * DOKUMENTE DER DIGITALEN PERSONALAKTE
           PERFORM  SCHRITT-PDOKAKT.

      * VERANTWORTUNG FUER PROGRAMME UND TAGS
           PERFORM  SCHRITT-PPGMOWN.

      * LIZENZPLAETZE (IM OFFBOARDING FREIGEBEN)
           PERFORM  SCHRITT-PLIZSEAT.

      * SUMME
           INITIALIZE XXDRUCK-REC.
           MOVE     "SUMME"    TO DRART OF XXDRUCK-REC.
                    PKDPLAN-DP
                    PZEITTAG-DP
                    PCONFIG-DP
                    PPERSON-DP
                    PLEIHBEW-DL
                    PDOKAKT-DP
                    PPGMOWN-DP
                    PLIZSEAT-DP
                    XXDRUCK-DAT.

      * DEN LAUF PROTOKOLLIEREN
           EXIT.
      /
      *--------------------------------------------------------------
      * PPERSON: DER PERSONENSTAMM BLEIBT FUER DIE HISTORIE
      * ERHALTEN, IM OFFBOARDING WIRD DIE PERSON INAKTIV GESETZT.
      * DA NICHTS GELOESCHT WIRD, STEHT DER SCHRITT NICHT IN
      * OFFB-WERTE VON XXP2047 (LOESCHFRIST UEBER PARCRET)
      *--------------------------------------------------------------
       SCHRITT-PPERSON SECTION.
       SCH-PER-00.

           INITIALIZE ANZ-WRK.
           INITIALIZE AKTION-TXT.
           MOVE     "PPERSON" TO AKTION-TXT(1:10).
           IF       X-MODUS = "O"
                    MOVE "I" TO AKTION-TXT(11:1)
           ELSE
                    MOVE "B" TO AKTION-TXT(11:1)
           END-IF.

           INITIALIZE PPERSONF OF PPERSON-P.
           MOVE     X-USER TO PEUSER OF PPERSON-P.
           READ     PPERSON-DP.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-PER-80
           END-IF.

           ADD      1 TO ANZ-WRK.
           IF       X-MODUS NOT = "O"
            OR      PEAKTV OF PPERSON-P = ZEROES
                    UNLOCK PPERSON-DP
                    GO TO SCH-PER-80
           END-IF.

           MOVE     ZEROES  TO PEAKTV OF PPERSON-P.
           MOVE     T-USER  TO PEMSER OF PPERSON-P.
           MOVE     T-TERM  TO PEMBS  OF PPERSON-P.
           MOVE     PGM-WRK TO PEMPGM OF PPERSON-P.
           MOVE     DATE-8  TO PEMDTA OF PPERSON-P.
           MOVE     TIME-6  TO PEMTIA OF PPERSON-P.
           REWRITE  PPERSON-P.

       SCH-PER-80.
           PERFORM  DRUCKE-SCHRITT.

       SCH-PER-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PBIRTH: NUR LESEND FUER DIE AUSKUNFT ZAEHLEN. DIE DATEI
      * GEHOERT DEM MAT-SYSTEM (ZUGRIFF WIE IM IMPORT HLP0015
      * UEBER DIE VORGESCHALTETE MAT-BIBLIOTHEK) UND WIRD VON
           EXIT.
      /
      *--------------------------------------------------------------
      * PDOKAKT: JE DOKUMENT DER PERSONALAKTE EINE ZEILE; DIE
      * DOKUMENTE BLEIBEN BIS ZUM AUFBEWAHRUNGSENDE ERHALTEN UND
      * WERDEN DANN VON XXP0243 GELOESCHT
      *--------------------------------------------------------------
       SCHRITT-PDOKAKT SECTION.
       SCH-DOK-00.

           INITIALIZE ANZ-WRK.
           INITIALIZE AKTION-TXT.
           MOVE     "PDOKAKT" TO AKTION-TXT(1:10).
           MOVE     "B"       TO AKTION-TXT(11:1).

           INITIALIZE PDOKAKTF OF PDOKAKT-P.
           MOVE     X-USER TO DAUSER OF PDOKAKT-P.
           MOVE     ZEROES TO DALFDN OF PDOKAKT-P.
           START    PDOKAKT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-DOK-80
           END-IF.

       SCH-DOK-20.
           READ     PDOKAKT-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
            OR      DAUSER OF PDOKAKT-P NOT = X-USER
                    GO TO SCH-DOK-80
           END-IF.

           ADD      1 TO ANZ-WRK.

           INITIALIZE XXDRUCK-REC.
           MOVE     "DOK"               TO DRART  OF XXDRUCK-REC.
           MOVE     DATYP  OF PDOKAKT-P TO DATYP  OF XXDRUCK-REC.
           MOVE     DAVON  OF PDOKAKT-P TO DAVON  OF XXDRUCK-REC.
           MOVE     DABIS  OF PDOKAKT-P TO DABIS  OF XXDRUCK-REC.
           MOVE     DAADTA OF PDOKAKT-P TO DAADTA OF XXDRUCK-REC.
           MOVE     DARDTA OF PDOKAKT-P TO DARDTA OF XXDRUCK-REC.
           MOVE     DAPFAD OF PDOKAKT-P TO DAPFAD OF XXDRUCK-REC.
           WRITE    XXDRUCK-REC.

           GO TO    SCH-DOK-20.

       SCH-DOK-80.
           PERFORM  DRUCKE-SCHRITT.

       SCH-DOK-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PPGMOWN: PROGRAMME UND TAGS MIT DEM USER ALS EIGNER ODER
      * VERTRETER. DIE EINTRAEGE BLEIBEN STEHEN UND WERDEN UEBER
      * HMP0013 NEU VERGEBEN
      *--------------------------------------------------------------
       SCHRITT-PPGMOWN SECTION.
       SCH-OWN-00.

           INITIALIZE ANZ-WRK.
           INITIALIZE AKTION-TXT.
           MOVE     "PPGMOWN" TO AKTION-TXT(1:10).
           MOVE     "B"       TO AKTION-TXT(11:1).

           INITIALIZE PPGMOWNF OF PPGMOWN-P.
           START    PPGMOWN-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-OWN-80
           END-IF.

       SCH-OWN-20.
           READ     PPGMOWN-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-OWN-80
           END-IF.

           IF       OWPRIM OF PPGMOWN-P = X-USER
            OR      OWVERT OF PPGMOWN-P = X-USER
                    ADD 1 TO ANZ-WRK
           END-IF.

           GO TO    SCH-OWN-20.

       SCH-OWN-80.
           PERFORM  DRUCKE-SCHRITT.

       SCH-OWN-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * PLIZSEAT: LIZENZPLAETZE DES USERS. DIE DATEI IST NACH
      * PRODUKT GESCHLUESSELT, DAHER WIRD SIE GANZ GELESEN; IM
      * OFFBOARDING WERDEN DIE PLAETZE FREIGEGEBEN
      *--------------------------------------------------------------
       SCHRITT-PLIZSEAT SECTION.
       SCH-LIZ-00.

           INITIALIZE ANZ-WRK.
           INITIALIZE AKTION-TXT.
           MOVE     "PLIZSEAT" TO AKTION-TXT(1:10).
           IF       X-MODUS = "O"
                    MOVE "L" TO AKTION-TXT(11:1)
           ELSE
                    MOVE "B" TO AKTION-TXT(11:1)
           END-IF.

           INITIALIZE PLIZSEATF OF PLIZSEAT-P.
           START    PLIZSEAT-DP KEY NOT < EXTERNALLY-DESCRIBED-KEY.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-LIZ-80
           END-IF.

       SCH-LIZ-20.
           READ     PLIZSEAT-DP NEXT RECORD.
           IF       FILE-STATUS NOT = ZEROES
                    GO TO SCH-LIZ-80
           END-IF.

           IF       LSUSER OF PLIZSEAT-P NOT = X-USER
                    GO TO SCH-LIZ-20
           END-IF.

           ADD      1 TO ANZ-WRK.
           IF       X-MODUS = "O"
                    DELETE PLIZSEAT-DP
           END-IF.

           GO TO    SCH-LIZ-20.

       SCH-LIZ-80.
           PERFORM  DRUCKE-SCHRITT.

       SCH-LIZ-90.
           EXIT.
      /
      *--------------------------------------------------------------
      * DEN LAUF UEBER CFP0019 PROTOKOLLIEREN
      *--------------------------------------------------------------
       LOGGE-LAUF SECTION.
