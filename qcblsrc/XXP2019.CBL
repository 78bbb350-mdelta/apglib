      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    IN ABGERECHNETEN MONATEN (PCONFIG E110/      *
      *                  ABRECH/JJJJMM, XXP0255) WIRD NICHT MEHR      *
      *                  STORNIERT, NUR NOCH GEZAEHLT.                *
      *                                                               *
      *****************************************************************
      *
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * PCONFIG: CFID, CFKEY (E110 = KANTINENEINSTELLUNGEN)
      *-------------------------------------------------------------
           SELECT PCONFIG-DP
                  ASSIGN       TO  DATABASE-PCONFIG
                  ORGANIZATION IS  INDEXED
                  RECORD KEY   IS  EXTERNALLY-DESCRIBED-KEY
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      * TEMPORAERE DATEI FUER DEN CSV-EXPORT
      *-------------------------------------------------------------
       01  PFOODVOR-P.
           COPY DDS-ALL-FORMATS OF PFOODVOR.
      /
      *--- PCONFIG: CFID, CFKEY
       FD  PCONFIG-DP
           LABEL RECORDS ARE STANDARD.
       01  PCONFIG-P.
           COPY DDS-ALL-FORMATS OF PCONFIG.
      /
      *--- TEMPORAERE CSV-DATEI
       FD  PTMPKAN-DP
           LABEL RECORDS ARE STANDARD.
         10 ZL-ANZ                       PIC 9(5).
       01  ZAEHL-IX                      PIC 9(3).

      * MONAT DES TAGES SCHON ABGERECHNET (KEIN STORNO MEHR)?
       01  SPERR-PERIODE                 PIC 9(6).
       01  ABR-DA                        PIC 9(1).

      * AUFBEREITETE ZAHL FUER DIE CSV-ZEILE
       01  ANZ-EDIT                      PIC Z(4)9.
      /
                    MOVE DATE-8 TO X-DATUM
           END-IF.

      * IST DER MONAT SCHON UEBER DEN LOHN ABGERECHNET?
           MOVE     ZEROES TO ABR-DA.
           MOVE     X-DATUM(1:6) TO SPERR-PERIODE.
           OPEN     INPUT PCONFIG-DP.
           INITIALIZE PCONFIGF OF PCONFIG-P.
           MOVE     "E110"        TO CFID   OF PCONFIG-P.
           MOVE     "ABRECH"      TO CFKEY  OF PCONFIG-P.
           MOVE     SPERR-PERIODE TO CFKEY2 OF PCONFIG-P.
           MOVE     SPACES        TO CFKEY3 OF PCONFIG-P.
           MOVE     SPACES        TO CFKEY4 OF PCONFIG-P.
           READ     PCONFIG-DP WITH NO LOCK.
           IF       FILE-STATUS = ZEROES
                    MOVE 1 TO ABR-DA
           END-IF.
           CLOSE    PCONFIG-DP.

           OPEN     I-O   PFOODVOR-DP.

      * ABWESENDE STORNIEREN UND BESTELLUNGEN ZAEHLEN
                    GO TO BER-ZAE-20
           END-IF.

      * IM ABGERECHNETEN MONAT NUR NOCH ZAEHLEN
           IF       ABR-DA = 1
                    PERFORM ZAEHLE-GERICHT
                    GO TO BER-ZAE-20
           END-IF.

      * ABWESENDE AUTOMATISCH STORNIEREN
           INITIALIZE PRS-STATUS, PRS-ZUSATZ, PRS-KUECHE.
           CALL     "XXP0079" USING FVUSER OF PFOODVOR-P
