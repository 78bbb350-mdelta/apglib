      *                  KENNZEICHEN OFFEN/ABGEDECKT (SPOOL           *
      *                  AZF0319) SOWIE DIE RESTLAUFZEIT DER          *
      *                  AUSBILDUNG IN MONATEN (AUSBILDUNGSENDE       *
      *                  AUS DEM PERSONENSTAMM, CFP9022, JJJJMMTT)    *
      *                  - DAMIT LUECKEN NICHT ERST IM                *
      *                  LETZTEN JAHR AUFFALLEN.                      *
      *                                                               *
      * AENDERUNGEN:                                                  *
      * DATUM      VON   GRUND DER AENDERUNG                          *
      * 15.10.2026 MD    AUSBILDUNGSENDE UEBER PERSONENSTAMM          *
      *                  (CFP9022) STATT PCONFIG A121                 *
      *                                                               *
      *****************************************************************
      *
                  ACCESS       IS  DYNAMIC
                  FILE STATUS  IS  FILE-STATUS.

      *-------------------------------------------------------------
      *    PRINTERFILE FUER DEN ABDECKUNGSBERICHT
      *-------------------------------------------------------------
       01  PAZURES-P.
           COPY DDS-ALL-FORMATS OF PAZURES.
      /
      *------DRUCKAUSGABE----
       FD  AZDRUCK-DAT
           LABEL RECORDS ARE OMITTED.
       01  PGM-WRK                       PIC X(10) VALUE "AZP0319".
       01  PGM-TYP                       PIC X(8)  VALUE "AZUBI ".

      * PERSONENSTAMM (CFP9022)
       01  PERSON-REC                    TYPE PERSON-TYPE.

      * PARAMETER FUER CL-PROGRAMME
       01  OVRPRTF-REC                   TYPE OVRPRTF-TYPE.
       01  OVR-OUTQ                      PIC X(10).

           OPEN     INPUT  PAZURPL-DP
                           PAZURPM-DP
                           PAZURES-DP.
           OPEN     OUTPUT AZDRUCK-DAT.

      * RESTLAUFZEIT DER AUSBILDUNG ERMITTELN
           CLOSE    PAZURPL-DP
                    PAZURPM-DP
                    PAZURES-DP
                    AZDRUCK-DAT.

       ENDE.
           GOBACK.
      /
      *--------------------------------------------------------------
      * RESTLAUFZEIT IN MONATEN AUS DEM AUSBILDUNGSENDE ERMITTELN
      *--------------------------------------------------------------
       ERMITTLE-RESTLAUFZEIT SECTION.
       ERM-RST-00.

           INITIALIZE REST-MONATE, ENDE-DATUM-RED.

           INITIALIZE PERSON-REC.
           MOVE     "L"       TO PN-MODUS OF PERSON-REC.
           MOVE     X-USER    TO PN-USER  OF PERSON-REC.
           CALL     "CFP9022" USING PERSON-REC
           END-CALL.
           IF       PN-RET   OF PERSON-REC     = SPACES
            AND     PN-AENDE OF PERSON-REC NOT = ZEROES
                    MOVE PN-AENDE OF PERSON-REC TO ENDE-DATUM-RED
           END-IF.

           IF       ENDE-DATUM-RED = ZEROES
