      * 09.08.2026 MD    ABGESTUERZTES PROGRAMM UND AUFRUFTIEFE UEBER *
      *                  CFP9007 ERMITTELT STATT DER NIE GEFUELLTEN   *
      *                  FELDER ACTPGM-WRK/ACT-DEPTH                  *
      * 15.10.2026 MD    DER VORFALL GEHT ZUSAETZLICH AN DEN          *
      *                  VERANTWORTLICHEN DES PROGRAMMS (HMP0014)     *
      *                                                               *
      *****************************************************************
      *
       01  SUPPORT-USER                  PIC X(10) VALUE "QSYSOPR".
       01  ABEND-MELDUNG                 PIC X(256) VALUE SPACES.

      * PARAMETER FUER HMP0014 (VERANTWORTLICHER DES PROGRAMMS)
       01  OWN-PRIM                      PIC X(10).
       01  OWN-PSTS                      PIC X(1).
       01  OWN-VERT                      PIC X(10).
       01  OWN-VSTS                      PIC X(1).
       01  OWN-HERK                      PIC X(1).
       01  OWN-EMPF                      PIC X(10).

       01  FC                            PIC X(12) VALUE LOW-VALUE.
       01  FC-REDEF                      REDEFINES FC.
        02 SEV                           PIC 9(4) BINARY.
                                    ABEND-MELDUNG
           END-CALL.

      * DER VERANTWORTLICHE DES PROGRAMMS ERHAELT DIESELBE NACHRICHT
           CALL     "HMP0014" USING AUFRUF-LIB
                                    AUFRUF-PGM
                                    OWN-PRIM
                                    OWN-PSTS
                                    OWN-VERT
                                    OWN-VSTS
                                    OWN-HERK
                                    OWN-EMPF
           END-CALL.
           IF       OWN-EMPF NOT = SPACES
            AND     OWN-EMPF NOT = SUPPORT-USER
                    CALL "XXP2003" USING OWN-EMPF
                                         ABEND-MELDUNG
                    END-CALL
           END-IF.

       NSU-90.
           EXIT.
      /
