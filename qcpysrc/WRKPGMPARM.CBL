           05 MNH-BEF                     PIC X(200).
           05 MNH-AFT                     PIC X(200).

      * FELDER FUER CFP9017 (PRUEFUNG FUNKTIONSTRENNUNG PCFGSOD)
       01  SODCHK-TYPE IS TYPEDEF.
           05 SOD-USER                    PIC X(10).
      * ZUSAETZLICH ANGENOMMENE ROLLE (NEUE ZUWEISUNG), SPACES = KEINE
           05 SOD-ROLLE                   PIC X(10).
      * " " = KEIN KONFLIKT, "W" = NUR WARNUNGEN, "S" = SPERRE
           05 SOD-ERGEBNIS                PIC X(1).
           05 SOD-ANZ                     PIC 9(3).
           05 SOD-KONFLIKT                OCCURS 50 TIMES.
            10 SOD-TYP1                   PIC X(1).
            10 SOD-OBJ1                   PIC X(10).
            10 SOD-TYP2                   PIC X(1).
            10 SOD-OBJ2                   PIC X(10).
            10 SOD-MODUS                  PIC X(1).
            10 SOD-TEXT                   PIC X(50).
      * "1" = DURCH EINE GUELTIGE AUSNAHME (PCFGSOX) GEDECKT
            10 SOD-AUSN                   PIC X(1).
            10 SOD-GRUND                  PIC X(50).
            10 SOD-GENUSR                 PIC X(10).
            10 SOD-BIS                    PIC 9(8).

      * FELDER FUER CFP9018 (HASHKETTE UEBER DIE PROTOKOLLDATEIEN)
       01  HASHKET-TYPE IS TYPEDEF.
      * "N" = NAECHSTES GLIED RESERVIEREN, "S" = SPEICHERN,
      * "A" = ABBRECHEN, "P" = NUR BERECHNEN, "L" = LOESCHGRENZE
           05 KET-MODUS                   PIC X(1).
           05 KET-DATEI                   PIC X(10).
           05 KET-NR                      PIC 9(9).
           05 KET-VOR                     PIC 9(9).
           05 KET-HASH                    PIC 9(9).
      * SPACES = OK, "1" = KETTENKOPF NICHT VERFUEGBAR
           05 KET-RET                     PIC X(1).
           05 KET-DATEN                   PIC X(2000).

      * FELDER FUER CFP9020 (FELDINHALT LESBAR AUFBEREITEN)
       01  FELDWRT-TYPE IS TYPEDEF.
      * DATENTYP AUS PCFGFFD (WHFLDT), LAENGE IN BYTES (WHFLDB),
      * STELLEN (WHFLDD) UND DEZIMALSTELLEN (WHFLDP)
           05 FWT-TYP                     PIC X(1).
           05 FWT-LAENGE                  PIC 9(5).
           05 FWT-STELLEN                 PIC 9(2).
           05 FWT-DEZ                     PIC 9(2).
           05 FWT-ROH                     PIC X(256).
           05 FWT-TEXT                    PIC X(60).

      * FELDER FUER CFP9021 (NAECHSTER TERMIN EINES PLANEINTRAGS)
       01  JOBTERM-TYPE IS TYPEDEF.
      * RHYTHMUS: "T" = TAEGLICH, "A" = JEDER ARBEITSTAG,
      * "W" = WOECHENTLICH AM WOCHENTAG JT-WOTA (1 = MONTAG),
      * "M" = MONATLICH AM KALENDERTAG JT-TAG, "N" = AM JT-TAG-TEN
      * ARBEITSTAG DES MONATS, "L" = LETZTER ARBEITSTAG DES MONATS
           05 JT-FREQ                     PIC X(1).
           05 JT-WOTA                     PIC 9(1).
           05 JT-TAG                      PIC 9(2).
      * FAELLT "W"/"M" AUF KEINEN ARBEITSTAG: SPACE = TROTZDEM,
      * "S" = AUSLASSEN, "V" = VORHERIGER, "N" = NAECHSTER ARBEITSTAG
           05 JT-FTAG                     PIC X(1).
           05 JT-ZEIT                     PIC 9(6).
      * GESUCHT WIRD DER ERSTE TERMIN NACH DIESEM ZEITPUNKT
           05 JT-REFDAT                   PIC 9(8).
           05 JT-REFZEIT                  PIC 9(6).
           05 JT-DATUM                    PIC 9(8).
      * SPACES = OK, "1" = REGEL UNGUELTIG, "2" = KEIN TERMIN IM
      * KALENDER (PCFGDAT NICHT WEIT GENUG GEPFLEGT)
           05 JT-RET                      PIC X(1).

      * FELDER FUER CFP9022 (PERSONENSTAMM PPERSON LESEN)
       01  PERSON-TYPE IS TYPEDEF.
      * "L" = PERSON PN-USER LESEN, "N" = NAECHSTE PERSON NACH
      * PN-USER, "A" = NAECHSTE AKTIVE PERSON NACH PN-USER
           05 PN-MODUS                    PIC X(1).
           05 PN-USER                     PIC X(10).
      * SPACES = GEFUNDEN, "1" = NICHT GEFUNDEN BZW. KEINE WEITERE
           05 PN-RET                      PIC X(1).
           05 PN-NAME                     PIC X(50).
           05 PN-VNAME                    PIC X(30).
           05 PN-NNAME                    PIC X(30).
           05 PN-AKTIV                    PIC 9(1).
           05 PN-GEBDAT                   PIC 9(8).
           05 PN-EINTRITT                 PIC 9(8).
      * TAGESSOLL IN MINUTEN UND PERSONENGRUPPE (PZEITRGL)
           05 PN-SOLL                     PIC 9(4).
           05 PN-GRUPPE                   PIC X(10).
      * AUSBILDUNG: "J" = AZUBI, BEGINN, SCHULE, KLASSE, BERUF,
      * AUSBILDUNGSJAHR, ABTEILUNG, AUSBILDUNGSENDE
           05 PN-AZUBI                    PIC X(1).
           05 PN-AZBEGINN                 PIC 9(8).
           05 PN-SCHULE                   PIC X(10).
           05 PN-KLASSE                   PIC X(10).
           05 PN-BERUF                    PIC X(30).
           05 PN-AJAHR                    PIC 9(4).
           05 PN-ABTEILUNG                PIC X(30).
           05 PN-AENDE                    PIC 9(8).
