?CONSULT $SYSTEM.SYSTEM.COBOLEX0
?SEARCH  $SYSTEM.SYSTEM.COBOLLIB
?SEARCH  =TALLIB

?NOLMAP, SYMBOLS, INSPECT
?SAVE ALL
?LINES 66
?CHECK 3
?SQL

 IDENTIFICATION DIVISION.

 PROGRAM-ID. RFCLST7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.00
* Kurzbeschreibung :: Lastprofil und Kapazitaetsplanung je PATHWAY-
* Kurzbeschreibung :: Serverklasse. Liest die Transaktionen des Vor-
* Kurzbeschreibung :: tags aus =TXILOG70 (Zeitstempel ZP_TIN/ZP_AOUT/
* Kurzbeschreibung :: ZP_AIN/ZP_TOUT) und zaehlt sie je Minute und je
* Kurzbeschreibung :: Stunde, je Nachrichtentyp (ISONTYP) und je
* Kurzbeschreibung :: Serverklasse (Zuordnung ISONTYP -> Klasse samt
* Kurzbeschreibung :: Kapazitaet je Minute aus =LASTCFG; nicht
* Kurzbeschreibung :: zugeordnete Typen laufen unter "SONSTIGE").
* Kurzbeschreibung :: Die Verweilzeit wird in Eigenzeit (TIN->TOUT
* Kurzbeschreibung :: ohne AS-Anteil) und AS-Zeit (AOUT->AIN)
* Kurzbeschreibung :: getrennt; ausgewiesen werden Spitzenminute,
* Kurzbeschreibung :: Perzentile der Minutenlast und der Zeiten,
* Kurzbeschreibung :: der Vergleich der Woche mit derselben Woche
* Kurzbeschreibung :: des Vorjahrs und die Reserve der 28-Tage-
* Kurzbeschreibung :: Spitze zur konfigurierten Kapazitaet. Das
* Kurzbeschreibung :: Tagesergebnis geht in die Historie =LASTHIST
* Kurzbeschreibung :: (je Klasse mit ISONTYP 0 und je Typ).
* Package          :: ICC
*
* Aenderungen
*
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-10-15| kl  | R7-549:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: Batch, taeglich nach Tagesende (wertet den Vortag
*                aus; ein Wiederholungslauf ersetzt dessen Historie)
* Parameter   :: keine
* Hinweis     :: Zeiten in Millisekunden, Aufloesung 10 ms (Hundertstel
*                der Zeitstempel); Zeiten ueber 5 s fallen in die
*                Ueberlaufklasse und werden als 5000 ausgewiesen.
*                Ueber Mitternacht laufende Transaktionen werden
*                gezaehlt, aber nicht gemessen.
*
******************************************************************
* Uebersicht der SECTIONs:
*
* A100-STEUERUNG
*
* B000-VORLAUF
* B010-KONFIG-LADEN
* B090-ENDE
* B100-EINLESEN
* B200-AUSWERTUNG
*
* C010-KLASSE-SUCHEN
* C020-TYP-SUCHEN
* C100-ZEILE-ZAEHLEN
* C110-ZEITEN-MESSEN
* C200-KLASSE-AUSWERTEN
* C210-STUNDENPROFIL
* C220-TYP-AUSWERTEN
* C230-VORJAHR-RESERVE
* C300-MINUTEN-PERZENTIL
* C310-ZEIT-PERZENTIL
*
* S300-DELETE-LASTHIST-TAG
* S310-INSERT-LASTHIST
* S320-SELECT-LASTHIST-WOCHE
* S330-SELECT-LASTHIST-SPITZE
* S900-OPEN-LASTCFG-CURSOR
* S910-FETCH-LASTCFG-CURSOR
* S920-CLOSE-LASTCFG-CURSOR
* S930-OPEN-TXILOG70-CURSOR
* S940-FETCH-TXILOG70-CURSOR
* S950-CLOSE-TXILOG70-CURSOR
*
* U100-BEGIN
* U110-COMMIT
* U120-ROLLBACK
* U200-TIMESTAMP
*
* Z002-PROGERR
******************************************************************

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     DECIMAL-POINT IS COMMA.

 DATA DIVISION.
 WORKING-STORAGE SECTION.

 01          W-ENDE-FLAG         PIC 9       VALUE ZERO.
     88      W-ENDE                          VALUE 1.

 01          W-SQLCODE-FLAG      PIC 9       VALUE ZERO.
     88      W-SQL-OK                        VALUE ZERO.
     88      W-SQL-EOD                       VALUE 1.
     88      W-SQL-NOK                       VALUE 9.

**  ---> Lauf-Registrierung in =BATCHRUN (Morgenpruefer RFCRUN7)
 01          K-RUN-PROGRAMM      PIC X(08)   VALUE "RFCLST7".
 01          W-RUN-DATUM         PIC X(10)   VALUE SPACES.
 01          W-RUN-STATUS        PIC X(01)   VALUE SPACE.

**  ---> Grenzen und Schwellen
 01          K-KL-MAX            PIC S9(04) COMP VALUE 10.
 01          K-TYP-MAX           PIC S9(04) COMP VALUE 20.
 01          K-HIST-MAX          PIC S9(04) COMP VALUE 501.
 01          K-WARN-PROZENT      PIC 9(03)   VALUE 80.
 01          K-SONSTIGE          PIC X(08)   VALUE "SONSTIGE".

 77          W-ANZ-GELESEN       PIC 9(09)   VALUE ZERO.
 77          W-ANZ-UNGEMESSEN    PIC 9(09)   VALUE ZERO.
 77          W-ANZ-WARNUNGEN     PIC 9(05)   VALUE ZERO.

**  ---> Vortag, Wochen- und Vorjahresfenster, 28-Tage-Fenster
 01          W-AKT-DATUM         PIC 9(08)   VALUE ZEROS.
 01          W-AKT-INTEGER       PIC S9(09) COMP VALUE ZEROS.
 01          W-VT-INTEGER        PIC S9(09) COMP VALUE ZEROS.
 01          W-TAG-INTEGER       PIC S9(09) COMP VALUE ZEROS.
 01          W-TAG-DATUM         PIC 9(08)   VALUE ZEROS.
 01          W-TAG-DATUM-X REDEFINES W-TAG-DATUM.
     05      WT-JHJJ             PIC X(04).
     05      WT-MM               PIC X(02).
     05      WT-TT               PIC X(02).
 01          W-TAG-TEXT          PIC X(10)   VALUE SPACES.
 01          W-VORTAG            PIC X(10)   VALUE SPACES.
 01          W-WO-VON            PIC X(10)   VALUE SPACES.
 01          W-VJ-VON            PIC X(10)   VALUE SPACES.
 01          W-VJ-BIS            PIC X(10)   VALUE SPACES.
 01          W-RS-VON            PIC X(10)   VALUE SPACES.
 01          W-TS-VON            PIC X(22)   VALUE SPACES.
 01          W-TS-BIS            PIC X(22)   VALUE SPACES.

**  ---> Serverklassen: Kapazitaet, Minuten-/Stundenzaehler und
**  ---> Zeithistogramme (10-ms-Klassen, Klasse 501 = Ueberlauf)
 01          W-KL-TABELLE.
     05      W-KL                OCCURS 10.
      10     WK-NAME             PIC X(08).
      10     WK-KAPAZ            PIC 9(05).
      10     WK-ANZ              PIC 9(09).
      10     WK-ANZ-GEMESSEN     PIC 9(09).
      10     WK-ANZ-AS           PIC 9(09).
      10     WK-MIN-ANZ          PIC S9(04) COMP OCCURS 1440.
      10     WK-STD-ANZ          PIC 9(07)  OCCURS 24.
      10     WK-EIG-HIST         PIC S9(09) COMP OCCURS 501.
      10     WK-AS-HIST          PIC S9(09) COMP OCCURS 501.
 01          W-KL-ANZ            PIC S9(04) COMP VALUE ZEROS.
 01          W-KL-IND            PIC S9(04) COMP VALUE ZEROS.

**  ---> Nachrichtentypen: Zuordnung zur Klasse und eigene Zaehler
 01          W-TYP-TABELLE.
     05      W-TYP               OCCURS 20.
      10     WY-ISONTYP          PIC 9(04).
      10     WY-KL-IND           PIC S9(04) COMP.
      10     WY-ANZ              PIC 9(09).
      10     WY-MIN-ANZ          PIC S9(04) COMP OCCURS 1440.
      10     WY-STD-ANZ          PIC 9(07)  OCCURS 24.
 01          W-TYP-ANZ           PIC S9(04) COMP VALUE ZEROS.
 01          W-TYP-IND           PIC S9(04) COMP VALUE ZEROS.

**  ---> Arbeitsfelder Konfiguration / Suche
 01          W-CFG-KLASSE        PIC X(08)   VALUE SPACES.
 01          W-CFG-ISONTYP       PIC 9(04)   VALUE ZEROS.
 01          W-CFG-KAPAZ         PIC 9(05)   VALUE ZEROS.
 01          W-SUCH-KLASSE       PIC X(08)   VALUE SPACES.
 01          W-SUCH-ISONTYP      PIC 9(04)   VALUE ZEROS.
 01          W-IND               PIC S9(04) COMP VALUE ZEROS.
 01          W-IND-2             PIC S9(04) COMP VALUE ZEROS.

**  ---> Zeitstempel der Zeile (Format JJJJ-MM-TT:HH:MI:SS.HS)
 01          W-ZP-FELD           PIC X(22)   VALUE SPACES.
 01          W-ZP-HH             PIC 9(02)   VALUE ZEROS.
 01          W-ZP-MI             PIC 9(02)   VALUE ZEROS.
 01          W-ZP-SS             PIC 9(02)   VALUE ZEROS.
 01          W-ZP-HS             PIC 9(02)   VALUE ZEROS.
 01          W-ZP-HUNDERTSTEL    PIC S9(09) COMP VALUE ZEROS.
 01          W-HS-TIN            PIC S9(09) COMP VALUE ZEROS.
 01          W-HS-TOUT           PIC S9(09) COMP VALUE ZEROS.
 01          W-HS-AOUT           PIC S9(09) COMP VALUE ZEROS.
 01          W-HS-AIN            PIC S9(09) COMP VALUE ZEROS.
 01          W-MS-GESAMT         PIC S9(09) COMP VALUE ZEROS.
 01          W-MS-AS             PIC S9(09) COMP VALUE ZEROS.
 01          W-MS-EIGEN          PIC S9(09) COMP VALUE ZEROS.
 01          W-MIN-IND           PIC S9(04) COMP VALUE ZEROS.
 01          W-STD-IND           PIC S9(04) COMP VALUE ZEROS.
 01          W-HIST-IND          PIC S9(04) COMP VALUE ZEROS.
 01          W-AS-FLAG           PIC 9       VALUE ZERO.
     88      W-AS-OHNE                       VALUE ZERO.
     88      W-AS-MIT                        VALUE 1.

**  ---> Auswertung einer Klasse / eines Typs
 01          W-SPITZE-ANZ        PIC S9(04) COMP VALUE ZEROS.
 01          W-SPITZE-MIN        PIC S9(04) COMP VALUE ZEROS.
 01          W-SPITZE-HHMI       PIC X(05)   VALUE SPACES.
 01          W-MIN-WERT          PIC S9(04) COMP VALUE ZEROS.
 01          W-MIN-HH            PIC 9(02)   VALUE ZEROS.
 01          W-MIN-MI            PIC 9(02)   VALUE ZEROS.
 01          W-AUSLASTUNG        PIC 9(05)   VALUE ZEROS.
 01          W-RESERVE           PIC S9(07)  COMP VALUE ZEROS.

**  ---> Perzentil-Ermittlung: Minutenlast per Intervallhalbierung
**  ---> ueber die 1440 Minutenwerte, Zeiten ueber das Histogramm
 01          W-PZ-PROZENT        PIC 9(03)   VALUE ZEROS.
 01          W-PZ-WERT           PIC S9(09) COMP VALUE ZEROS.
 01          W-PZ-UNTEN          PIC S9(09) COMP VALUE ZEROS.
 01          W-PZ-OBEN           PIC S9(09) COMP VALUE ZEROS.
 01          W-PZ-MITTE          PIC S9(09) COMP VALUE ZEROS.
 01          W-PZ-ANZ            PIC S9(09) COMP VALUE ZEROS.
 01          W-PZ-GESAMT         PIC S9(09) COMP VALUE ZEROS.
 01          W-PZ-KUMUL          PIC S9(09) COMP VALUE ZEROS.
 01          W-PZ-HIST-TABELLE.
     05      W-PZ-HIST           PIC S9(09) COMP OCCURS 501.
 01          W-P95-MIN           PIC S9(09) COMP VALUE ZEROS.
 01          W-EIG-P50           PIC S9(09) COMP VALUE ZEROS.
 01          W-EIG-P95           PIC S9(09) COMP VALUE ZEROS.
 01          W-EIG-P99           PIC S9(09) COMP VALUE ZEROS.
 01          W-AS-P50            PIC S9(09) COMP VALUE ZEROS.
 01          W-AS-P95            PIC S9(09) COMP VALUE ZEROS.
 01          W-AS-P99            PIC S9(09) COMP VALUE ZEROS.

**  ---> Historie =LASTHIST (Hostfelder)
 01          W-H-KLASSE          PIC X(08)   VALUE SPACES.
 01          W-H-ISONTYP         PIC 9(04)   VALUE ZEROS.
 01          W-H-ANZ             PIC 9(09)   VALUE ZEROS.
 01          W-H-SPITZE          PIC 9(05)   VALUE ZEROS.
 01          W-H-P95-MIN         PIC 9(05)   VALUE ZEROS.
 01          W-H-EIG-P95         PIC 9(05)   VALUE ZEROS.
 01          W-H-AS-P95          PIC 9(05)   VALUE ZEROS.
 01          W-H-KAPAZ           PIC 9(05)   VALUE ZEROS.
 01          W-H-VON             PIC X(10)   VALUE SPACES.
 01          W-H-BIS             PIC X(10)   VALUE SPACES.
 01          W-H-TAGE            PIC S9(09) COMP VALUE ZEROS.
 01          W-H-SUMME           PIC S9(15) COMP VALUE ZEROS.
 01          W-H-MAX             PIC S9(09) COMP VALUE ZEROS.
 01          W-WO-ANZ            PIC S9(15) COMP VALUE ZEROS.
 01          W-WO-TAGE           PIC S9(09) COMP VALUE ZEROS.
 01          W-VJ-ANZ            PIC S9(15) COMP VALUE ZEROS.
 01          W-VJ-TAGE           PIC S9(09) COMP VALUE ZEROS.
 01          W-WACHSTUM          PIC S9(05)V9 VALUE ZEROS.

**  ---> Druckzeilen
 01          W-DZ-KLASSE.
     05      FILLER              PIC X(20)   VALUE
                                 "--- Serverklasse    ".
     05      DK-NAME             PIC X(08).
     05      FILLER              PIC X(15)   VALUE " - Kapazitaet: ".
     05      DK-KAPAZ            PIC ZZZZ9.
     05      FILLER              PIC X(10)   VALUE "/min ---  ".

 01          W-DZ-LAST.
     05      FILLER              PIC X(15)   VALUE "Transaktionen: ".
     05      DL-ANZ              PIC ZZZZZZZZ9.
     05      FILLER              PIC X(17)   VALUE
                                 "  Spitzenminute: ".
     05      DL-SPITZE-HHMI      PIC X(05).
     05      FILLER              PIC X       VALUE SPACE.
     05      DL-SPITZE           PIC ZZZZ9.
     05      FILLER              PIC X(15)   VALUE "/min  P95-Min: ".
     05      DL-P95              PIC ZZZZ9.
     05      FILLER              PIC X(16)   VALUE
                                 "/min  Auslast.: ".
     05      DL-AUSLASTUNG       PIC ZZZZ9.
     05      FILLER              PIC X(01)   VALUE "%".

 01          W-DZ-ZEIT.
     05      FILLER              PIC X(17)   VALUE
                                 "Eigenzeit ms P50 ".
     05      DZ-EIG-P50          PIC ZZZZ9.
     05      FILLER              PIC X(05)   VALUE " P95 ".
     05      DZ-EIG-P95          PIC ZZZZ9.
     05      FILLER              PIC X(05)   VALUE " P99 ".
     05      DZ-EIG-P99          PIC ZZZZ9.
     05      FILLER              PIC X(19)   VALUE
                                 "   AS-Zeit ms P50 ".
     05      DZ-AS-P50           PIC ZZZZ9.
     05      FILLER              PIC X(05)   VALUE " P95 ".
     05      DZ-AS-P95           PIC ZZZZ9.
     05      FILLER              PIC X(05)   VALUE " P99 ".
     05      DZ-AS-P99           PIC ZZZZ9.

 01          W-DZ-STUNDE.
     05      FILLER              PIC X(02)   VALUE SPACES.
     05      DS-STUNDE           PIC 99.
     05      FILLER              PIC X(04)   VALUE " Uhr".
     05      DS-ANZ              PIC ZZZZZZ9.
     05      FILLER              PIC X(14)   VALUE
                                 "  Spitze/min: ".
     05      DS-SPITZE           PIC ZZZZ9.

 01          W-DZ-TYP.
     05      FILLER              PIC X(07)   VALUE "  Typ ".
     05      DY-ISONTYP          PIC 9(04).
     05      FILLER              PIC X(02)   VALUE SPACES.
     05      DY-ANZ              PIC ZZZZZZZZ9.
     05      FILLER              PIC X(15)   VALUE
                                 "  Spitzenmin.: ".
     05      DY-SPITZE-HHMI      PIC X(05).
     05      FILLER              PIC X       VALUE SPACE.
     05      DY-SPITZE           PIC ZZZZ9.
     05      FILLER              PIC X(16)   VALUE
                                 "/min  Spitzenstd".
     05      FILLER              PIC X(02)   VALUE ": ".
     05      DY-STUNDE           PIC 99.
     05      FILLER              PIC X       VALUE SPACE.
     05      DY-STD-ANZ          PIC ZZZZZZ9.

 01          W-DZ-VORJAHR.
     05      FILLER              PIC X(15)   VALUE "Woche bis heute".
     05      FILLER              PIC X(02)   VALUE ": ".
     05      DV-WO-ANZ           PIC ZZZZZZZZZ9.
     05      FILLER              PIC X(17)   VALUE
                                 "  Vorjahreswoche:".
     05      DV-VJ-ANZ           PIC ZZZZZZZZZ9.
     05      FILLER              PIC X(13)   VALUE "  Wachstum: ".
     05      DV-WACHSTUM         PIC -ZZZ9,9.
     05      FILLER              PIC X(01)   VALUE "%".

 01          W-DZ-RESERVE.
     05      FILLER              PIC X(22)   VALUE
                                 "Spitze 28 Tage (/min):".
     05      DR-SPITZE           PIC ZZZZ9.
     05      FILLER              PIC X(18)   VALUE
                                 "  Reserve (/min): ".
     05      DR-RESERVE          PIC -ZZZZ9.
     05      FILLER              PIC X(15)   VALUE
                                 "  Auslastung: ".
     05      DR-AUSLASTUNG       PIC ZZZZ9.
     05      FILLER              PIC X(01)   VALUE "%".

*--------------------------------------------------------------------*
* Datum-/Uhrzeitfelder (fuer TAL-Routine)
*--------------------------------------------------------------------*
 01          TAL-TIME.
     05      TAL-JHJJMMTT.
      10     TAL-JHJJ            PIC S9(04) COMP VALUE ZEROS.
      10     TAL-MM              PIC S9(04) COMP VALUE ZEROS.
      10     TAL-TT              PIC S9(04) COMP VALUE ZEROS.
     05      TAL-HHMI.
      10     TAL-HH              PIC S9(04) COMP VALUE ZEROS.
      10     TAL-MI              PIC S9(04) COMP VALUE ZEROS.
     05      TAL-SS              PIC S9(04) COMP VALUE ZEROS.
     05      TAL-HS              PIC S9(04) COMP VALUE ZEROS.
     05      TAL-MS              PIC S9(04) COMP VALUE ZEROS.

 01          TAL-TIME-D.
     05      TAL-JHJJMMTT.
        10   TAL-JHJJ            PIC  9(04) VALUE ZEROS.
        10   TAL-MM              PIC  9(02) VALUE ZEROS.
        10   TAL-TT              PIC  9(02) VALUE ZEROS.
     05      TAL-HHMI.
        10   TAL-HH              PIC  9(02) VALUE ZEROS.
        10   TAL-MI              PIC  9(02) VALUE ZEROS.
     05      TAL-SS              PIC  9(02) VALUE ZEROS.
     05      TAL-HS              PIC  9(02) VALUE ZEROS.
     05      TAL-MS              PIC  9(02) VALUE ZEROS.

 EXEC SQL
     INCLUDE SQLCA
 END-EXEC

 EXEC SQL
     BEGIN DECLARE SECTION
 END-EXEC

 EXEC SQL
    INVOKE =TXILOG70 AS TXILOG70
 END-EXEC

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

**  ---> Zuordnung Nachrichtentyp -> Serverklasse, Kapazitaet
 EXEC SQL
     DECLARE LASTCFG_CURS CURSOR FOR
         SELECT  SERVERKLASSE, ISONTYP, KAPAZ_MIN
           FROM  =LASTCFG
          ORDER  BY SERVERKLASSE, ISONTYP
         BROWSE  ACCESS
 END-EXEC

**  ---> Transaktionen des Vortags nach Eingangszeit
 EXEC SQL
     DECLARE TXILOG70_CURS CURSOR FOR
         SELECT  ISONTYP, ZP_TIN, ZP_AOUT, ZP_AIN, ZP_TOUT
           FROM  =TXILOG70
          WHERE  ZP_TIN >= :W-TS-VON
                           TYPE AS DATETIME YEAR TO FRACTION(2)
            AND  ZP_TIN <= :W-TS-BIS
                           TYPE AS DATETIME YEAR TO FRACTION(2)
         BROWSE  ACCESS
 END-EXEC

 PROCEDURE DIVISION.

******************************************************************
* Steuerung
******************************************************************
 A100-STEUERUNG SECTION.
 A100-00.
     PERFORM S770-RUN-START
     PERFORM B000-VORLAUF
     IF  NOT W-ENDE
         PERFORM B010-KONFIG-LADEN
     END-IF
     IF  NOT W-ENDE
         PERFORM B100-EINLESEN
     END-IF
     IF  NOT W-ENDE
         PERFORM B200-AUSWERTUNG
     END-IF
     PERFORM S780-RUN-ENDE
     PERFORM B090-ENDE
     STOP RUN
     .
 A100-99.
     EXIT.

******************************************************************
* Vorlauf: Vortag, Vergleichsfenster, Zaehler leeren
******************************************************************
 B000-VORLAUF SECTION.
 B000-00.
     PERFORM U200-TIMESTAMP
     COMPUTE W-AKT-DATUM =
               (TAL-JHJJ OF TAL-TIME-D * 10000)
             + (TAL-MM   OF TAL-TIME-D * 100)
             +  TAL-TT   OF TAL-TIME-D
     COMPUTE W-AKT-INTEGER = FUNCTION INTEGER-OF-DATE (W-AKT-DATUM)
     COMPUTE W-VT-INTEGER  = W-AKT-INTEGER - 1

**  ---> Vortag (Auswertungstag)
     MOVE W-VT-INTEGER TO W-TAG-INTEGER
     PERFORM C000-DATUM-TEXT
     MOVE W-TAG-TEXT TO W-VORTAG

**  ---> laufende Woche: die sieben Tage bis einschliesslich Vortag
     COMPUTE W-TAG-INTEGER = W-VT-INTEGER - 6
     PERFORM C000-DATUM-TEXT
     MOVE W-TAG-TEXT TO W-WO-VON

**  ---> dieselbe Woche des Vorjahrs (52 Wochen = 364 Tage
**  ---> zurueck, damit die Wochentage uebereinstimmen)
     COMPUTE W-TAG-INTEGER = W-VT-INTEGER - 364
     PERFORM C000-DATUM-TEXT
     MOVE W-TAG-TEXT TO W-VJ-BIS
     COMPUTE W-TAG-INTEGER = W-VT-INTEGER - 370
     PERFORM C000-DATUM-TEXT
     MOVE W-TAG-TEXT TO W-VJ-VON

**  ---> Fenster fuer die Reserve (28 Tage bis einschl. Vortag)
     COMPUTE W-TAG-INTEGER = W-VT-INTEGER - 27
     PERFORM C000-DATUM-TEXT
     MOVE W-TAG-TEXT TO W-RS-VON

     MOVE SPACES TO W-TS-VON
                    W-TS-BIS
     STRING  W-VORTAG ":00:00:00.00"
                 DELIMITED BY SIZE
       INTO  W-TS-VON
     END-STRING
     STRING  W-VORTAG ":23:59:59.99"
                 DELIMITED BY SIZE
       INTO  W-TS-BIS
     END-STRING

     INITIALIZE W-KL-TABELLE
                W-TYP-TABELLE
     MOVE ZEROS TO W-KL-ANZ
                   W-TYP-ANZ

     DISPLAY "RFCLST7 - Lastprofil je Serverklasse fuer " W-VORTAG
     .
 B000-99.
     EXIT.

******************************************************************
* Konfiguration laden: Serverklassen mit Kapazitaet und die
* Zuordnung der Nachrichtentypen; die Klasse SONSTIGE nimmt alle
* nicht zugeordneten Typen auf (ohne Kapazitaet)
******************************************************************
 B010-KONFIG-LADEN SECTION.
 B010-00.
     PERFORM S900-OPEN-LASTCFG-CURSOR
     PERFORM S910-FETCH-LASTCFG-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         MOVE W-CFG-KLASSE TO W-SUCH-KLASSE
         PERFORM C010-KLASSE-SUCHEN
         IF  W-KL-IND > ZERO
             IF  W-CFG-KAPAZ > WK-KAPAZ (W-KL-IND)
                 MOVE W-CFG-KAPAZ TO WK-KAPAZ (W-KL-IND)
             END-IF
             MOVE W-CFG-ISONTYP TO W-SUCH-ISONTYP
             PERFORM C020-TYP-SUCHEN
             IF  W-TYP-IND > ZERO
                 MOVE W-KL-IND TO WY-KL-IND (W-TYP-IND)
             END-IF
         END-IF
         PERFORM S910-FETCH-LASTCFG-CURSOR
     END-PERFORM
     PERFORM S920-CLOSE-LASTCFG-CURSOR
     MOVE ZERO TO W-SQLCODE-FLAG

     IF  W-KL-ANZ = ZERO
         DISPLAY "RFCLST7 - Hinweis: =LASTCFG leer, alle Typen "
                 "unter " K-SONSTIGE
     END-IF
     .
 B010-99.
     EXIT.

******************************************************************
* Ende / Zusammenfassung
******************************************************************
 B090-ENDE SECTION.
 B090-00.
     DISPLAY " "
     DISPLAY "RFCLST7 - Transaktionen gelesen : " W-ANZ-GELESEN
     DISPLAY "RFCLST7 - davon ohne Zeitmessung: " W-ANZ-UNGEMESSEN
     DISPLAY "RFCLST7 - Kapazitaetswarnungen  : " W-ANZ-WARNUNGEN
     .
 B090-99.
     EXIT.

******************************************************************
* Transaktionen des Vortags einlesen und zaehlen
******************************************************************
 B100-EINLESEN SECTION.
 B100-00.
     PERFORM S930-OPEN-TXILOG70-CURSOR
     PERFORM S940-FETCH-TXILOG70-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         PERFORM C100-ZEILE-ZAEHLEN
         PERFORM S940-FETCH-TXILOG70-CURSOR
     END-PERFORM
     PERFORM S950-CLOSE-TXILOG70-CURSOR
     MOVE ZERO TO W-SQLCODE-FLAG
     .
 B100-99.
     EXIT.

******************************************************************
* Auswertung je Serverklasse; Historie des Vortags in einer
* TMF-Klammer ersetzen
******************************************************************
 B200-AUSWERTUNG SECTION.
 B200-00.
     PERFORM U100-BEGIN
     PERFORM S300-DELETE-LASTHIST-TAG
     IF  W-ENDE
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF

     PERFORM VARYING W-KL-IND FROM 1 BY 1
             UNTIL   W-KL-IND > W-KL-ANZ
             OR      W-ENDE
         PERFORM C200-KLASSE-AUSWERTEN
     END-PERFORM

     IF  W-ENDE
         PERFORM U120-ROLLBACK
         DISPLAY "RFCLST7 - !!! Historie " W-VORTAG
                 " nicht geschrieben"
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

**  ---> Vorjahresvergleich und Reserve erst nach dem Commit, damit
**  ---> der Vortag in die Wochen- und 28-Tage-Werte eingeht
     DISPLAY " "
     DISPLAY "--- Wachstum und Reserve je Serverklasse ---"
     PERFORM VARYING W-KL-IND FROM 1 BY 1
             UNTIL   W-KL-IND > W-KL-ANZ
             OR      W-ENDE
         PERFORM C230-VORJAHR-RESERVE
     END-PERFORM
     .
 B200-99.
     EXIT.

******************************************************************
* Integer-Datum W-TAG-INTEGER als JJJJ-MM-TT nach W-TAG-TEXT
******************************************************************
 C000-DATUM-TEXT SECTION.
 C000-00.
     COMPUTE W-TAG-DATUM
           = FUNCTION DATE-OF-INTEGER (W-TAG-INTEGER)
     MOVE SPACES TO W-TAG-TEXT
     STRING  WT-JHJJ "-" WT-MM "-" WT-TT
                 DELIMITED BY SIZE
       INTO  W-TAG-TEXT
     END-STRING
     .
 C000-99.
     EXIT.

******************************************************************
* Serverklasse W-SUCH-KLASSE suchen, ggf. anlegen (W-KL-IND, 0 =
* Tabelle voll)
******************************************************************
 C010-KLASSE-SUCHEN SECTION.
 C010-00.
     MOVE ZERO TO W-KL-IND
     PERFORM VARYING W-IND FROM 1 BY 1
             UNTIL   W-IND > W-KL-ANZ
             OR      W-KL-IND > ZERO
         IF  WK-NAME (W-IND) = W-SUCH-KLASSE
             MOVE W-IND TO W-KL-IND
         END-IF
     END-PERFORM
     IF  W-KL-IND > ZERO
         EXIT SECTION
     END-IF

     IF  W-KL-ANZ >= K-KL-MAX
         DISPLAY "RFCLST7 - Hinweis: mehr als " K-KL-MAX
                 " Serverklassen, " W-SUCH-KLASSE " uebergangen"
         EXIT SECTION
     END-IF
     ADD 1 TO W-KL-ANZ
     MOVE W-KL-ANZ      TO W-KL-IND
     MOVE W-SUCH-KLASSE TO WK-NAME (W-KL-IND)
     .
 C010-99.
     EXIT.

******************************************************************
* Nachrichtentyp W-SUCH-ISONTYP suchen, ggf. anlegen (W-TYP-IND,
* 0 = Tabelle voll); ein neuer Typ ohne Zuordnung bekommt die
* Klasse SONSTIGE
******************************************************************
 C020-TYP-SUCHEN SECTION.
 C020-00.
     MOVE ZERO TO W-TYP-IND
     PERFORM VARYING W-IND FROM 1 BY 1
             UNTIL   W-IND > W-TYP-ANZ
             OR      W-TYP-IND > ZERO
         IF  WY-ISONTYP (W-IND) = W-SUCH-ISONTYP
             MOVE W-IND TO W-TYP-IND
         END-IF
     END-PERFORM
     IF  W-TYP-IND > ZERO
         EXIT SECTION
     END-IF

     IF  W-TYP-ANZ >= K-TYP-MAX
         EXIT SECTION
     END-IF
     ADD 1 TO W-TYP-ANZ
     MOVE W-TYP-ANZ      TO W-TYP-IND
     MOVE W-SUCH-ISONTYP TO WY-ISONTYP (W-TYP-IND)
     MOVE ZERO           TO WY-KL-IND (W-TYP-IND)
     .
 C020-99.
     EXIT.

******************************************************************
* Eine Transaktion zaehlen: Minute und Stunde aus ZP_TIN, je Typ
* und je Klasse; danach die Zeiten messen
******************************************************************
 C100-ZEILE-ZAEHLEN SECTION.
 C100-00.
     ADD 1 TO W-ANZ-GELESEN

     MOVE ISONTYP OF TXILOG70 TO W-SUCH-ISONTYP
     PERFORM C020-TYP-SUCHEN
     IF  W-TYP-IND = ZERO
**      ---> mehr Typen als vorgesehen: nur unter SONSTIGE zaehlen
         MOVE K-SONSTIGE TO W-SUCH-KLASSE
         PERFORM C010-KLASSE-SUCHEN
     ELSE
         IF  WY-KL-IND (W-TYP-IND) = ZERO
             MOVE K-SONSTIGE TO W-SUCH-KLASSE
             PERFORM C010-KLASSE-SUCHEN
             MOVE W-KL-IND TO WY-KL-IND (W-TYP-IND)
         ELSE
             MOVE WY-KL-IND (W-TYP-IND) TO W-KL-IND
         END-IF
     END-IF
     IF  W-KL-IND = ZERO
         EXIT SECTION
     END-IF

     MOVE ZP-TIN OF TXILOG70 TO W-ZP-FELD
     PERFORM C120-ZP-HUNDERTSTEL
     MOVE W-ZP-HUNDERTSTEL TO W-HS-TIN
     COMPUTE W-MIN-IND = (W-ZP-HH * 60) + W-ZP-MI + 1
     COMPUTE W-STD-IND = W-ZP-HH + 1
     IF  W-MIN-IND < 1 OR W-MIN-IND > 1440
         EXIT SECTION
     END-IF

     ADD 1 TO WK-ANZ     (W-KL-IND)
              WK-MIN-ANZ (W-KL-IND W-MIN-IND)
              WK-STD-ANZ (W-KL-IND W-STD-IND)
     IF  W-TYP-IND > ZERO
         ADD 1 TO WY-ANZ     (W-TYP-IND)
                  WY-MIN-ANZ (W-TYP-IND W-MIN-IND)
                  WY-STD-ANZ (W-TYP-IND W-STD-IND)
     END-IF

     PERFORM C110-ZEITEN-MESSEN
     .
 C100-99.
     EXIT.

******************************************************************
* Zeiten messen: gesamt TIN->TOUT, AS-Anteil AOUT->AIN (nur wenn
* die Transaktion beim AS war), Eigenzeit = gesamt - AS-Anteil
******************************************************************
 C110-ZEITEN-MESSEN SECTION.
 C110-00.
     IF  ZP-TOUT OF TXILOG70 (1:10) NOT = W-VORTAG
         ADD 1 TO W-ANZ-UNGEMESSEN
         EXIT SECTION
     END-IF
     MOVE ZP-TOUT OF TXILOG70 TO W-ZP-FELD
     PERFORM C120-ZP-HUNDERTSTEL
     MOVE W-ZP-HUNDERTSTEL TO W-HS-TOUT
     COMPUTE W-MS-GESAMT = (W-HS-TOUT - W-HS-TIN) * 10
     IF  W-MS-GESAMT < ZERO
         ADD 1 TO W-ANZ-UNGEMESSEN
         EXIT SECTION
     END-IF

     SET W-AS-OHNE TO TRUE
     MOVE ZEROS TO W-MS-AS
     IF  ZP-AOUT OF TXILOG70 (1:10) = W-VORTAG
     AND ZP-AIN  OF TXILOG70 (1:10) = W-VORTAG
         MOVE ZP-AOUT OF TXILOG70 TO W-ZP-FELD
         PERFORM C120-ZP-HUNDERTSTEL
         MOVE W-ZP-HUNDERTSTEL TO W-HS-AOUT
         MOVE ZP-AIN  OF TXILOG70 TO W-ZP-FELD
         PERFORM C120-ZP-HUNDERTSTEL
         MOVE W-ZP-HUNDERTSTEL TO W-HS-AIN
         COMPUTE W-MS-AS = (W-HS-AIN - W-HS-AOUT) * 10
         IF  W-MS-AS >= ZERO
         AND W-MS-AS <= W-MS-GESAMT
             SET W-AS-MIT TO TRUE
         ELSE
             MOVE ZEROS TO W-MS-AS
         END-IF
     END-IF
     COMPUTE W-MS-EIGEN = W-MS-GESAMT - W-MS-AS

     ADD 1 TO WK-ANZ-GEMESSEN (W-KL-IND)
     COMPUTE W-HIST-IND = (W-MS-EIGEN / 10) + 1
     IF  W-HIST-IND > K-HIST-MAX
         MOVE K-HIST-MAX TO W-HIST-IND
     END-IF
     ADD 1 TO WK-EIG-HIST (W-KL-IND W-HIST-IND)

     IF  W-AS-MIT
         ADD 1 TO WK-ANZ-AS (W-KL-IND)
         COMPUTE W-HIST-IND = (W-MS-AS / 10) + 1
         IF  W-HIST-IND > K-HIST-MAX
             MOVE K-HIST-MAX TO W-HIST-IND
         END-IF
         ADD 1 TO WK-AS-HIST (W-KL-IND W-HIST-IND)
     END-IF
     .
 C110-99.
     EXIT.

******************************************************************
* Zeitstempel W-ZP-FELD in Hundertstel seit Mitternacht
******************************************************************
 C120-ZP-HUNDERTSTEL SECTION.
 C120-00.
     MOVE ZEROS TO W-ZP-HUNDERTSTEL
                   W-ZP-HH
                   W-ZP-MI
     IF  W-ZP-FELD (12:2) IS NOT NUMERIC
     OR  W-ZP-FELD (15:2) IS NOT NUMERIC
     OR  W-ZP-FELD (18:2) IS NOT NUMERIC
     OR  W-ZP-FELD (21:2) IS NOT NUMERIC
         EXIT SECTION
     END-IF
     MOVE W-ZP-FELD (12:2) TO W-ZP-HH
     MOVE W-ZP-FELD (15:2) TO W-ZP-MI
     MOVE W-ZP-FELD (18:2) TO W-ZP-SS
     MOVE W-ZP-FELD (21:2) TO W-ZP-HS
     COMPUTE W-ZP-HUNDERTSTEL
           = (((W-ZP-HH * 3600) + (W-ZP-MI * 60) + W-ZP-SS) * 100)
           + W-ZP-HS
     .
 C120-99.
     EXIT.

******************************************************************
* Eine Serverklasse auswerten: Spitzenminute, P95 der Minutenlast,
* Zeit-Perzentile, Stundenprofil, Typen; Historie schreiben
******************************************************************
 C200-KLASSE-AUSWERTEN SECTION.
 C200-00.
**  ---> Spitzenminute der Klasse
     MOVE ZEROS TO W-SPITZE-ANZ
                   W-SPITZE-MIN
     PERFORM VARYING W-MIN-IND FROM 1 BY 1
             UNTIL   W-MIN-IND > 1440
         IF  WK-MIN-ANZ (W-KL-IND W-MIN-IND) > W-SPITZE-ANZ
             MOVE WK-MIN-ANZ (W-KL-IND W-MIN-IND) TO W-SPITZE-ANZ
             MOVE W-MIN-IND TO W-SPITZE-MIN
         END-IF
     END-PERFORM
     PERFORM C240-SPITZE-HHMI

**  ---> P95 der Minutenlast
     MOVE 95 TO W-PZ-PROZENT
     MOVE ZEROS TO W-TYP-IND
     PERFORM C300-MINUTEN-PERZENTIL
     MOVE W-PZ-WERT TO W-P95-MIN

**  ---> Perzentile der Eigen- und der AS-Zeit
     PERFORM VARYING W-HIST-IND FROM 1 BY 1
             UNTIL   W-HIST-IND > K-HIST-MAX
         MOVE WK-EIG-HIST (W-KL-IND W-HIST-IND)
           TO W-PZ-HIST (W-HIST-IND)
     END-PERFORM
     MOVE WK-ANZ-GEMESSEN (W-KL-IND) TO W-PZ-GESAMT
     MOVE 50 TO W-PZ-PROZENT
     PERFORM C310-ZEIT-PERZENTIL
     MOVE W-PZ-WERT TO W-EIG-P50
     MOVE 95 TO W-PZ-PROZENT
     PERFORM C310-ZEIT-PERZENTIL
     MOVE W-PZ-WERT TO W-EIG-P95
     MOVE 99 TO W-PZ-PROZENT
     PERFORM C310-ZEIT-PERZENTIL
     MOVE W-PZ-WERT TO W-EIG-P99

     PERFORM VARYING W-HIST-IND FROM 1 BY 1
             UNTIL   W-HIST-IND > K-HIST-MAX
         MOVE WK-AS-HIST (W-KL-IND W-HIST-IND)
           TO W-PZ-HIST (W-HIST-IND)
     END-PERFORM
     MOVE WK-ANZ-AS (W-KL-IND) TO W-PZ-GESAMT
     MOVE 50 TO W-PZ-PROZENT
     PERFORM C310-ZEIT-PERZENTIL
     MOVE W-PZ-WERT TO W-AS-P50
     MOVE 95 TO W-PZ-PROZENT
     PERFORM C310-ZEIT-PERZENTIL
     MOVE W-PZ-WERT TO W-AS-P95
     MOVE 99 TO W-PZ-PROZENT
     PERFORM C310-ZEIT-PERZENTIL
     MOVE W-PZ-WERT TO W-AS-P99

**  ---> Auslastung der Spitzenminute gegen die Kapazitaet
     MOVE ZEROS TO W-AUSLASTUNG
     IF  WK-KAPAZ (W-KL-IND) > ZERO
         COMPUTE W-AUSLASTUNG
               = W-SPITZE-ANZ * 100 / WK-KAPAZ (W-KL-IND)
     END-IF

     DISPLAY " "
     MOVE WK-NAME  (W-KL-IND) TO DK-NAME
     MOVE WK-KAPAZ (W-KL-IND) TO DK-KAPAZ
     DISPLAY W-DZ-KLASSE
     MOVE WK-ANZ (W-KL-IND) TO DL-ANZ
     MOVE W-SPITZE-HHMI     TO DL-SPITZE-HHMI
     MOVE W-SPITZE-ANZ      TO DL-SPITZE
     MOVE W-P95-MIN         TO DL-P95
     MOVE W-AUSLASTUNG      TO DL-AUSLASTUNG
     DISPLAY W-DZ-LAST
     MOVE W-EIG-P50 TO DZ-EIG-P50
     MOVE W-EIG-P95 TO DZ-EIG-P95
     MOVE W-EIG-P99 TO DZ-EIG-P99
     MOVE W-AS-P50  TO DZ-AS-P50
     MOVE W-AS-P95  TO DZ-AS-P95
     MOVE W-AS-P99  TO DZ-AS-P99
     DISPLAY W-DZ-ZEIT

     IF  W-AUSLASTUNG >= K-WARN-PROZENT
         ADD 1 TO W-ANZ-WARNUNGEN
         DISPLAY "RFCLST7 - !!! " WK-NAME (W-KL-IND)
                 " Spitzenminute bei " W-AUSLASTUNG
                 "% der Kapazitaet"
     END-IF

**  ---> Historie: Klassensumme mit ISONTYP 0
     MOVE WK-NAME  (W-KL-IND) TO W-H-KLASSE
     MOVE ZEROS               TO W-H-ISONTYP
     MOVE WK-ANZ   (W-KL-IND) TO W-H-ANZ
     MOVE W-SPITZE-ANZ        TO W-H-SPITZE
     MOVE W-P95-MIN           TO W-H-P95-MIN
     MOVE W-EIG-P95           TO W-H-EIG-P95
     MOVE W-AS-P95            TO W-H-AS-P95
     MOVE WK-KAPAZ (W-KL-IND) TO W-H-KAPAZ
     PERFORM S310-INSERT-LASTHIST

     PERFORM C210-STUNDENPROFIL

     PERFORM VARYING W-TYP-IND FROM 1 BY 1
             UNTIL   W-TYP-IND > W-TYP-ANZ
             OR      W-ENDE
         IF  WY-KL-IND (W-TYP-IND) = W-KL-IND
         AND WY-ANZ    (W-TYP-IND) > ZERO
             PERFORM C220-TYP-AUSWERTEN
         END-IF
     END-PERFORM
     .
 C200-99.
     EXIT.

******************************************************************
* Stundenprofil der Klasse: Anzahl und Spitzenminute je Stunde
******************************************************************
 C210-STUNDENPROFIL SECTION.
 C210-00.
     PERFORM VARYING W-STD-IND FROM 1 BY 1
             UNTIL   W-STD-IND > 24
         IF  WK-STD-ANZ (W-KL-IND W-STD-IND) > ZERO
             MOVE ZEROS TO W-MIN-WERT
             COMPUTE W-IND = ((W-STD-IND - 1) * 60) + 1
             PERFORM VARYING W-MIN-IND FROM W-IND BY 1
                     UNTIL   W-MIN-IND > W-IND + 59
                 IF  WK-MIN-ANZ (W-KL-IND W-MIN-IND) > W-MIN-WERT
                     MOVE WK-MIN-ANZ (W-KL-IND W-MIN-IND)
                       TO W-MIN-WERT
                 END-IF
             END-PERFORM
             COMPUTE DS-STUNDE = W-STD-IND - 1
             MOVE WK-STD-ANZ (W-KL-IND W-STD-IND) TO DS-ANZ
             MOVE W-MIN-WERT TO DS-SPITZE
             DISPLAY W-DZ-STUNDE
         END-IF
     END-PERFORM
     .
 C210-99.
     EXIT.

******************************************************************
* Ein Nachrichtentyp der Klasse: Spitzenminute, Spitzenstunde,
* Historie
******************************************************************
 C220-TYP-AUSWERTEN SECTION.
 C220-00.
     MOVE ZEROS TO W-SPITZE-ANZ
                   W-SPITZE-MIN
     PERFORM VARYING W-MIN-IND FROM 1 BY 1
             UNTIL   W-MIN-IND > 1440
         IF  WY-MIN-ANZ (W-TYP-IND W-MIN-IND) > W-SPITZE-ANZ
             MOVE WY-MIN-ANZ (W-TYP-IND W-MIN-IND) TO W-SPITZE-ANZ
             MOVE W-MIN-IND TO W-SPITZE-MIN
         END-IF
     END-PERFORM
     PERFORM C240-SPITZE-HHMI

     MOVE 1 TO W-IND-2
     PERFORM VARYING W-STD-IND FROM 2 BY 1
             UNTIL   W-STD-IND > 24
         IF  WY-STD-ANZ (W-TYP-IND W-STD-IND)
           > WY-STD-ANZ (W-TYP-IND W-IND-2)
             MOVE W-STD-IND TO W-IND-2
         END-IF
     END-PERFORM

     MOVE 95 TO W-PZ-PROZENT
     PERFORM C300-MINUTEN-PERZENTIL

     MOVE WY-ISONTYP (W-TYP-IND)         TO DY-ISONTYP
     MOVE WY-ANZ     (W-TYP-IND)         TO DY-ANZ
     MOVE W-SPITZE-HHMI                  TO DY-SPITZE-HHMI
     MOVE W-SPITZE-ANZ                   TO DY-SPITZE
     COMPUTE DY-STUNDE = W-IND-2 - 1
     MOVE WY-STD-ANZ (W-TYP-IND W-IND-2) TO DY-STD-ANZ
     DISPLAY W-DZ-TYP

     MOVE WK-NAME    (W-KL-IND)  TO W-H-KLASSE
     MOVE WY-ISONTYP (W-TYP-IND) TO W-H-ISONTYP
     MOVE WY-ANZ     (W-TYP-IND) TO W-H-ANZ
     MOVE W-SPITZE-ANZ           TO W-H-SPITZE
     MOVE W-PZ-WERT              TO W-H-P95-MIN
     MOVE ZEROS                  TO W-H-EIG-P95
                                    W-H-AS-P95
     MOVE WK-KAPAZ   (W-KL-IND)  TO W-H-KAPAZ
     PERFORM S310-INSERT-LASTHIST
     .
 C220-99.
     EXIT.

******************************************************************
* Wachstum (Woche gegen Vorjahreswoche) und Reserve der 28-Tage-
* Spitze zur Kapazitaet aus der Historie
******************************************************************
 C230-VORJAHR-RESERVE SECTION.
 C230-00.
     MOVE WK-NAME (W-KL-IND) TO W-H-KLASSE
     DISPLAY " "
     DISPLAY WK-NAME (W-KL-IND)

     MOVE W-WO-VON TO W-H-VON
     MOVE W-VORTAG TO W-H-BIS
     PERFORM S320-SELECT-LASTHIST-WOCHE
     MOVE W-H-SUMME TO W-WO-ANZ
     MOVE W-H-TAGE  TO W-WO-TAGE

     MOVE W-VJ-VON TO W-H-VON
     MOVE W-VJ-BIS TO W-H-BIS
     PERFORM S320-SELECT-LASTHIST-WOCHE
     MOVE W-H-SUMME TO W-VJ-ANZ
     MOVE W-H-TAGE  TO W-VJ-TAGE

     MOVE W-WO-ANZ TO DV-WO-ANZ
     MOVE W-VJ-ANZ TO DV-VJ-ANZ
     MOVE ZEROS    TO W-WACHSTUM
**  ---> Wachstum nur bei vollstaendiger Vorjahreswoche
     IF  W-VJ-TAGE = 7
     AND W-VJ-ANZ > ZERO
         COMPUTE W-WACHSTUM ROUNDED
               = (W-WO-ANZ - W-VJ-ANZ) * 100 / W-VJ-ANZ
     END-IF
     MOVE W-WACHSTUM TO DV-WACHSTUM
     DISPLAY W-DZ-VORJAHR
     IF  W-VJ-TAGE NOT = 7
         DISPLAY "  (Vorjahreswoche " W-VJ-VON " - " W-VJ-BIS
                 " nur " W-VJ-TAGE " Tage in der Historie)"
     END-IF

     MOVE W-RS-VON TO W-H-VON
     MOVE W-VORTAG TO W-H-BIS
     PERFORM S330-SELECT-LASTHIST-SPITZE
     MOVE W-H-MAX TO DR-SPITZE
     IF  WK-KAPAZ (W-KL-IND) = ZERO
         DISPLAY "  Spitze 28 Tage (/min): " W-H-MAX
                 "  (keine Kapazitaet konfiguriert)"
         EXIT SECTION
     END-IF
     COMPUTE W-RESERVE    = WK-KAPAZ (W-KL-IND) - W-H-MAX
     COMPUTE W-AUSLASTUNG = W-H-MAX * 100 / WK-KAPAZ (W-KL-IND)
     MOVE W-RESERVE    TO DR-RESERVE
     MOVE W-AUSLASTUNG TO DR-AUSLASTUNG
     DISPLAY W-DZ-RESERVE
     .
 C230-99.
     EXIT.

******************************************************************
* Minute W-SPITZE-MIN (1..1440) als HH:MI
******************************************************************
 C240-SPITZE-HHMI SECTION.
 C240-00.
     MOVE SPACES TO W-SPITZE-HHMI
     IF  W-SPITZE-MIN = ZERO
         EXIT SECTION
     END-IF
     COMPUTE W-MIN-HH = (W-SPITZE-MIN - 1) / 60
     COMPUTE W-MIN-MI = (W-SPITZE-MIN - 1) - (W-MIN-HH * 60)
     STRING  W-MIN-HH ":" W-MIN-MI
                 DELIMITED BY SIZE
       INTO  W-SPITZE-HHMI
     END-STRING
     .
 C240-99.
     EXIT.

******************************************************************
* Perzentil W-PZ-PROZENT der Minutenlast: kleinster Wert, den
* mindestens W-PZ-PROZENT der 1440 Minuten nicht ueberschreiten;
* Intervallhalbierung zwischen 0 und der Spitzenminute. Minuten-
* werte der Klasse (W-KL-IND) oder - bei W-TYP-IND > 0 - des Typs
******************************************************************
 C300-MINUTEN-PERZENTIL SECTION.
 C300-00.
     MOVE ZEROS        TO W-PZ-UNTEN
     MOVE W-SPITZE-ANZ TO W-PZ-OBEN
     PERFORM UNTIL W-PZ-UNTEN >= W-PZ-OBEN
         COMPUTE W-PZ-MITTE = (W-PZ-UNTEN + W-PZ-OBEN) / 2
         MOVE ZEROS TO W-PZ-ANZ
         PERFORM VARYING W-MIN-IND FROM 1 BY 1
                 UNTIL   W-MIN-IND > 1440
             IF  W-TYP-IND > ZERO
                 MOVE WY-MIN-ANZ (W-TYP-IND W-MIN-IND) TO W-MIN-WERT
             ELSE
                 MOVE WK-MIN-ANZ (W-KL-IND W-MIN-IND)  TO W-MIN-WERT
             END-IF
             IF  W-MIN-WERT <= W-PZ-MITTE
                 ADD 1 TO W-PZ-ANZ
             END-IF
         END-PERFORM
         IF  W-PZ-ANZ * 100 >= W-PZ-PROZENT * 1440
             MOVE W-PZ-MITTE TO W-PZ-OBEN
         ELSE
             COMPUTE W-PZ-UNTEN = W-PZ-MITTE + 1
         END-IF
     END-PERFORM
     MOVE W-PZ-UNTEN TO W-PZ-WERT
     .
 C300-99.
     EXIT.

******************************************************************
* Perzentil W-PZ-PROZENT einer Zeitverteilung (W-PZ-HIST, 10-ms-
* Klassen, W-PZ-GESAMT Messungen); Ergebnis: Obergrenze der
* Klasse in ms, die Ueberlaufklasse liefert 5000
******************************************************************
 C310-ZEIT-PERZENTIL SECTION.
 C310-00.
     MOVE ZEROS TO W-PZ-WERT
                   W-PZ-KUMUL
     IF  W-PZ-GESAMT = ZERO
         EXIT SECTION
     END-IF
     PERFORM VARYING W-HIST-IND FROM 1 BY 1
             UNTIL   W-HIST-IND > K-HIST-MAX
             OR      W-PZ-WERT > ZERO
         ADD W-PZ-HIST (W-HIST-IND) TO W-PZ-KUMUL
         IF  W-PZ-KUMUL * 100 >= W-PZ-PROZENT * W-PZ-GESAMT
             COMPUTE W-PZ-WERT = W-HIST-IND * 10
         END-IF
     END-PERFORM
     IF  W-PZ-WERT > 5000
         MOVE 5000 TO W-PZ-WERT
     END-IF
     .
 C310-99.
     EXIT.

******************************************************************
* Historie des Vortags raeumen (Wiederholungslauf)
******************************************************************
 S300-DELETE-LASTHIST-TAG SECTION.
 S300-00.
     EXEC SQL
         DELETE
           FROM  =LASTHIST
          WHERE  DATUM = :W-VORTAG
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
     AND SQLCODE OF SQLCA NOT = 100
         PERFORM Z002-PROGERR
     END-IF
     .
 S300-99.
     EXIT.

******************************************************************
* Historiensatz schreiben (ISONTYP 0 = Summe der Klasse)
******************************************************************
 S310-INSERT-LASTHIST SECTION.
 S310-00.
     EXEC SQL
         INSERT
           INTO  =LASTHIST
                 ( DATUM, SERVERKLASSE, ISONTYP, ANZ
                 , SPITZE_MIN, P95_MIN, EIGEN_P95_MS, AS_P95_MS
                 , KAPAZ_MIN, ZPINS )
         VALUES  (
                  :W-VORTAG
                 ,:W-H-KLASSE
                 ,:W-H-ISONTYP
                 ,:W-H-ANZ
                 ,:W-H-SPITZE
                 ,:W-H-P95-MIN
                 ,:W-H-EIG-P95
                 ,:W-H-AS-P95
                 ,:W-H-KAPAZ
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S310-99.
     EXIT.

******************************************************************
* Transaktionen der Klasse im Fenster W-H-VON..W-H-BIS (erst
* zaehlen - ohne Zeilen liefert SUM() keinen Wert)
******************************************************************
 S320-SELECT-LASTHIST-WOCHE SECTION.
 S320-00.
     MOVE ZEROS TO W-H-TAGE
                   W-H-SUMME

     EXEC SQL
         SELECT  COUNT(*)
           INTO :W-H-TAGE
           FROM  =LASTHIST
          WHERE  SERVERKLASSE = :W-H-KLASSE
            AND  ISONTYP      = 0
            AND  DATUM       >= :W-H-VON
            AND  DATUM       <= :W-H-BIS
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF
     IF  W-H-TAGE = ZERO
         EXIT SECTION
     END-IF

     EXEC SQL
         SELECT  SUM(ANZ)
           INTO :W-H-SUMME
           FROM  =LASTHIST
          WHERE  SERVERKLASSE = :W-H-KLASSE
            AND  ISONTYP      = 0
            AND  DATUM       >= :W-H-VON
            AND  DATUM       <= :W-H-BIS
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S320-99.
     EXIT.

******************************************************************
* Hoechste Spitzenminute der Klasse im Fenster W-H-VON..W-H-BIS
******************************************************************
 S330-SELECT-LASTHIST-SPITZE SECTION.
 S330-00.
     MOVE ZEROS TO W-H-TAGE
                   W-H-MAX

     EXEC SQL
         SELECT  COUNT(*)
           INTO :W-H-TAGE
           FROM  =LASTHIST
          WHERE  SERVERKLASSE = :W-H-KLASSE
            AND  ISONTYP      = 0
            AND  DATUM       >= :W-H-VON
            AND  DATUM       <= :W-H-BIS
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF
     IF  W-H-TAGE = ZERO
         EXIT SECTION
     END-IF

     EXEC SQL
         SELECT  MAX(SPITZE_MIN)
           INTO :W-H-MAX
           FROM  =LASTHIST
          WHERE  SERVERKLASSE = :W-H-KLASSE
            AND  ISONTYP      = 0
            AND  DATUM       >= :W-H-VON
            AND  DATUM       <= :W-H-BIS
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S330-99.
     EXIT.

******************************************************************
* Cursor auf =LASTCFG
******************************************************************
 S900-OPEN-LASTCFG-CURSOR SECTION.
 S900-00.
     EXEC SQL
         OPEN LASTCFG_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S900-99.
     EXIT.

 S910-FETCH-LASTCFG-CURSOR SECTION.
 S910-00.
     EXEC SQL
         FETCH LASTCFG_CURS
          INTO :W-CFG-KLASSE
              ,:W-CFG-ISONTYP
              ,:W-CFG-KAPAZ
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S910-99.
     EXIT.

 S920-CLOSE-LASTCFG-CURSOR SECTION.
 S920-00.
     EXEC SQL
         CLOSE LASTCFG_CURS
     END-EXEC
     .
 S920-99.
     EXIT.

******************************************************************
* Cursor auf =TXILOG70
******************************************************************
 S930-OPEN-TXILOG70-CURSOR SECTION.
 S930-00.
     EXEC SQL
         OPEN TXILOG70_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S930-99.
     EXIT.

 S940-FETCH-TXILOG70-CURSOR SECTION.
 S940-00.
     EXEC SQL
         FETCH TXILOG70_CURS
          INTO :ISONTYP of TXILOG70
              ,:ZP-TIN  of TXILOG70
              ,:ZP-AOUT of TXILOG70
              ,:ZP-AIN  of TXILOG70
              ,:ZP-TOUT of TXILOG70
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S940-99.
     EXIT.

 S950-CLOSE-TXILOG70-CURSOR SECTION.
 S950-00.
     EXEC SQL
         CLOSE TXILOG70_CURS
     END-EXEC
     .
 S950-99.
     EXIT.

******************************************************************
* TMF-Klammer
******************************************************************
 U100-BEGIN SECTION.
 U100-00.
     EXEC SQL
         BEGIN WORK
     END-EXEC
     .
 U100-99.
     EXIT.

 U110-COMMIT SECTION.
 U110-00.
     EXEC SQL
         COMMIT WORK
     END-EXEC
     .
 U110-99.
     EXIT.

 U120-ROLLBACK SECTION.
 U120-00.
     EXEC SQL
         ROLLBACK WORK
     END-EXEC
     .
 U120-99.
     EXIT.

******************************************************************
* TIMESTAMP erstellen
******************************************************************
 U200-TIMESTAMP SECTION.
 U200-00.
     ENTER TAL "TIME" USING TAL-TIME
     MOVE CORR TAL-TIME TO TAL-TIME-D
     .
 U200-99.
     EXIT.

******************************************************************
* Laufbeginn in =BATCHRUN registrieren (ein Satz je Tag und
* Programm; ein Wiederholungslauf setzt den Satz zurueck)
******************************************************************
 S770-RUN-START SECTION.
 S770-00.
     PERFORM U200-TIMESTAMP
     MOVE SPACES TO W-RUN-DATUM
     STRING  TAL-JHJJ OF TAL-TIME-D "-"
             TAL-MM   OF TAL-TIME-D "-"
             TAL-TT   OF TAL-TIME-D
                 DELIMITED BY SIZE
       INTO  W-RUN-DATUM
     END-STRING

     EXEC SQL
         INSERT
           INTO  =BATCHRUN
                 ( DATUM, PROGRAMM, KZ_STATUS, ANZ
                 , ZP_START, ZP_ENDE )
         VALUES  (
                  :W-RUN-DATUM
                 ,:K-RUN-PROGRAMM
                 ,"L"
                 ,0
                 ,current  YEAR TO FRACTION(2)
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
**      ---> Wiederholungslauf desselben Tages
         WHEN -8227  PERFORM S775-RUN-RESET
         WHEN OTHER  DISPLAY "RFCLST7 - =BATCHRUN nicht "
                             "registrierbar, SQLCODE: "
                             SQLCODE OF SQLCA
     END-EVALUATE
     .
 S770-99.
     EXIT.

 S775-RUN-RESET SECTION.
 S775-00.
     EXEC SQL
         UPDATE  =BATCHRUN
            SET  KZ_STATUS = "L"
               , ZP_START  = CURRENT
          WHERE  DATUM    = :W-RUN-DATUM
            AND  PROGRAMM = :K-RUN-PROGRAMM
     END-EXEC
     .
 S775-99.
     EXIT.

******************************************************************
* Laufende in =BATCHRUN festhalten (Status und Kennzahl)
******************************************************************
 S780-RUN-ENDE SECTION.
 S780-00.
     IF  W-ENDE
         MOVE "F" TO W-RUN-STATUS
     ELSE
         MOVE "E" TO W-RUN-STATUS
     END-IF

     EXEC SQL
         UPDATE  =BATCHRUN
            SET  KZ_STATUS = :W-RUN-STATUS
               , ANZ       = :W-ANZ-GELESEN
               , ZP_ENDE   = CURRENT
          WHERE  DATUM    = :W-RUN-DATUM
            AND  PROGRAMM = :K-RUN-PROGRAMM
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         DISPLAY "RFCLST7 - =BATCHRUN nicht fortschreibbar, "
                 "SQLCODE: " SQLCODE OF SQLCA
     END-IF
     .
 S780-99.
     EXIT.

******************************************************************
* Allgemeine Fehlerbehandlung
******************************************************************
 Z002-PROGERR SECTION.
 Z002-00.
     DISPLAY "RFCLST7 - SQL-Fehler, SQLCODE: " SQLCODE OF SQLCA
     SET W-ENDE TO TRUE
     .
 Z002-99.
     EXIT.
