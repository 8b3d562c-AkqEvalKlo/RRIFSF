?CONSULT $SYSTEM.SYSTEM.COBOLEX0
?SEARCH  $SYSTEM.SYSTEM.COBOLLIB
?SEARCH  =TALLIB
?SEARCH  =PFCPVK7

?NOLMAP, SYMBOLS, INSPECT
?SAVE ALL
?LINES 66
?CHECK 3
?SQL

 IDENTIFICATION DIVISION.

 PROGRAM-ID. RFCEMI7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.01
* Kurzbeschreibung :: Monatlicher CO2-Bericht je Vertragsunter-
* Kurzbeschreibung :: nehmen (VUNR) aus den Artikelzeilen
* Kurzbeschreibung :: =ARTZEILE abgerechneter Transaktionen
* Kurzbeschreibung :: (AC_TERM 0 in =TXILOG70). Die Warengruppe
* Kurzbeschreibung :: wird ueber =CO2WGR einer Produktgruppe
* Kurzbeschreibung :: (DIESEL, BENZIN, ADBLUE, LPG, CNG, STROM)
* Kurzbeschreibung :: zugeordnet - Zeilen der Artikelklasse "E"
* Kurzbeschreibung :: ohne Eintrag gelten als STROM, alle
* Kurzbeschreibung :: anderen ohne Eintrag sind nicht CO2-
* Kurzbeschreibung :: relevant. Der Emissionsfaktor (kg CO2 je
* Kurzbeschreibung :: Einheit) kommt je Land der Station und
* Kurzbeschreibung :: Produktgruppe aus =CO2FAKTOR zum Datum der
* Kurzbeschreibung :: Zeile (GUELTIG_AB/GUELTIG_BIS, Rueckfall
* Kurzbeschreibung :: auf LAND "***"). Das Fahrzeug ist das
* Kurzbeschreibung :: zuletzt zur Karte gemeldete aus =KMSTAND
* Kurzbeschreibung :: (FZNR); Token der Karte werden ueber
* Kurzbeschreibung :: =PANVAULT/PFCPVK7 aufgeloest. Ausgabe:
* Kurzbeschreibung :: Liste je VUNR und Exportdatei CO2OUT mit
* Kurzbeschreibung :: Summen je Fahrzeug/Produkt, je Produkt
* Kurzbeschreibung :: und je VUNR.
* Package          :: ICC
*
* Aenderungen
*
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.01|2026-10-15| kl  | Review:
*       |          |     | - Schnittstelle zu PFCPVK7 als COPY statt
*       |          |     |   eigener 01-Stufe
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-10-15| kl  | R7-538:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: Batch, am Monatsersten fuer den Vormonat
* Parameter   :: PARAM MONAT JJJJ-MM
*
******************************************************************
* Uebersicht der SECTIONs:
*
* A100-STEUERUNG
*
* B000-VORLAUF
* B090-ENDE
* B100-BERICHTSLAUF
*
* C100-ZEILE-VERARBEITEN
* C110-VUNR-SCHREIBEN
* C120-FAHRZEUG-ERMITTELN
* C130-FAHRZEUG-KUMULIEREN
* C140-PRODUKT-KUMULIEREN
*
* M100-CALL-PFCPVK7
*
* P950-GETPARAMTEXT
*
* S300-SELECT-TXILOG70
* S310-SELECT-LAND
* S320-SELECT-CO2WGR
* S330-SELECT-CO2FAKTOR
* S400-SELECT-PANVAULT
* S410-SELECT-KMSTAND
* S900-OPEN-ARTZEILE-CURSOR
* S910-FETCH-ARTZEILE-CURSOR
* S920-CLOSE-ARTZEILE-CURSOR
*
* U200-TIMESTAMP
*
* Z002-PROGERR
******************************************************************

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     DECIMAL-POINT IS COMMA.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT EXPORT-DATEI      ASSIGN TO "CO2OUT"
                              ORGANIZATION IS SEQUENTIAL
                              FILE STATUS IS EXP-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.

 FD  EXPORT-DATEI
     RECORD CONTAINS 100 CHARACTERS.
 01          EXPORT-SATZ         PIC X(100).

 WORKING-STORAGE SECTION.

 01          EXP-FILE-STATUS     PIC X(02).
          88 EXP-FILE-OK                     VALUE "00".

 01          W-ENDE-FLAG         PIC 9       VALUE ZERO.
     88      W-ENDE                          VALUE 1.

 01          W-SQLCODE-FLAG      PIC 9       VALUE ZERO.
     88      W-SQL-OK                        VALUE ZERO.
     88      W-SQL-EOD                       VALUE 1.
     88      W-SQL-NOK                       VALUE 9.

 01          W-ERSTER-SATZ-FLAG  PIC 9       VALUE ZERO.
     88      W-ERSTER-SATZ                   VALUE 1.

 01          W-MONAT             PIC X(07)   VALUE SPACES.
 01          W-MONAT-LIKE        PIC X(08)   VALUE SPACES.

**  ---> Lauf-Registrierung in =BATCHRUN (Morgenpruefer RFCRUN7)
 01          K-RUN-PROGRAMM      PIC X(08)   VALUE "RFCEMI7".
 01          W-RUN-DATUM         PIC X(10)   VALUE SPACES.
 01          W-RUN-STATUS        PIC X(01)   VALUE SPACE.

 77          W-ANZ-ZEILEN        PIC 9(09)   VALUE ZERO.
 77          W-ANZ-VERWORFEN     PIC 9(09)   VALUE ZERO.
 77          W-ANZ-NICHT-CO2     PIC 9(09)   VALUE ZERO.
 77          W-ANZ-OHNE-FAKTOR   PIC 9(09)   VALUE ZERO.
 77          W-ANZ-OHNE-FZNR     PIC 9(09)   VALUE ZERO.
 77          W-ANZ-VUNR          PIC 9(05)   VALUE ZERO.

**  ---> Kontrollwechsel und Transaktions-Cache
 01          W-ALT-VUNR          PIC X(15)   VALUE SPACES.
 01          W-TX-CACHE.
     05      WTX-PNR             PIC X(02)   VALUE SPACES.
     05      WTX-TERMNR          PIC 9(08)   VALUE ZEROS.
     05      WTX-TRACENR         PIC 9(06)   VALUE ZEROS.
     05      WTX-DATUM           PIC X(10)   VALUE SPACES.
 01          W-TX-OK-FLAG        PIC 9       VALUE ZERO.
     88      W-TX-ABGERECHNET                VALUE 1.
 01          W-ZP-VON            PIC 9(14)   VALUE ZEROS.
 01          W-ZP-BIS            PIC 9(14)   VALUE ZEROS.
 01          W-DAT-JJJJ          PIC 9(04)   VALUE ZEROS.
 01          W-DAT-MM            PIC 9(02)   VALUE ZEROS.
 01          W-DAT-TT            PIC 9(02)   VALUE ZEROS.
 01          W-AC-TERM           PIC 9(02)   VALUE ZEROS.
 01          W-TX-KANR           PIC X(19)   VALUE SPACES.
 01          W-TX-FZNR           PIC X(12)   VALUE SPACES.

**  ---> Land-Cache je Station
 01          W-LAND              PIC X(03)   VALUE SPACES.
 01          W-LAND-MDNR-ALT     PIC 9(08)   VALUE ZEROS.
 01          W-LAND-TSNR-ALT     PIC 9(08)   VALUE ZEROS.

**  ---> Produktgruppe je Warengruppe (Cache der letzten WGR)
 01          W-PRODUKT           PIC X(06)   VALUE SPACES.
 01          W-PRODUKT-WGR-ALT   PIC X(03)   VALUE "???".
 01          W-PRODUKT-ALT       PIC X(06)   VALUE SPACES.

**  ---> Emissionsfaktor kg CO2 je Einheit (Cache Land/Produkt/Tag)
 01          W-FAKTOR            PIC 9(03)V9(04) VALUE ZEROS.
 01          W-EINHEIT           PIC X(03)   VALUE SPACES.
 01          W-FAKTOR-FLAG       PIC 9       VALUE ZERO.
     88      W-FAKTOR-FEHLT                  VALUE ZERO.
     88      W-FAKTOR-DA                     VALUE 1.
 01          W-FAKTOR-LAND-ALT   PIC X(03)   VALUE "???".
 01          W-FAKTOR-PRD-ALT    PIC X(06)   VALUE SPACES.
 01          W-FAKTOR-DATUM-ALT  PIC X(10)   VALUE SPACES.
 01          W-FAKTOR-LAND       PIC X(03)   VALUE SPACES.

**  ---> Menge der Zeile in 1/1000 Einheit, CO2 in Gramm
**  ---> (Menge/1000 * kg je Einheit = Menge * Faktor Gramm)
 01          W-MENGE             PIC S9(15)  COMP VALUE ZEROS.
 01          W-CO2-G             PIC S9(15)  COMP VALUE ZEROS.

**  ---> Kartennummer im Klartext zur Suche in =KMSTAND
 01          W-KANR-KLAR         PIC X(19)   VALUE SPACES.

**  ---> Karten-Cache des VUNR-Blocks (Karte -> Fahrzeug), damit
**  ---> jede Karte nur einmal entschluesselt wird
 01          W-KARTEN-TABELLE.
     05      W-KARTE-TAB         OCCURS 500.
      10     WK-KANR             PIC X(19).
      10     WK-FZNR             PIC X(12).
 01          W-KARTE-MAX         PIC S9(04) COMP VALUE ZEROS.
 01          W-KARTE-IND         PIC S9(04) COMP VALUE ZEROS.
 01          W-KARTE-FUND        PIC S9(04) COMP VALUE ZEROS.

**  ---> Summen je Fahrzeug/Produkt des VUNR-Blocks, sortiert nach
**  ---> FZNR/Produkt (Einfuegen an der richtigen Stelle)
 01          W-FZ-TABELLE.
     05      W-FZ-TAB            OCCURS 2000.
      10     WF-SCHLUESSEL.
       15    WF-FZNR             PIC X(12).
       15    WF-PRODUKT          PIC X(06).
      10     WF-EINHEIT          PIC X(03).
      10     WF-MENGE            PIC S9(15)  COMP.
      10     WF-CO2-G            PIC S9(15)  COMP.
 01          W-FZ-MAX            PIC S9(04) COMP VALUE ZEROS.
 01          W-FZ-IND            PIC S9(04) COMP VALUE ZEROS.
 01          W-FZ-FUND           PIC S9(04) COMP VALUE ZEROS.
 01          W-FZ-SCHLUESSEL.
     05      W-FZ-FZNR           PIC X(12)   VALUE SPACES.
     05      W-FZ-PRODUKT        PIC X(06)   VALUE SPACES.
 77          W-ANZ-FZ-VOLL       PIC 9(09)   VALUE ZERO.

**  ---> Summen je Produkt des VUNR-Blocks
 01          W-PRD-TABELLE.
     05      W-PRD-TAB           OCCURS 20.
      10     WP-PRODUKT          PIC X(06).
      10     WP-EINHEIT          PIC X(03).
      10     WP-MENGE            PIC S9(15)  COMP.
      10     WP-CO2-G            PIC S9(15)  COMP.
 01          W-PRD-MAX           PIC S9(04) COMP VALUE ZEROS.
 01          W-PRD-IND           PIC S9(04) COMP VALUE ZEROS.
 01          W-PRD-FUND          PIC S9(04) COMP VALUE ZEROS.

 01          W-VUNR-CO2-G        PIC S9(15)  COMP VALUE ZEROS.
 01          W-VUNR-ANZ-FZ       PIC 9(07)   VALUE ZEROS.
 01          W-FZNR-ALT          PIC X(12)   VALUE SPACES.

**  ---> Listzeilen
 01          W-DRUCK-FZ.
     05      FILLER              PIC X(02)   VALUE SPACES.
     05      WDF-FZNR            PIC X(14).
     05      WDF-PRODUKT         PIC X(07).
     05      WDF-MENGE           PIC -Z(10)9,999.
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDF-EINHEIT         PIC X(04).
     05      WDF-CO2-KG          PIC -Z(10)9,999.
     05      FILLER              PIC X(07)   VALUE " kg CO2".
 01          W-CO2-KG            PIC S9(12)V999 VALUE ZEROS.
 01          W-MENGE-EH          PIC S9(12)V999 VALUE ZEROS.
 01          W-CO2-KG-D          PIC -Z(10)9,999.

**  ---> Exportsaetze: Mengen in 1/1000 Einheit, CO2 in Gramm,
**  ---> jeweils mit fuehrendem Vorzeichen
**  --->   F = Fahrzeug/Produkt, P = Produkt, S = Summe je VUNR
 01          EXP-F-SATZ.
     05      FILLER              PIC X(01)   VALUE "F".
     05      EXPF-VUNR           PIC X(15).
     05      EXPF-MONAT          PIC X(07).
     05      EXPF-FZNR           PIC X(12).
     05      EXPF-PRODUKT        PIC X(06).
     05      EXPF-EINHEIT        PIC X(03).
     05      EXPF-MENGE          PIC S9(15) SIGN LEADING SEPARATE.
     05      EXPF-CO2-G          PIC S9(15) SIGN LEADING SEPARATE.
     05      FILLER              PIC X(24)   VALUE SPACES.

 01          EXP-P-SATZ.
     05      FILLER              PIC X(01)   VALUE "P".
     05      EXPP-VUNR           PIC X(15).
     05      EXPP-MONAT          PIC X(07).
     05      EXPP-PRODUKT        PIC X(06).
     05      EXPP-EINHEIT        PIC X(03).
     05      EXPP-MENGE          PIC S9(15) SIGN LEADING SEPARATE.
     05      EXPP-CO2-G          PIC S9(15) SIGN LEADING SEPARATE.
     05      FILLER              PIC X(36)   VALUE SPACES.

 01          EXP-S-SATZ.
     05      FILLER              PIC X(01)   VALUE "S".
     05      EXPS-VUNR           PIC X(15).
     05      EXPS-MONAT          PIC X(07).
     05      EXPS-ANZ-FZ         PIC 9(07).
     05      EXPS-CO2-G          PIC S9(15) SIGN LEADING SEPARATE.
     05      FILLER              PIC X(54)   VALUE SPACES.

**  ---> Startparameter
 01          STARTUP-FELDER.
     05      STUP-RESULT         PIC S9(04) COMP VALUE ZEROS.
     05      STUP-PORTION        PIC  X(30) VALUE "STRING".
     05      STUP-TEXT           PIC X(128).

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

**          ---> Schnittstelle zum Krypto-Baustein PFCPVK7
     COPY    PFCPVK7C OF "=MSGLIB".
 01          PVK-RCODE-D         PIC 9(04)   VALUE ZEROS.
 01          PVK-HSM-RCODE-D     PIC -9(04)  VALUE ZEROS.

 EXEC SQL
     INCLUDE SQLCA
 END-EXEC

 EXEC SQL
     BEGIN DECLARE SECTION
 END-EXEC

**  ---> normalisierte Artikelzeilen (PFCPRE7/PFCOFF7S, C111)
 EXEC SQL
    INVOKE =ARTZEILE AS ARTZEILE
 END-EXEC

 EXEC SQL
    INVOKE =TXILOG70 AS TXILOG70
 END-EXEC

 EXEC SQL
    INVOKE =STATION AS STATION
 END-EXEC

**  ---> Produktgruppe je Warengruppe und Emissionsfaktoren
 EXEC SQL
    INVOKE =CO2WGR AS CO2WGR
 END-EXEC

 EXEC SQL
    INVOKE =CO2FAKTOR AS CO2FAKTOR
 END-EXEC

**  ---> Fahrzeug zur Karte (letzter gemeldeter Stand)
 EXEC SQL
    INVOKE =KMSTAND AS KMSTAND
 END-EXEC

 EXEC SQL
    INVOKE =PANVAULT AS PANVAULT
 END-EXEC

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

 EXEC SQL
     DECLARE ARTZEILE_CURS CURSOR FOR
         SELECT  DATUM, PNR, TERMNR, TRACENR, VUNR
               , MDNR, TSNR, WGR, MENGE, KLASSE
           FROM  =ARTZEILE
          WHERE  DATUM LIKE :W-MONAT-LIKE
          ORDER  BY VUNR, PNR, TERMNR, TRACENR
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
         PERFORM B100-BERICHTSLAUF
     END-IF
     PERFORM S780-RUN-ENDE
     PERFORM B090-ENDE
     STOP RUN
     .
 A100-99.
     EXIT.

******************************************************************
* Vorlauf: Parameter und Exportdatei
******************************************************************
 B000-VORLAUF SECTION.
 B000-00.
     MOVE "MONAT" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:7) TO W-MONAT
     MOVE SPACES TO W-MONAT-LIKE
     STRING  W-MONAT "%"
                 DELIMITED BY SIZE
       INTO  W-MONAT-LIKE
     END-STRING

     DISPLAY "RFCEMI7 - CO2-Bericht je VUNR fuer " W-MONAT

     OPEN OUTPUT EXPORT-DATEI
     IF  NOT EXP-FILE-OK
         DISPLAY "RFCEMI7 - Exportdatei CO2OUT nicht "
                 "beschreibbar, Status " EXP-FILE-STATUS
         SET W-ENDE TO TRUE
     END-IF
     .
 B000-99.
     EXIT.

******************************************************************
* Ende / Zusammenfassung
******************************************************************
 B090-ENDE SECTION.
 B090-00.
     DISPLAY " "
     DISPLAY "RFCEMI7 - Artikelzeilen gelesen   : " W-ANZ-ZEILEN
     DISPLAY "RFCEMI7 - davon nicht abgerechnet : "
             W-ANZ-VERWORFEN
     DISPLAY "RFCEMI7 - davon nicht CO2-relevant: "
             W-ANZ-NICHT-CO2
     DISPLAY "RFCEMI7 - ohne Emissionsfaktor    : "
             W-ANZ-OHNE-FAKTOR
     DISPLAY "RFCEMI7 - ohne Fahrzeugnummer     : "
             W-ANZ-OHNE-FZNR
     IF  W-ANZ-FZ-VOLL > ZERO
         DISPLAY "RFCEMI7 - Fahrzeugtabelle voll, "
                 "nicht aufgeschluesselt: " W-ANZ-FZ-VOLL
     END-IF
     DISPLAY "RFCEMI7 - Vertragsunternehmen     : " W-ANZ-VUNR
     .
 B090-99.
     EXIT.

******************************************************************
* Berichtslauf: Kontrollwechsel ueber VUNR
******************************************************************
 B100-BERICHTSLAUF SECTION.
 B100-00.
     SET W-ERSTER-SATZ TO TRUE
     MOVE ZERO TO W-FZ-MAX
                  W-PRD-MAX
                  W-KARTE-MAX

     PERFORM S900-OPEN-ARTZEILE-CURSOR
     PERFORM S910-FETCH-ARTZEILE-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         PERFORM C100-ZEILE-VERARBEITEN
         PERFORM S910-FETCH-ARTZEILE-CURSOR
     END-PERFORM

     IF  NOT W-ERSTER-SATZ
         PERFORM C110-VUNR-SCHREIBEN
     END-IF
     PERFORM S920-CLOSE-ARTZEILE-CURSOR
     MOVE ZERO TO W-SQLCODE-FLAG

     CLOSE EXPORT-DATEI
     .
 B100-99.
     EXIT.

******************************************************************
* Eine Artikelzeile einarbeiten
******************************************************************
 C100-ZEILE-VERARBEITEN SECTION.
 C100-00.
     ADD 1 TO W-ANZ-ZEILEN

     IF  W-ERSTER-SATZ
         MOVE VUNR OF ARTZEILE TO W-ALT-VUNR
         MOVE ZERO TO W-ERSTER-SATZ-FLAG
     ELSE
         IF  VUNR OF ARTZEILE NOT = W-ALT-VUNR
             PERFORM C110-VUNR-SCHREIBEN
             MOVE VUNR OF ARTZEILE TO W-ALT-VUNR
         END-IF
     END-IF

**  ---> nur Zeilen abgerechneter Transaktionen (AC_TERM 0);
**  ---> Ergebnis und Fahrzeug je Transaktion gecacht, die Zeilen
**  ---> einer Transaktion kommen in Schluesselfolge hintereinander
     IF  PNR     OF ARTZEILE NOT = WTX-PNR
     OR  TERMNR  OF ARTZEILE NOT = WTX-TERMNR
     OR  TRACENR OF ARTZEILE NOT = WTX-TRACENR
     OR  DATUM   OF ARTZEILE NOT = WTX-DATUM
         MOVE PNR     OF ARTZEILE TO WTX-PNR
         MOVE TERMNR  OF ARTZEILE TO WTX-TERMNR
         MOVE TRACENR OF ARTZEILE TO WTX-TRACENR
         MOVE DATUM   OF ARTZEILE TO WTX-DATUM
         PERFORM S300-SELECT-TXILOG70
         IF  W-TX-ABGERECHNET
             PERFORM C120-FAHRZEUG-ERMITTELN
         END-IF
     END-IF
     IF  NOT W-TX-ABGERECHNET
         ADD 1 TO W-ANZ-VERWORFEN
         EXIT SECTION
     END-IF

**  ---> Produktgruppe der Warengruppe; ohne Zuordnung nicht
**  ---> CO2-relevant (Shop, Waesche, ...)
     PERFORM S320-SELECT-CO2WGR
     IF  W-PRODUKT = SPACES
         ADD 1 TO W-ANZ-NICHT-CO2
         EXIT SECTION
     END-IF

**  ---> Emissionsfaktor je Land der Station und Tag der Zeile
     PERFORM S310-SELECT-LAND
     PERFORM S330-SELECT-CO2FAKTOR

     MOVE MENGE OF ARTZEILE TO W-MENGE
     IF  W-FAKTOR-DA
         COMPUTE W-CO2-G ROUNDED = W-MENGE * W-FAKTOR
     ELSE
         ADD 1 TO W-ANZ-OHNE-FAKTOR
         MOVE ZEROS TO W-CO2-G
     END-IF

     IF  W-TX-FZNR = SPACES
         ADD 1 TO W-ANZ-OHNE-FZNR
     END-IF

     PERFORM C130-FAHRZEUG-KUMULIEREN
     PERFORM C140-PRODUKT-KUMULIEREN
     ADD W-CO2-G TO W-VUNR-CO2-G
     .
 C100-99.
     EXIT.

******************************************************************
* Bericht eines VUNR-Blocks drucken und in die Exportdatei
* schreiben: je Fahrzeug/Produkt, je Produkt, Summe VUNR
******************************************************************
 C110-VUNR-SCHREIBEN SECTION.
 C110-00.
     IF  W-PRD-MAX = ZERO
         PERFORM C115-VUNR-ZURUECKSETZEN
         EXIT SECTION
     END-IF

     ADD 1 TO W-ANZ-VUNR
     DISPLAY " "
     DISPLAY "VUNR " W-ALT-VUNR "   CO2-Bericht " W-MONAT
     DISPLAY "  Fahrzeug      Produkt            Menge Einh"
             "                CO2"

     MOVE ZEROS       TO W-VUNR-ANZ-FZ
     MOVE HIGH-VALUES TO W-FZNR-ALT
     PERFORM VARYING W-FZ-IND FROM 1 BY 1
             UNTIL   W-FZ-IND > W-FZ-MAX
         IF  WF-FZNR (W-FZ-IND) NOT = W-FZNR-ALT
             ADD 1 TO W-VUNR-ANZ-FZ
             MOVE WF-FZNR (W-FZ-IND) TO W-FZNR-ALT
         END-IF
         IF  WF-FZNR (W-FZ-IND) = SPACES
             MOVE "ohne Fahrzg." TO WDF-FZNR
         ELSE
             MOVE WF-FZNR (W-FZ-IND) TO WDF-FZNR
         END-IF
         MOVE WF-PRODUKT (W-FZ-IND) TO WDF-PRODUKT
         MOVE WF-EINHEIT (W-FZ-IND) TO WDF-EINHEIT
         COMPUTE W-MENGE-EH = WF-MENGE (W-FZ-IND) / 1000
         MOVE W-MENGE-EH             TO WDF-MENGE
         COMPUTE W-CO2-KG = WF-CO2-G (W-FZ-IND) / 1000
         MOVE W-CO2-KG               TO WDF-CO2-KG
         DISPLAY W-DRUCK-FZ

         MOVE W-ALT-VUNR             TO EXPF-VUNR
         MOVE W-MONAT                TO EXPF-MONAT
         MOVE WF-FZNR    (W-FZ-IND)  TO EXPF-FZNR
         MOVE WF-PRODUKT (W-FZ-IND)  TO EXPF-PRODUKT
         MOVE WF-EINHEIT (W-FZ-IND)  TO EXPF-EINHEIT
         MOVE WF-MENGE   (W-FZ-IND)  TO EXPF-MENGE
         MOVE WF-CO2-G   (W-FZ-IND)  TO EXPF-CO2-G
         WRITE EXPORT-SATZ FROM EXP-F-SATZ
     END-PERFORM

     DISPLAY "  Summe je Produkt"
     PERFORM VARYING W-PRD-IND FROM 1 BY 1
             UNTIL   W-PRD-IND > W-PRD-MAX
         MOVE SPACES                   TO WDF-FZNR
         MOVE WP-PRODUKT (W-PRD-IND)   TO WDF-PRODUKT
         MOVE WP-EINHEIT (W-PRD-IND)   TO WDF-EINHEIT
         COMPUTE W-MENGE-EH = WP-MENGE (W-PRD-IND) / 1000
         MOVE W-MENGE-EH               TO WDF-MENGE
         COMPUTE W-CO2-KG = WP-CO2-G (W-PRD-IND) / 1000
         MOVE W-CO2-KG                 TO WDF-CO2-KG
         DISPLAY W-DRUCK-FZ

         MOVE W-ALT-VUNR               TO EXPP-VUNR
         MOVE W-MONAT                  TO EXPP-MONAT
         MOVE WP-PRODUKT (W-PRD-IND)   TO EXPP-PRODUKT
         MOVE WP-EINHEIT (W-PRD-IND)   TO EXPP-EINHEIT
         MOVE WP-MENGE   (W-PRD-IND)   TO EXPP-MENGE
         MOVE WP-CO2-G   (W-PRD-IND)   TO EXPP-CO2-G
         WRITE EXPORT-SATZ FROM EXP-P-SATZ
     END-PERFORM

     COMPUTE W-CO2-KG = W-VUNR-CO2-G / 1000
     MOVE W-CO2-KG TO W-CO2-KG-D
     DISPLAY "  Summe VUNR " W-ALT-VUNR " : " W-CO2-KG-D
             " kg CO2, Fahrzeuge: " W-VUNR-ANZ-FZ

     MOVE W-ALT-VUNR    TO EXPS-VUNR
     MOVE W-MONAT       TO EXPS-MONAT
     MOVE W-VUNR-ANZ-FZ TO EXPS-ANZ-FZ
     MOVE W-VUNR-CO2-G  TO EXPS-CO2-G
     WRITE EXPORT-SATZ FROM EXP-S-SATZ

     PERFORM C115-VUNR-ZURUECKSETZEN
     .
 C110-99.
     EXIT.

 C115-VUNR-ZURUECKSETZEN SECTION.
 C115-00.
     MOVE ZERO  TO W-FZ-MAX
                   W-PRD-MAX
                   W-KARTE-MAX
     MOVE ZEROS TO W-VUNR-CO2-G
     .
 C115-99.
     EXIT.

******************************************************************
* Fahrzeug der Transaktion: zuletzt zur Karte gemeldete FZNR aus
* =KMSTAND. Die Karte steht in =TXILOG70 als Token ("99...")
* oder - Altbestand vor dem Tresor - im Klartext; =KMSTAND ist
* nach der Kartennummer im Klartext geschluesselt. Ergebnis je
* Karte im Cache des VUNR-Blocks.
******************************************************************
 C120-FAHRZEUG-ERMITTELN SECTION.
 C120-00.
     MOVE SPACES TO W-TX-FZNR
     IF  W-TX-KANR = SPACES
         EXIT SECTION
     END-IF

     MOVE ZERO TO W-KARTE-FUND
     PERFORM VARYING W-KARTE-IND FROM 1 BY 1
             UNTIL   W-KARTE-IND > W-KARTE-MAX
             OR      W-KARTE-FUND > ZERO
         IF  WK-KANR (W-KARTE-IND) = W-TX-KANR
             MOVE W-KARTE-IND TO W-KARTE-FUND
         END-IF
     END-PERFORM
     IF  W-KARTE-FUND > ZERO
         MOVE WK-FZNR (W-KARTE-FUND) TO W-TX-FZNR
         EXIT SECTION
     END-IF

     MOVE SPACES TO W-KANR-KLAR
     IF  W-TX-KANR (1:2) = "99"
         PERFORM S400-SELECT-PANVAULT
     ELSE
         MOVE W-TX-KANR TO W-KANR-KLAR
     END-IF
     IF  W-KANR-KLAR NOT = SPACES
         PERFORM S410-SELECT-KMSTAND
     END-IF

     IF  W-KARTE-MAX < 500
         ADD 1 TO W-KARTE-MAX
         MOVE W-TX-KANR TO WK-KANR (W-KARTE-MAX)
         MOVE W-TX-FZNR TO WK-FZNR (W-KARTE-MAX)
     END-IF
     .
 C120-99.
     EXIT.

******************************************************************
* Zeile in die Fahrzeug-/Produktsumme einarbeiten; neue Schluessel
* werden an ihrer Sortierposition eingefuegt
******************************************************************
 C130-FAHRZEUG-KUMULIEREN SECTION.
 C130-00.
     MOVE W-TX-FZNR TO W-FZ-FZNR
     MOVE W-PRODUKT TO W-FZ-PRODUKT

     MOVE ZERO TO W-FZ-FUND
     PERFORM VARYING W-FZ-IND FROM 1 BY 1
             UNTIL   W-FZ-IND > W-FZ-MAX
             OR      W-FZ-FUND > ZERO
         IF  WF-SCHLUESSEL (W-FZ-IND) NOT < W-FZ-SCHLUESSEL
             MOVE W-FZ-IND TO W-FZ-FUND
         END-IF
     END-PERFORM

     IF  W-FZ-FUND > ZERO
         IF  WF-SCHLUESSEL (W-FZ-FUND) = W-FZ-SCHLUESSEL
             ADD W-MENGE TO WF-MENGE (W-FZ-FUND)
             ADD W-CO2-G TO WF-CO2-G (W-FZ-FUND)
             EXIT SECTION
         END-IF
     ELSE
         COMPUTE W-FZ-FUND = W-FZ-MAX + 1
     END-IF

     IF  W-FZ-MAX >= 2000
**      ---> Tabelle voll: Zeile zaehlt nur noch in den Produkt-
**      ---> und VUNR-Summen
         ADD 1 TO W-ANZ-FZ-VOLL
         EXIT SECTION
     END-IF

**  ---> Platz schaffen und neuen Schluessel einfuegen
     PERFORM VARYING W-FZ-IND FROM W-FZ-MAX BY -1
             UNTIL   W-FZ-IND < W-FZ-FUND
         MOVE W-FZ-TAB (W-FZ-IND) TO W-FZ-TAB (W-FZ-IND + 1)
     END-PERFORM
     ADD 1 TO W-FZ-MAX
     MOVE W-FZ-FZNR    TO WF-FZNR    (W-FZ-FUND)
     MOVE W-FZ-PRODUKT TO WF-PRODUKT (W-FZ-FUND)
     MOVE W-EINHEIT    TO WF-EINHEIT (W-FZ-FUND)
     MOVE W-MENGE      TO WF-MENGE   (W-FZ-FUND)
     MOVE W-CO2-G      TO WF-CO2-G   (W-FZ-FUND)
     .
 C130-99.
     EXIT.

******************************************************************
* Zeile in die Produktsumme einarbeiten
******************************************************************
 C140-PRODUKT-KUMULIEREN SECTION.
 C140-00.
     MOVE ZERO TO W-PRD-FUND
     PERFORM VARYING W-PRD-IND FROM 1 BY 1
             UNTIL   W-PRD-IND > W-PRD-MAX
             OR      W-PRD-FUND > ZERO
         IF  WP-PRODUKT (W-PRD-IND) = W-PRODUKT
             MOVE W-PRD-IND TO W-PRD-FUND
         END-IF
     END-PERFORM
     IF  W-PRD-FUND = ZERO
         IF  W-PRD-MAX >= 20
             MOVE 20 TO W-PRD-FUND
         ELSE
             ADD 1 TO W-PRD-MAX
             MOVE W-PRD-MAX TO W-PRD-FUND
             MOVE W-PRODUKT TO WP-PRODUKT (W-PRD-FUND)
             MOVE W-EINHEIT TO WP-EINHEIT (W-PRD-FUND)
             MOVE ZEROS     TO WP-MENGE   (W-PRD-FUND)
                               WP-CO2-G   (W-PRD-FUND)
         END-IF
     END-IF
     ADD W-MENGE TO WP-MENGE (W-PRD-FUND)
     ADD W-CO2-G TO WP-CO2-G (W-PRD-FUND)
     .
 C140-99.
     EXIT.

******************************************************************
* Aufruf Krypto-Baustein PFCPVK7 (Funktion vom Aufrufer gesetzt)
******************************************************************
 M100-CALL-PFCPVK7 SECTION.
 M100-00.
     CALL "PFCPVK7" USING PVK-PFCPVK7C
     IF  PVK-ERR
         MOVE PVK-RCODE     TO PVK-RCODE-D
         MOVE PVK-HSM-RCODE TO PVK-HSM-RCODE-D
         DISPLAY "RFCEMI7 - PFCPVK7 Fkt " PVK-FUNKTION
                 " RCODE " PVK-RCODE-D
                 " HSM " PVK-HSM-RCODE-D
     END-IF
     .
 M100-99.
     EXIT.

******************************************************************
* Aufruf COBOL-Utility: GETPARAMTEXT
******************************************************************
 P950-GETPARAMTEXT SECTION.
 P950-00.
     MOVE SPACE TO STUP-TEXT
     ENTER "GETPARAMTEXT"    USING   STUP-PORTION
                                     STUP-TEXT
                             GIVING  STUP-RESULT
     EVALUATE STUP-RESULT
         WHEN -9999 THRU ZERO
                     DISPLAY "RFCEMI7 - Parameter fehlt: "
                             STUP-PORTION
                     SET W-ENDE TO TRUE
         WHEN OTHER  CONTINUE
     END-EVALUATE
     .
 P950-99.
     EXIT.

******************************************************************
* Ist die Transaktion der Zeile abgerechnet? (AC_TERM 0); dazu
* die Karte (Token oder Klartext) fuer die Fahrzeugsuche
******************************************************************
 S300-SELECT-TXILOG70 SECTION.
 S300-00.
     MOVE ZERO   TO W-TX-OK-FLAG
     MOVE SPACES TO W-TX-KANR
                    W-TX-FZNR

     MOVE WTX-DATUM (1:4) TO W-DAT-JJJJ
     MOVE WTX-DATUM (6:2) TO W-DAT-MM
     MOVE WTX-DATUM (9:2) TO W-DAT-TT
     COMPUTE W-ZP-VON =
               (W-DAT-JJJJ * 10000000000)
             + (W-DAT-MM   * 100000000)
             + (W-DAT-TT   * 1000000)
     COMPUTE W-ZP-BIS = W-ZP-VON + 235959

     EXEC SQL
         SELECT  AC_TERM, KANR
           INTO :W-AC-TERM
               ,:KANR of TXILOG70
           FROM  =TXILOG70
          WHERE  PNR         = :WTX-PNR
            AND  TERMNR      = :WTX-TERMNR
            AND  TRACENR     = :WTX-TRACENR
            AND  ZP_VERKAUF >= :W-ZP-VON
            AND  ZP_VERKAUF <= :W-ZP-BIS
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   IF  W-AC-TERM = ZERO
                         SET W-TX-ABGERECHNET TO TRUE
                         MOVE KANR OF TXILOG70 TO W-TX-KANR
                     END-IF
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S300-99.
     EXIT.

******************************************************************
* Land der Station lesen (Cache je MDNR/TSNR); ohne Treffer
* bleibt das Land leer und S330 faellt auf LAND "***" zurueck
******************************************************************
 S310-SELECT-LAND SECTION.
 S310-00.
     IF  MDNR OF ARTZEILE = W-LAND-MDNR-ALT
     AND TSNR OF ARTZEILE = W-LAND-TSNR-ALT
         EXIT SECTION
     END-IF
     MOVE MDNR OF ARTZEILE TO W-LAND-MDNR-ALT
     MOVE TSNR OF ARTZEILE TO W-LAND-TSNR-ALT
     MOVE SPACES TO W-LAND

     MOVE MDNR OF ARTZEILE TO MDNR OF STATION
     MOVE TSNR OF ARTZEILE TO TSNR OF STATION
     EXEC SQL
         SELECT  LAND
           INTO :LAND of STATION
           FROM  =STATION
          WHERE  MDNR, TSNR
                 =    :MDNR of STATION
                     ,:TSNR of STATION
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA = ZERO
         MOVE LAND OF STATION TO W-LAND
     END-IF
     .
 S310-99.
     EXIT.

******************************************************************
* Produktgruppe der Warengruppe (=CO2WGR, Cache der letzten WGR);
* Ladestrom (Artikelklasse "E") ohne Eintrag gilt als STROM,
* sonst bleibt die Produktgruppe leer (nicht CO2-relevant)
******************************************************************
 S320-SELECT-CO2WGR SECTION.
 S320-00.
     IF  WGR OF ARTZEILE NOT = W-PRODUKT-WGR-ALT
         MOVE WGR OF ARTZEILE TO W-PRODUKT-WGR-ALT
         MOVE SPACES          TO W-PRODUKT-ALT

         MOVE WGR OF ARTZEILE TO WGR OF CO2WGR
         EXEC SQL
             SELECT  PRODUKT
               INTO :PRODUKT of CO2WGR
               FROM  =CO2WGR
              WHERE  WGR = :WGR of CO2WGR
             BROWSE  ACCESS
         END-EXEC
         EVALUATE SQLCODE OF SQLCA
             WHEN ZERO   MOVE PRODUKT OF CO2WGR TO W-PRODUKT-ALT
             WHEN 100    CONTINUE
             WHEN OTHER  PERFORM Z002-PROGERR
         END-EVALUATE
     END-IF

     MOVE W-PRODUKT-ALT TO W-PRODUKT
     IF  W-PRODUKT = SPACES
     AND KLASSE OF ARTZEILE = "E"
         MOVE "STROM" TO W-PRODUKT
     END-IF
     .
 S320-99.
     EXIT.

******************************************************************
* Emissionsfaktor je Land/Produktgruppe zum Datum der Zeile
* (=CO2FAKTOR, GUELTIG_AB <= Datum <= GUELTIG_BIS); Rueckfall
* auf den Eintrag mit LAND "***". Cache Land/Produkt/Datum.
******************************************************************
 S330-SELECT-CO2FAKTOR SECTION.
 S330-00.
     IF  W-LAND            = W-FAKTOR-LAND-ALT
     AND W-PRODUKT         = W-FAKTOR-PRD-ALT
     AND DATUM OF ARTZEILE = W-FAKTOR-DATUM-ALT
         EXIT SECTION
     END-IF
     MOVE W-LAND            TO W-FAKTOR-LAND-ALT
     MOVE W-PRODUKT         TO W-FAKTOR-PRD-ALT
     MOVE DATUM OF ARTZEILE TO W-FAKTOR-DATUM-ALT
     SET  W-FAKTOR-FEHLT    TO TRUE
     MOVE ZEROS             TO W-FAKTOR
     MOVE SPACES            TO W-EINHEIT

     MOVE W-LAND TO W-FAKTOR-LAND
     PERFORM S335-SELECT-CO2FAKTOR-SATZ
     IF  W-FAKTOR-DA
         EXIT SECTION
     END-IF

     MOVE "***" TO W-FAKTOR-LAND
     PERFORM S335-SELECT-CO2FAKTOR-SATZ
     .
 S330-99.
     EXIT.

 S335-SELECT-CO2FAKTOR-SATZ SECTION.
 S335-00.
     EXEC SQL
         SELECT  FAKTOR, EINHEIT
           INTO :FAKTOR  of CO2FAKTOR
               ,:EINHEIT of CO2FAKTOR
           FROM  =CO2FAKTOR
          WHERE  LAND        = :W-FAKTOR-LAND
            AND  PRODUKT     = :W-FAKTOR-PRD-ALT
            AND  GUELTIG_AB <= :W-FAKTOR-DATUM-ALT
            AND  GUELTIG_BIS >= :W-FAKTOR-DATUM-ALT
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET  W-FAKTOR-DA TO TRUE
                     MOVE FAKTOR  OF CO2FAKTOR TO W-FAKTOR
                     MOVE EINHEIT OF CO2FAKTOR TO W-EINHEIT
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S335-99.
     EXIT.

******************************************************************
* Kartennummer zum Token aus dem Tresor (=PANVAULT); Altsaetze
* (KEY_VERSION 0) stehen im Klartext, sonst entschluesselt PFCPVK7
******************************************************************
 S400-SELECT-PANVAULT SECTION.
 S400-00.
     MOVE W-TX-KANR TO TOKEN OF PANVAULT

     EXEC SQL
         SELECT  KANR, KANR_ENC, KEY_VERSION
           INTO :KANR        of PANVAULT
               ,:KANR-ENC    of PANVAULT
               ,:KEY-VERSION of PANVAULT
           FROM  =PANVAULT
          WHERE  TOKEN = :TOKEN of PANVAULT
         BROWSE  ACCESS
     END-EXEC

     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    EXIT SECTION
         WHEN OTHER  PERFORM Z002-PROGERR
                     EXIT SECTION
     END-EVALUATE

     IF  KEY-VERSION OF PANVAULT = ZERO
         MOVE KANR OF PANVAULT TO W-KANR-KLAR
         EXIT SECTION
     END-IF

     SET  PVK-ENTSCHLUESSELN      TO TRUE
     MOVE KANR-ENC    OF PANVAULT TO PVK-KANR-ENC
     MOVE KEY-VERSION OF PANVAULT TO PVK-KEY-VERSION
     PERFORM M100-CALL-PFCPVK7
     IF  PVK-OK
         MOVE PVK-KANR TO W-KANR-KLAR
     END-IF
     .
 S400-99.
     EXIT.

******************************************************************
* Zuletzt zur Karte gemeldete Fahrzeugnummer (=KMSTAND)
******************************************************************
 S410-SELECT-KMSTAND SECTION.
 S410-00.
     MOVE W-KANR-KLAR TO KANR OF KMSTAND

     EXEC SQL
         SELECT  FZNR
           INTO :FZNR of KMSTAND
           FROM  =KMSTAND
          WHERE  KANR = :KANR of KMSTAND
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   MOVE FZNR OF KMSTAND TO W-TX-FZNR
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S410-99.
     EXIT.

******************************************************************
* Cursor auf =ARTZEILE
******************************************************************
 S900-OPEN-ARTZEILE-CURSOR SECTION.
 S900-00.
     EXEC SQL
         OPEN ARTZEILE_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S900-99.
     EXIT.

 S910-FETCH-ARTZEILE-CURSOR SECTION.
 S910-00.
     EXEC SQL
         FETCH ARTZEILE_CURS
          INTO :DATUM   of ARTZEILE
              ,:PNR     of ARTZEILE
              ,:TERMNR  of ARTZEILE
              ,:TRACENR of ARTZEILE
              ,:VUNR    of ARTZEILE
              ,:MDNR    of ARTZEILE
              ,:TSNR    of ARTZEILE
              ,:WGR     of ARTZEILE
              ,:MENGE   of ARTZEILE
              ,:KLASSE  of ARTZEILE
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

 S920-CLOSE-ARTZEILE-CURSOR SECTION.
 S920-00.
     EXEC SQL
         CLOSE ARTZEILE_CURS
     END-EXEC
     .
 S920-99.
     EXIT.

******************************************************************
* Tagesdatum und Uhrzeit holen
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
         WHEN OTHER  DISPLAY "RFCEMI7 - =BATCHRUN nicht "
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
               , ANZ       = :W-ANZ-ZEILEN
               , ZP_ENDE   = CURRENT
          WHERE  DATUM    = :W-RUN-DATUM
            AND  PROGRAMM = :K-RUN-PROGRAMM
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         DISPLAY "RFCEMI7 - =BATCHRUN nicht fortschreibbar, "
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
     DISPLAY "RFCEMI7 - SQL-Fehler, SQLCODE: " SQLCODE OF SQLCA
     SET W-ENDE TO TRUE
     .
 Z002-99.
     EXIT.
