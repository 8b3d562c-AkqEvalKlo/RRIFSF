?CONSULT $SYSTEM.SYSTEM.COBOLEX0
?SEARCH  $SYSTEM.SYSTEM.COBOLLIB
?SEARCH  =TALLIB

?NOLMAP, SYMBOLS, INSPECT
?SAVE ALL
?LINES 66
?CHECK 3
?SQL

 IDENTIFICATION DIVISION.

 PROGRAM-ID. RFCRAB7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.00
* Kurzbeschreibung :: Mengenrabatt-Engine fuer Flottenvertraege.
* Kurzbeschreibung :: Summiert je Vertragsunternehmen (VUNR) und
* Kurzbeschreibung :: Produktgruppe die Monatsmengen und -umsaetze
* Kurzbeschreibung :: der Artikelzeilen =ARTZEILE abgerechneter
* Kurzbeschreibung :: Transaktionen (AC_TERM 0 in =TXILOG70);
* Kurzbeschreibung :: Produktgruppe ueber =CO2WGR wie RFCEMI7.
* Kurzbeschreibung :: Die Rabattstaffel kommt aus =RABTARIF, zuerst
* Kurzbeschreibung :: je VUNR, dann je Vertragsgruppe (=RABGRUPPE),
* Kurzbeschreibung :: gueltig am Monatsersten: Mengenstufe
* Kurzbeschreibung :: MENGE_VON/MENGE_BIS (ganze Einheiten, BIS 0 =
* Kurzbeschreibung :: offen) mit Cent je Einheit (ART "C") oder
* Kurzbeschreibung :: Prozent vom Umsatz (ART "P"). Je VUNR entsteht
* Kurzbeschreibung :: eine Gutschrift in =RABGUT/=RABGUTPOS mit
* Kurzbeschreibung :: Nummer aus =FEEINVSEQ (Nummernkreis der
* Kurzbeschreibung :: Rechnungen); PFCFEE7 MONAT gibt sie mit der
* Kurzbeschreibung :: Rechnung in FEEINV aus. Eine Neuberechnung
* Kurzbeschreibung :: storniert die bestehende Gutschrift durch eine
* Kurzbeschreibung :: Gegenbuchung (KZ_STATUS "R") und ersetzt sie;
* Kurzbeschreibung :: ist der Betrag unveraendert, bleibt sie stehen.
* Package          :: ICC
*
* Aenderungen
*
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-10-15| kl  | R7-539:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: Batch, am Monatsersten fuer den Vormonat vor
*                PFCFEE7 MODUS MONAT; beliebig wiederholbar
* Parameter   :: PARAM MONAT JJJJ-MM
*
******************************************************************
* Uebersicht der SECTIONs:
*
* A100-STEUERUNG
*
* B000-VORLAUF
* B090-ENDE
* B100-RABATTLAUF
*
* C100-ZEILE-VERARBEITEN
* C110-PRODUKT-KUMULIEREN
* C200-VUNR-ABSCHLIESSEN
* C210-RABATT-BERECHNEN
* C220-GUTSCHRIFT-BUCHEN
*
* P950-GETPARAMTEXT
*
* S300-SELECT-TXILOG70
* S320-SELECT-CO2WGR
* S330-SELECT-RABGRUPPE
* S340-SELECT-RABTARIF
* S350-SELECT-RABGUT
* S360-NAECHSTE-GUTNR
* S370-STORNO-GUTSCHRIFT
* S380-INSERT-RABGUT
* S385-INSERT-RABGUTPOS
* S900-OPEN-ARTZEILE-CURSOR
* S910-FETCH-ARTZEILE-CURSOR
* S920-CLOSE-ARTZEILE-CURSOR
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

 01          W-ERSTER-SATZ-FLAG  PIC 9       VALUE ZERO.
     88      W-ERSTER-SATZ                   VALUE 1.

 01          W-MONAT             PIC X(07)   VALUE SPACES.
 01          W-MONAT-LIKE        PIC X(08)   VALUE SPACES.
**  ---> Stichtag der Tarifgueltigkeit: Monatserster
 01          W-STICHTAG          PIC X(10)   VALUE SPACES.

**  ---> Lauf-Registrierung in =BATCHRUN (Morgenpruefer RFCRUN7)
 01          K-RUN-PROGRAMM      PIC X(08)   VALUE "RFCRAB7".
 01          W-RUN-DATUM         PIC X(10)   VALUE SPACES.
 01          W-RUN-STATUS        PIC X(01)   VALUE SPACE.

 77          W-ANZ-ZEILEN        PIC 9(09)   VALUE ZERO.
 77          W-ANZ-VERWORFEN     PIC 9(09)   VALUE ZERO.
 77          W-ANZ-OHNE-PRODUKT  PIC 9(09)   VALUE ZERO.
 77          W-ANZ-NEU           PIC 9(05)   VALUE ZERO.
 77          W-ANZ-ERSETZT       PIC 9(05)   VALUE ZERO.
 77          W-ANZ-STORNIERT     PIC 9(05)   VALUE ZERO.
 77          W-ANZ-UNVERAENDERT  PIC 9(05)   VALUE ZERO.

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

**  ---> Produktgruppe je Warengruppe (Cache der letzten WGR)
 01          W-PRODUKT           PIC X(06)   VALUE SPACES.
 01          W-PRODUKT-WGR-ALT   PIC X(03)   VALUE "???".
 01          W-PRODUKT-ALT       PIC X(06)   VALUE SPACES.

**  ---> Summen je Produktgruppe des VUNR-Blocks; Menge in 1/1000
**  ---> Einheit, Umsatz in Cent (wie =ARTZEILE)
 01          W-PRD-TABELLE.
     05      W-PRD-TAB           OCCURS 20.
      10     WR-PRODUKT          PIC X(06).
      10     WR-MENGE            PIC S9(15)  COMP.
      10     WR-UMSATZ           PIC S9(15)  COMP.
      10     WR-STUFE-VON        PIC 9(09).
      10     WR-ART              PIC X(01).
      10     WR-WERT             PIC 9(03)V9(04).
      10     WR-RABATT           PIC S9(15)  COMP.
 01          W-PRD-MAX           PIC S9(04) COMP VALUE ZEROS.
 01          W-PRD-IND           PIC S9(04) COMP VALUE ZEROS.
 01          W-PRD-FUND          PIC S9(04) COMP VALUE ZEROS.

**  ---> Tarifsuche: Schluessel VUNR, dann Vertragsgruppe
 01          W-GRUPPE            PIC X(15)   VALUE SPACES.
 01          W-TARIF-SCHLUESSEL  PIC X(15)   VALUE SPACES.
 01          W-MENGE-EH          PIC 9(09)   VALUE ZEROS.
 01          W-TARIF-FLAG        PIC 9       VALUE ZERO.
     88      W-TARIF-FEHLT                   VALUE ZERO.
     88      W-TARIF-DA                      VALUE 1.

**  ---> Gutschrift des VUNR-Blocks (Betrag in Cent)
 01          W-GUT-BETRAG        PIC S9(15)  COMP VALUE ZEROS.
 01          W-GUTNR             PIC 9(10)   VALUE ZEROS.
 01          W-GUT-LFDNR         PIC 9(10)   VALUE ZEROS.
 01          W-GUT-STATUS        PIC X(01)   VALUE SPACE.
 01          W-GUT-BEZUG         PIC 9(10)   VALUE ZEROS.
 01          W-ALT-GUTNR         PIC 9(10)   VALUE ZEROS.
 01          W-ALT-BETRAG        PIC S9(15)  COMP VALUE ZEROS.
 01          W-ALT-FLAG          PIC 9       VALUE ZERO.
     88      W-ALT-FEHLT                     VALUE ZERO.
     88      W-ALT-DA                        VALUE 1.

**  ---> Hostfelder einer Gutschriftsposition
 01          W-POS-PRODUKT       PIC X(06)   VALUE SPACES.
 01          W-POS-MENGE         PIC S9(15)  COMP VALUE ZEROS.
 01          W-POS-UMSATZ        PIC S9(15)  COMP VALUE ZEROS.
 01          W-POS-STUFE-VON     PIC 9(09)   VALUE ZEROS.
 01          W-POS-ART           PIC X(01)   VALUE SPACE.
 01          W-POS-WERT          PIC 9(03)V9(04) VALUE ZEROS.
 01          W-POS-RABATT        PIC S9(15)  COMP VALUE ZEROS.

**  ---> Listzeilen
 01          W-DRUCK-POS.
     05      FILLER              PIC X(02)   VALUE SPACES.
     05      WDP-PRODUKT         PIC X(07).
     05      WDP-MENGE           PIC Z(10)9,999.
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDP-UMSATZ          PIC -Z(10)9,99.
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDP-STUFE           PIC Z(08)9.
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDP-ART             PIC X(01).
     05      WDP-WERT            PIC ZZ9,9999.
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDP-RABATT          PIC -Z(10)9,99.
 01          W-MENGE-DRUCK       PIC S9(12)V999 VALUE ZEROS.
 01          W-EUR-DRUCK         PIC S9(13)V99 VALUE ZEROS.
 01          W-EUR-D             PIC -Z(10)9,99.

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

**  ---> Produktgruppe je Warengruppe (auch RFCEMI7)
 EXEC SQL
    INVOKE =CO2WGR AS CO2WGR
 END-EXEC

**  ---> Vertragsgruppe je VUNR und Rabattstaffeln
 EXEC SQL
    INVOKE =RABGRUPPE AS RABGRUPPE
 END-EXEC

 EXEC SQL
    INVOKE =RABTARIF AS RABTARIF
 END-EXEC

**  ---> Gutschriften (Kopf je Monat/VUNR) und Positionen
 EXEC SQL
    INVOKE =RABGUT AS RABGUT
 END-EXEC

 EXEC SQL
    INVOKE =RABGUTPOS AS RABGUTPOS
 END-EXEC

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

 EXEC SQL
     CONTROL TABLE * WAIT IF LOCKED
 END-EXEC

 EXEC SQL
     DECLARE ARTZEILE_CURS CURSOR FOR
         SELECT  DATUM, PNR, TERMNR, TRACENR, VUNR
               , WGR, MENGE, BETRAG, KLASSE
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
         PERFORM B100-RABATTLAUF
     END-IF
     PERFORM S780-RUN-ENDE
     PERFORM B090-ENDE
     STOP RUN
     .
 A100-99.
     EXIT.

******************************************************************
* Vorlauf: Parameter, LIKE-Muster und Stichtag
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
                    W-STICHTAG
     STRING  W-MONAT "%"
                 DELIMITED BY SIZE
       INTO  W-MONAT-LIKE
     END-STRING
     STRING  W-MONAT "-01"
                 DELIMITED BY SIZE
       INTO  W-STICHTAG
     END-STRING

     DISPLAY "RFCRAB7 - Mengenrabatte fuer " W-MONAT
             ", Tarifstichtag " W-STICHTAG
     .
 B000-99.
     EXIT.

******************************************************************
* Ende / Zusammenfassung
******************************************************************
 B090-ENDE SECTION.
 B090-00.
     DISPLAY " "
     DISPLAY "RFCRAB7 - Artikelzeilen gelesen   : " W-ANZ-ZEILEN
     DISPLAY "RFCRAB7 - davon nicht abgerechnet : "
             W-ANZ-VERWORFEN
     DISPLAY "RFCRAB7 - davon ohne Produktgruppe: "
             W-ANZ-OHNE-PRODUKT
     DISPLAY "RFCRAB7 - Gutschriften neu        : " W-ANZ-NEU
     DISPLAY "RFCRAB7 - Gutschriften ersetzt    : " W-ANZ-ERSETZT
     DISPLAY "RFCRAB7 - Gutschriften storniert  : " W-ANZ-STORNIERT
     DISPLAY "RFCRAB7 - Gutschriften unveraendert: "
             W-ANZ-UNVERAENDERT
     .
 B090-99.
     EXIT.

******************************************************************
* Rabattlauf: Kontrollwechsel ueber VUNR
******************************************************************
 B100-RABATTLAUF SECTION.
 B100-00.
     SET W-ERSTER-SATZ TO TRUE
     MOVE ZERO TO W-PRD-MAX

     PERFORM S900-OPEN-ARTZEILE-CURSOR
     PERFORM S910-FETCH-ARTZEILE-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK OR W-ENDE
         PERFORM C100-ZEILE-VERARBEITEN
         PERFORM S910-FETCH-ARTZEILE-CURSOR
     END-PERFORM

     IF  NOT W-ERSTER-SATZ
     AND NOT W-SQL-NOK
     AND NOT W-ENDE
         PERFORM C200-VUNR-ABSCHLIESSEN
     END-IF
     PERFORM S920-CLOSE-ARTZEILE-CURSOR
     MOVE ZERO TO W-SQLCODE-FLAG
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
             PERFORM C200-VUNR-ABSCHLIESSEN
             MOVE VUNR OF ARTZEILE TO W-ALT-VUNR
         END-IF
     END-IF

**  ---> nur Zeilen abgerechneter Transaktionen (AC_TERM 0);
**  ---> Ergebnis je Transaktion gecacht
     IF  PNR     OF ARTZEILE NOT = WTX-PNR
     OR  TERMNR  OF ARTZEILE NOT = WTX-TERMNR
     OR  TRACENR OF ARTZEILE NOT = WTX-TRACENR
     OR  DATUM   OF ARTZEILE NOT = WTX-DATUM
         MOVE PNR     OF ARTZEILE TO WTX-PNR
         MOVE TERMNR  OF ARTZEILE TO WTX-TERMNR
         MOVE TRACENR OF ARTZEILE TO WTX-TRACENR
         MOVE DATUM   OF ARTZEILE TO WTX-DATUM
         PERFORM S300-SELECT-TXILOG70
     END-IF
     IF  NOT W-TX-ABGERECHNET
         ADD 1 TO W-ANZ-VERWORFEN
         EXIT SECTION
     END-IF

     PERFORM S320-SELECT-CO2WGR
     IF  W-PRODUKT = SPACES
         ADD 1 TO W-ANZ-OHNE-PRODUKT
         EXIT SECTION
     END-IF

     PERFORM C110-PRODUKT-KUMULIEREN
     .
 C100-99.
     EXIT.

******************************************************************
* Menge und Umsatz der Zeile in die Produktsumme einarbeiten
******************************************************************
 C110-PRODUKT-KUMULIEREN SECTION.
 C110-00.
     MOVE ZERO TO W-PRD-FUND
     PERFORM VARYING W-PRD-IND FROM 1 BY 1
             UNTIL   W-PRD-IND > W-PRD-MAX
             OR      W-PRD-FUND > ZERO
         IF  WR-PRODUKT (W-PRD-IND) = W-PRODUKT
             MOVE W-PRD-IND TO W-PRD-FUND
         END-IF
     END-PERFORM
     IF  W-PRD-FUND = ZERO
         IF  W-PRD-MAX >= 20
             DISPLAY "RFCRAB7 - mehr als 20 Produktgruppen, "
                     W-PRODUKT " nicht beruecksichtigt"
             EXIT SECTION
         END-IF
         ADD 1 TO W-PRD-MAX
         MOVE W-PRD-MAX TO W-PRD-FUND
         MOVE W-PRODUKT TO WR-PRODUKT (W-PRD-FUND)
         MOVE ZEROS     TO WR-MENGE   (W-PRD-FUND)
                           WR-UMSATZ  (W-PRD-FUND)
     END-IF
     ADD MENGE  OF ARTZEILE TO WR-MENGE  (W-PRD-FUND)
     ADD BETRAG OF ARTZEILE TO WR-UMSATZ (W-PRD-FUND)
     .
 C110-99.
     EXIT.

******************************************************************
* VUNR-Block abschliessen: Rabatt je Produktgruppe berechnen,
* mit der bestehenden Gutschrift vergleichen und buchen
******************************************************************
 C200-VUNR-ABSCHLIESSEN SECTION.
 C200-00.
     MOVE ZEROS TO W-GUT-BETRAG
     MOVE SPACES TO W-GRUPPE
     PERFORM S330-SELECT-RABGRUPPE

     PERFORM VARYING W-PRD-IND FROM 1 BY 1
             UNTIL   W-PRD-IND > W-PRD-MAX
         PERFORM C210-RABATT-BERECHNEN
         ADD WR-RABATT (W-PRD-IND) TO W-GUT-BETRAG
     END-PERFORM

     PERFORM S350-SELECT-RABGUT
     IF  W-SQL-NOK
         MOVE ZERO TO W-PRD-MAX
         EXIT SECTION
     END-IF

**  ---> keine Aenderung: bestehende Gutschrift bleibt stehen
     IF  (W-ALT-DA    AND W-ALT-BETRAG = W-GUT-BETRAG)
     OR  (W-ALT-FEHLT AND W-GUT-BETRAG = ZERO)
         IF  W-ALT-DA
             ADD 1 TO W-ANZ-UNVERAENDERT
         END-IF
         MOVE ZERO TO W-PRD-MAX
         EXIT SECTION
     END-IF

     DISPLAY " "
     DISPLAY "VUNR " W-ALT-VUNR "   Gruppe " W-GRUPPE
     DISPLAY "  Produkt         Menge        Umsatz EUR     Stufe"
             " A     Wert     Rabatt EUR"
     PERFORM VARYING W-PRD-IND FROM 1 BY 1
             UNTIL   W-PRD-IND > W-PRD-MAX
         MOVE WR-PRODUKT   (W-PRD-IND) TO WDP-PRODUKT
         COMPUTE W-MENGE-DRUCK = WR-MENGE (W-PRD-IND) / 1000
         MOVE W-MENGE-DRUCK            TO WDP-MENGE
         COMPUTE W-EUR-DRUCK = WR-UMSATZ (W-PRD-IND) / 100
         MOVE W-EUR-DRUCK              TO WDP-UMSATZ
         MOVE WR-STUFE-VON (W-PRD-IND) TO WDP-STUFE
         MOVE WR-ART       (W-PRD-IND) TO WDP-ART
         MOVE WR-WERT      (W-PRD-IND) TO WDP-WERT
         COMPUTE W-EUR-DRUCK = WR-RABATT (W-PRD-IND) / 100
         MOVE W-EUR-DRUCK              TO WDP-RABATT
         DISPLAY W-DRUCK-POS
     END-PERFORM

     PERFORM C220-GUTSCHRIFT-BUCHEN
     MOVE ZERO TO W-PRD-MAX
     .
 C200-99.
     EXIT.

******************************************************************
* Rabatt einer Produktgruppe: Staffel zur Monatsmenge suchen
* (erst VUNR, dann Vertragsgruppe) und anwenden
*   ART "C" - Cent je Einheit:  Menge (1/1000) * Wert / 1000
*   ART "P" - Prozent Umsatz :  Umsatz (Cent)  * Wert / 100
******************************************************************
 C210-RABATT-BERECHNEN SECTION.
 C210-00.
     MOVE ZEROS  TO WR-RABATT    (W-PRD-IND)
                    WR-STUFE-VON (W-PRD-IND)
                    WR-WERT      (W-PRD-IND)
     MOVE SPACE  TO WR-ART       (W-PRD-IND)
     COMPUTE W-MENGE-EH = WR-MENGE (W-PRD-IND) / 1000
     IF  WR-MENGE (W-PRD-IND) NOT > ZERO
         EXIT SECTION
     END-IF

     MOVE W-ALT-VUNR TO W-TARIF-SCHLUESSEL
     PERFORM S340-SELECT-RABTARIF
     IF  W-TARIF-FEHLT
     AND W-GRUPPE NOT = SPACES
         MOVE W-GRUPPE TO W-TARIF-SCHLUESSEL
         PERFORM S340-SELECT-RABTARIF
     END-IF
     IF  W-TARIF-FEHLT
         EXIT SECTION
     END-IF

     MOVE MENGE-VON OF RABTARIF TO WR-STUFE-VON (W-PRD-IND)
     MOVE ART       OF RABTARIF TO WR-ART       (W-PRD-IND)
     MOVE WERT      OF RABTARIF TO WR-WERT      (W-PRD-IND)
     EVALUATE ART OF RABTARIF
         WHEN "C"    COMPUTE WR-RABATT (W-PRD-IND) ROUNDED
                           = WR-MENGE (W-PRD-IND)
                           * WERT OF RABTARIF / 1000
         WHEN "P"    COMPUTE WR-RABATT (W-PRD-IND) ROUNDED
                           = WR-UMSATZ (W-PRD-IND)
                           * WERT OF RABTARIF / 100
         WHEN OTHER  DISPLAY "RFCRAB7 - unbekannte Rabattart "
                             ART OF RABTARIF " fuer "
                             W-TARIF-SCHLUESSEL
                             " / " WR-PRODUKT (W-PRD-IND)
     END-EVALUATE
     .
 C210-99.
     EXIT.

******************************************************************
* Gutschrift buchen (eine TMF-Klammer): bestehende Gutschrift
* stornieren - Status "S" plus Gegenbuchung "R" mit negierten
* Positionen - und, wenn ein Rabatt bleibt, neue Gutschrift "A"
******************************************************************
 C220-GUTSCHRIFT-BUCHEN SECTION.
 C220-00.
     PERFORM U100-BEGIN

     IF  W-ALT-DA
         PERFORM S370-STORNO-GUTSCHRIFT
         IF  W-SQL-NOK
             PERFORM U120-ROLLBACK
             EXIT SECTION
         END-IF
     END-IF

     IF  W-GUT-BETRAG NOT = ZERO
         PERFORM S360-NAECHSTE-GUTNR
         IF  NOT W-SQL-NOK
             MOVE "A"          TO W-GUT-STATUS
             MOVE ZEROS        TO W-GUT-BEZUG
             MOVE W-GUT-BETRAG TO W-POS-RABATT
             PERFORM S380-INSERT-RABGUT
         END-IF
         PERFORM VARYING W-PRD-IND FROM 1 BY 1
                 UNTIL   W-PRD-IND > W-PRD-MAX
                 OR      W-SQL-NOK
             IF  WR-RABATT (W-PRD-IND) NOT = ZERO
                 MOVE WR-PRODUKT   (W-PRD-IND) TO W-POS-PRODUKT
                 MOVE WR-MENGE     (W-PRD-IND) TO W-POS-MENGE
                 MOVE WR-UMSATZ    (W-PRD-IND) TO W-POS-UMSATZ
                 MOVE WR-STUFE-VON (W-PRD-IND) TO W-POS-STUFE-VON
                 MOVE WR-ART       (W-PRD-IND) TO W-POS-ART
                 MOVE WR-WERT      (W-PRD-IND) TO W-POS-WERT
                 MOVE WR-RABATT    (W-PRD-IND) TO W-POS-RABATT
                 PERFORM S385-INSERT-RABGUTPOS
             END-IF
         END-PERFORM
     END-IF

     IF  W-SQL-NOK
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     COMPUTE W-EUR-DRUCK = W-GUT-BETRAG / 100
     MOVE W-EUR-DRUCK TO W-EUR-D
     EVALUATE TRUE
         WHEN W-ALT-FEHLT
             ADD 1 TO W-ANZ-NEU
             DISPLAY "  Gutschrift " W-GUTNR " neu: " W-EUR-D
                     " EUR"
         WHEN W-GUT-BETRAG = ZERO
             ADD 1 TO W-ANZ-STORNIERT
             DISPLAY "  Gutschrift " W-ALT-GUTNR
                     " storniert, kein Rabatt mehr"
         WHEN OTHER
             ADD 1 TO W-ANZ-ERSETZT
             DISPLAY "  Gutschrift " W-ALT-GUTNR " ersetzt durch "
                     W-GUTNR ": " W-EUR-D " EUR"
     END-EVALUATE
     .
 C220-99.
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
                     DISPLAY "RFCRAB7 - Parameter fehlt: "
                             STUP-PORTION
                     SET W-ENDE TO TRUE
         WHEN OTHER  CONTINUE
     END-EVALUATE
     .
 P950-99.
     EXIT.

******************************************************************
* Ist die Transaktion der Zeile abgerechnet? (AC_TERM 0)
******************************************************************
 S300-SELECT-TXILOG70 SECTION.
 S300-00.
     MOVE ZERO TO W-TX-OK-FLAG

     MOVE WTX-DATUM (1:4) TO W-DAT-JJJJ
     MOVE WTX-DATUM (6:2) TO W-DAT-MM
     MOVE WTX-DATUM (9:2) TO W-DAT-TT
     COMPUTE W-ZP-VON =
               (W-DAT-JJJJ * 10000000000)
             + (W-DAT-MM   * 100000000)
             + (W-DAT-TT   * 1000000)
     COMPUTE W-ZP-BIS = W-ZP-VON + 235959

     EXEC SQL
         SELECT  AC_TERM
           INTO :W-AC-TERM
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
                     END-IF
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S300-99.
     EXIT.

******************************************************************
* Produktgruppe der Warengruppe (=CO2WGR, Cache der letzten WGR);
* Ladestrom (Artikelklasse "E") ohne Eintrag gilt als STROM
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
* Vertragsgruppe des VUNR (=RABGRUPPE); ohne Eintrag nur
* VUNR-eigene Staffeln
******************************************************************
 S330-SELECT-RABGRUPPE SECTION.
 S330-00.
     MOVE W-ALT-VUNR TO VUNR OF RABGRUPPE
     EXEC SQL
         SELECT  GRUPPE
           INTO :GRUPPE of RABGRUPPE
           FROM  =RABGRUPPE
          WHERE  VUNR = :VUNR of RABGRUPPE
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   MOVE GRUPPE OF RABGRUPPE TO W-GRUPPE
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S330-99.
     EXIT.

******************************************************************
* Rabattstaffel zu Schluessel (VUNR oder Vertragsgruppe),
* Produktgruppe und Monatsmenge (ganze Einheiten), gueltig am
* Stichtag; MENGE_BIS 0 = nach oben offen
******************************************************************
 S340-SELECT-RABTARIF SECTION.
 S340-00.
     SET W-TARIF-FEHLT TO TRUE
     MOVE W-TARIF-SCHLUESSEL     TO VUNR    OF RABTARIF
     MOVE WR-PRODUKT (W-PRD-IND) TO PRODUKT OF RABTARIF

     EXEC SQL
         SELECT  MENGE_VON, ART, WERT
           INTO :MENGE-VON of RABTARIF
               ,:ART       of RABTARIF
               ,:WERT      of RABTARIF
           FROM  =RABTARIF
          WHERE  VUNR        = :VUNR    of RABTARIF
            AND  PRODUKT     = :PRODUKT of RABTARIF
            AND  MENGE_VON  <= :W-MENGE-EH
            AND (MENGE_BIS  >= :W-MENGE-EH OR MENGE_BIS = 0)
            AND  GUELTIG_AB <= :W-STICHTAG
            AND  GUELTIG_BIS >= :W-STICHTAG
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-TARIF-DA TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S340-99.
     EXIT.

******************************************************************
* Bestehende aktive Gutschrift des Monats/VUNR
******************************************************************
 S350-SELECT-RABGUT SECTION.
 S350-00.
     SET  W-ALT-FEHLT TO TRUE
     MOVE ZEROS       TO W-ALT-GUTNR
                         W-ALT-BETRAG
     MOVE ZERO        TO W-SQLCODE-FLAG

     EXEC SQL
         SELECT  GUTNR, BETRAG
           INTO :W-ALT-GUTNR
               ,:W-ALT-BETRAG
           FROM  =RABGUT
          WHERE  MONAT     = :W-MONAT
            AND  VUNR      = :W-ALT-VUNR
            AND  KZ_STATUS = "A"
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-ALT-DA  TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S350-99.
     EXIT.

******************************************************************
* Naechste Belegnummer aus =FEEINVSEQ (gemeinsamer Nummernkreis
* mit den Rechnungen aus PFCFEE7); laeuft in der TMF-Klammer
* des Aufrufers
******************************************************************
 S360-NAECHSTE-GUTNR SECTION.
 S360-00.
     EXEC SQL
         UPDATE  =FEEINVSEQ
            SET  LFDNR = LFDNR + 1
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         SET W-SQL-NOK TO TRUE
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

     EXEC SQL
         SELECT  LFDNR
           INTO :W-GUT-LFDNR
           FROM  =FEEINVSEQ
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         SET W-SQL-NOK TO TRUE
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF
     MOVE W-GUT-LFDNR TO W-GUTNR
     .
 S360-99.
     EXIT.

******************************************************************
* Bestehende Gutschrift stornieren: Status "S", Gegenbuchung "R"
* mit Bezug auf die alte Nummer und negierten Positionen
******************************************************************
 S370-STORNO-GUTSCHRIFT SECTION.
 S370-00.
     EXEC SQL
         UPDATE  =RABGUT
            SET  KZ_STATUS = "S"
          WHERE  GUTNR     = :W-ALT-GUTNR
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         SET W-SQL-NOK TO TRUE
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

     PERFORM S360-NAECHSTE-GUTNR
     IF  W-SQL-NOK
         EXIT SECTION
     END-IF
     MOVE "R"         TO W-GUT-STATUS
     MOVE W-ALT-GUTNR TO W-GUT-BEZUG
     COMPUTE W-POS-RABATT = ZERO - W-ALT-BETRAG
     PERFORM S380-INSERT-RABGUT
     IF  W-SQL-NOK
         EXIT SECTION
     END-IF

     EXEC SQL
         INSERT
           INTO  =RABGUTPOS
                 ( GUTNR, PRODUKT, MENGE, UMSATZ
                 , STUFE_VON, ART, WERT, BETRAG )
         SELECT  :W-GUTNR, PRODUKT, 0 - MENGE, 0 - UMSATZ
               , STUFE_VON, ART, WERT, 0 - BETRAG
           FROM  =RABGUTPOS
          WHERE  GUTNR = :W-ALT-GUTNR
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S370-99.
     EXIT.

******************************************************************
* Gutschriftskopf anlegen (Betrag aus W-POS-RABATT)
******************************************************************
 S380-INSERT-RABGUT SECTION.
 S380-00.
     EXEC SQL
         INSERT
           INTO  =RABGUT
                 ( GUTNR, MONAT, VUNR, KZ_STATUS
                 , BEZUG_GUTNR, BETRAG, ZPINS )
         VALUES  (
                  :W-GUTNR
                 ,:W-MONAT
                 ,:W-ALT-VUNR
                 ,:W-GUT-STATUS
                 ,:W-GUT-BEZUG
                 ,:W-POS-RABATT
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         SET W-SQL-NOK TO TRUE
         PERFORM Z002-PROGERR
     END-IF
     .
 S380-99.
     EXIT.

******************************************************************
* Gutschriftsposition je Produktgruppe anlegen
******************************************************************
 S385-INSERT-RABGUTPOS SECTION.
 S385-00.
     EXEC SQL
         INSERT
           INTO  =RABGUTPOS
                 ( GUTNR, PRODUKT, MENGE, UMSATZ
                 , STUFE_VON, ART, WERT, BETRAG )
         VALUES  (
                  :W-GUTNR
                 ,:W-POS-PRODUKT
                 ,:W-POS-MENGE
                 ,:W-POS-UMSATZ
                 ,:W-POS-STUFE-VON
                 ,:W-POS-ART
                 ,:W-POS-WERT
                 ,:W-POS-RABATT
                 )
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         SET W-SQL-NOK TO TRUE
         PERFORM Z002-PROGERR
     END-IF
     .
 S385-99.
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
              ,:WGR     of ARTZEILE
              ,:MENGE   of ARTZEILE
              ,:BETRAG  of ARTZEILE
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
         WHEN OTHER  DISPLAY "RFCRAB7 - =BATCHRUN nicht "
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
         DISPLAY "RFCRAB7 - =BATCHRUN nicht fortschreibbar, "
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
     DISPLAY "RFCRAB7 - SQL-Fehler, SQLCODE: " SQLCODE OF SQLCA
     SET W-ENDE TO TRUE
     .
 Z002-99.
     EXIT.
