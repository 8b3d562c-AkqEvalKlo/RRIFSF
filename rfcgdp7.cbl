?CONSULT $SYSTEM.SYSTEM.COBOLEX0
?SEARCH  $SYSTEM.SYSTEM.COBOLLIB
?SEARCH  =TALLIB

?NOLMAP, SYMBOLS, INSPECT
?SAVE ALL
?LINES 66
?CHECK 3
?SQL

 IDENTIFICATION DIVISION.

 PROGRAM-ID. RFCGDP7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.00
* Kurzbeschreibung :: Datenueberlassung an die Betriebspruefung im
* Kurzbeschreibung :: GDPdU-Format (GoBD, Beschreibungsstandard
* Kurzbeschreibung :: gdpdu-01-08-2002.dtd) fuer einen Zeitraum:
* Kurzbeschreibung :: je Tabelle eine CSV-Datei (Trenner ";",
* Kurzbeschreibung :: Dezimalkomma, Datum TT.MM.JJJJ, ohne
* Kurzbeschreibung :: Kopfzeile) und eine index.xml, die alle
* Kurzbeschreibung :: Dateien und Spalten beschreibt:
* Kurzbeschreibung ::   GDPTXOUT transaktionen.csv  =TXILOG70 und
* Kurzbeschreibung ::            archivierte Vorgaenge =TXILOG70H
* Kurzbeschreibung ::            (Spalte HERKUNFT LIVE/ARCHIV)
* Kurzbeschreibung ::   GDPUMOUT umsaetze.csv       =UMSWEAT
* Kurzbeschreibung ::   GDPAROUT artikelzeilen.csv  =ARTZEILE mit
* Kurzbeschreibung ::            USt-Aufriss je Zeile (Satz wie
* Kurzbeschreibung ::            RFCVAT7: =STATION LAND/=USTWGR)
* Kurzbeschreibung ::   GDPGBOUT gebuehren.csv      =FEEREC
* Kurzbeschreibung ::   GDPKTOUT kontrolle.csv      Satzanzahl und
* Kurzbeschreibung ::            Betragssummen je Datei
* Kurzbeschreibung ::   GDPIXOUT index.xml
* Kurzbeschreibung :: Die Dateien werden unter den genannten Namen
* Kurzbeschreibung :: zusammen mit gdpdu-01-08-2002.dtd auf den
* Kurzbeschreibung :: Datentraeger uebertragen. Kartennummern (KANR)
* Kurzbeschreibung :: werden nicht ausgegeben.
* Package          :: ICC
*
* Aenderungen
*
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-10-15| kl  | R7-533:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: Batch, fallweise auf Anforderung der Pruefung
* Parameter   :: PARAM VON JJJJ-MM-TT
*                PARAM BIS JJJJ-MM-TT
*                PARAM LIEFERANT <Name>  (optional, Default ICC)
*                PARAM ORT <Ort>         (optional)
*
******************************************************************
* Uebersicht der SECTIONs:
*
* A100-STEUERUNG
*
* B000-VORLAUF
* B010-DATEIEN-OEFFNEN
* B090-ENDE
* B100-TRANSAKTIONEN
* B200-UMSAETZE
* B300-ARTIKELZEILEN
* B400-GEBUEHREN
* B500-KONTROLLE
* B600-INDEX-XML
*
* C100-TXI-ZEILE
* C200-UMS-ZEILE
* C300-ART-ZEILE
* C400-FEE-ZEILE
* C500-KONTROLL-ZEILE
* C600-INDEX-TABELLE
* C610-INDEX-SPALTE
* C900-BETRAG-AUFBEREITEN
* C910-ZAHL-AUFBEREITEN
* C920-DATUM-AUFBEREITEN
* C930-FELD-ANHAENGEN
* C940-FELD-LAENGE
* C950-ZEILE-SCHREIBEN
*
* P950-GETPARAMTEXT
*
* S310-SELECT-LAND
* S320-SELECT-USTWGR
* S800-OPEN-ART-CURSOR
* S810-FETCH-ART-CURSOR
* S820-CLOSE-ART-CURSOR
* S830-OPEN-FEE-CURSOR
* S840-FETCH-FEE-CURSOR
* S850-CLOSE-FEE-CURSOR
* S900-OPEN-TXI-CURSOR
* S910-FETCH-TXI-CURSOR
* S920-CLOSE-TXI-CURSOR
* S930-OPEN-TXIH-CURSOR
* S940-FETCH-TXIH-CURSOR
* S950-CLOSE-TXIH-CURSOR
* S960-OPEN-UMS-CURSOR
* S970-FETCH-UMS-CURSOR
* S980-CLOSE-UMS-CURSOR
*
* Z002-PROGERR
******************************************************************

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     DECIMAL-POINT IS COMMA.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT TXI-DATEI         ASSIGN TO "GDPTXOUT"
                              ORGANIZATION IS SEQUENTIAL
                              FILE STATUS IS TXI-FILE-STATUS.
     SELECT UMS-DATEI         ASSIGN TO "GDPUMOUT"
                              ORGANIZATION IS SEQUENTIAL
                              FILE STATUS IS UMS-FILE-STATUS.
     SELECT ART-DATEI         ASSIGN TO "GDPAROUT"
                              ORGANIZATION IS SEQUENTIAL
                              FILE STATUS IS ART-FILE-STATUS.
     SELECT FEE-DATEI         ASSIGN TO "GDPGBOUT"
                              ORGANIZATION IS SEQUENTIAL
                              FILE STATUS IS FEE-FILE-STATUS.
     SELECT KTR-DATEI         ASSIGN TO "GDPKTOUT"
                              ORGANIZATION IS SEQUENTIAL
                              FILE STATUS IS KTR-FILE-STATUS.
     SELECT IDX-DATEI         ASSIGN TO "GDPIXOUT"
                              ORGANIZATION IS SEQUENTIAL
                              FILE STATUS IS IDX-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.

 FD  TXI-DATEI
     RECORD CONTAINS 256 CHARACTERS.
 01          TXI-SATZ            PIC X(256).

 FD  UMS-DATEI
     RECORD CONTAINS 256 CHARACTERS.
 01          UMS-SATZ            PIC X(256).

 FD  ART-DATEI
     RECORD CONTAINS 256 CHARACTERS.
 01          ART-SATZ            PIC X(256).

 FD  FEE-DATEI
     RECORD CONTAINS 256 CHARACTERS.
 01          FEE-SATZ            PIC X(256).

 FD  KTR-DATEI
     RECORD CONTAINS 256 CHARACTERS.
 01          KTR-SATZ            PIC X(256).

 FD  IDX-DATEI
     RECORD CONTAINS 256 CHARACTERS.
 01          IDX-SATZ            PIC X(256).

 WORKING-STORAGE SECTION.

 01          TXI-FILE-STATUS     PIC X(02).
          88 TXI-FILE-OK                     VALUE "00".
 01          UMS-FILE-STATUS     PIC X(02).
          88 UMS-FILE-OK                     VALUE "00".
 01          ART-FILE-STATUS     PIC X(02).
          88 ART-FILE-OK                     VALUE "00".
 01          FEE-FILE-STATUS     PIC X(02).
          88 FEE-FILE-OK                     VALUE "00".
 01          KTR-FILE-STATUS     PIC X(02).
          88 KTR-FILE-OK                     VALUE "00".
 01          IDX-FILE-STATUS     PIC X(02).
          88 IDX-FILE-OK                     VALUE "00".

 01          W-ENDE-FLAG         PIC 9       VALUE ZERO.
     88      W-ENDE                          VALUE 1.

 01          W-SQLCODE-FLAG      PIC 9       VALUE ZERO.
     88      W-SQL-OK                        VALUE ZERO.
     88      W-SQL-EOD                       VALUE 1.
     88      W-SQL-NOK                       VALUE 9.

 01          W-DATEIEN-FLAG      PIC 9       VALUE ZERO.
     88      W-DATEIEN-OFFEN                 VALUE 1.

**  ---> Parameter
 01          W-VON               PIC X(10)   VALUE SPACES.
 01          W-BIS               PIC X(10)   VALUE SPACES.
 01          W-LIEFERANT         PIC X(60)   VALUE SPACES.
 01          W-ORT               PIC X(60)   VALUE SPACES.
 01          W-VON-TEXT          PIC X(10)   VALUE SPACES.
 01          W-BIS-TEXT          PIC X(10)   VALUE SPACES.

**  ---> Zeitfenster =TXILOG70/=TXILOG70H (ZP_VERKAUF)
 01          W-ZP-VON            PIC 9(14)   VALUE ZEROS.
 01          W-ZP-BIS            PIC 9(14)   VALUE ZEROS.
 01          W-DAT-JJJJ          PIC 9(04)   VALUE ZEROS.
 01          W-DAT-MM            PIC 9(02)   VALUE ZEROS.
 01          W-DAT-TT            PIC 9(02)   VALUE ZEROS.

**  ---> DATETIME-Fenster =UMSWEAT (Aufbau wie in RFCMOC7)
 01          W-ZP1-VON.
     05      WZ1V-JHJJ           PIC X(04).
     05                          PIC X   VALUE "-".
     05      WZ1V-MM             PIC XX.
     05                          PIC X   VALUE "-".
     05      WZ1V-TT             PIC XX.
     05                          PIC X(09) VALUE ":00:00:00".
 01          W-ZP1-BIS.
     05      WZ1B-JHJJ           PIC X(04).
     05                          PIC X   VALUE "-".
     05      WZ1B-MM             PIC XX.
     05                          PIC X   VALUE "-".
     05      WZ1B-TT             PIC XX.
     05                          PIC X(09) VALUE ":23:59:59".

**  ---> Verkaufszeitpunkt JJJJMMTThhmmss zerlegt
 01          W-ZP-VERKAUF        PIC 9(14)   VALUE ZEROS.
 01          W-ZP-VERKAUF-R REDEFINES W-ZP-VERKAUF.
     05      W-ZPV-JJJJ          PIC X(04).
     05      W-ZPV-MM            PIC X(02).
     05      W-ZPV-TT            PIC X(02).
     05      W-ZPV-HH            PIC X(02).
     05      W-ZPV-MI            PIC X(02).
     05      W-ZPV-SS            PIC X(02).
 01          W-HERKUNFT          PIC X(06)   VALUE SPACES.

**  ---> Zaehler und Kontrollsummen je Datei
 77          W-ANZ-TXI           PIC 9(09)   VALUE ZERO.
 77          W-ANZ-TXIH          PIC 9(09)   VALUE ZERO.
 77          W-ANZ-UMS           PIC 9(09)   VALUE ZERO.
 77          W-ANZ-ART           PIC 9(09)   VALUE ZERO.
 77          W-ANZ-FEE           PIC 9(09)   VALUE ZERO.
 77          W-ANZ-KTR           PIC 9(09)   VALUE ZERO.
 01          W-SUM-TXI           PIC S9(15)V99 COMP VALUE ZEROS.
 01          W-SUM-UMS           PIC S9(15)V99 COMP VALUE ZEROS.
 01          W-SUM-ART-BRUTTO    PIC S9(15)V99 COMP VALUE ZEROS.
 01          W-SUM-ART-NETTO     PIC S9(15)V99 COMP VALUE ZEROS.
 01          W-SUM-ART-UST       PIC S9(15)V99 COMP VALUE ZEROS.
 01          W-SUM-FEE-BASIS     PIC S9(15)V99 COMP VALUE ZEROS.
 01          W-SUM-FEE-GEBUEHR   PIC S9(15)V99 COMP VALUE ZEROS.
 01          W-SUM-FEE-BASIS-EUR PIC S9(15)V99 COMP VALUE ZEROS.
 01          W-SUM-FEE-GEB-EUR   PIC S9(15)V99 COMP VALUE ZEROS.

**  ---> eine Zeile der Kontrolldatei
 01          W-KTR-DATEI         PIC X(20)   VALUE SPACES.
 01          W-KTR-SPALTE        PIC X(20)   VALUE SPACES.
 01          W-KTR-ANZ           PIC 9(09)   VALUE ZERO.
 01          W-KTR-SUMME         PIC S9(15)V99 COMP VALUE ZEROS.

**  ---> Land-Cache je Station
 01          W-LAND              PIC X(03)   VALUE SPACES.
 01          W-LAND-MDNR-ALT     PIC 9(08)   VALUE ZEROS.
 01          W-LAND-TSNR-ALT     PIC 9(08)   VALUE ZEROS.

**  ---> Satz-Cache je Land/Warengruppe
 01          W-SATZ              PIC 9(02)V99 VALUE ZEROS.
 01          W-SATZ-LAND-ALT     PIC X(03)   VALUE "???".
 01          W-SATZ-WGR-ALT      PIC X(03)   VALUE "???".

**  ---> USt-Aufriss einer Artikelzeile (BETRAG in Cent)
 01          W-BRUTTO-CENT       PIC S9(15)  COMP VALUE ZEROS.
 01          W-NETTO-CENT        PIC S9(15)  COMP VALUE ZEROS.
 01          W-UST-CENT          PIC S9(15)  COMP VALUE ZEROS.

**  ---> Aufbereitung der CSV-Felder
 01          W-BETRAG-IN         PIC S9(13)V99 COMP VALUE ZEROS.
 01          W-BETRAG-ABS        PIC 9(13)V99 VALUE ZEROS.
 01          W-BETRAG-ABS-R REDEFINES W-BETRAG-ABS.
     05      W-BETRAG-EURO       PIC 9(13).
     05      W-BETRAG-CENT       PIC 9(02).
 01          W-BETRAG-EURO-E     PIC Z(12)9.
 01          W-BETRAG-LEER       PIC S9(04) COMP VALUE ZEROS.
 01          W-BETRAG-DISP       PIC -Z(14)9,99.
 01          W-ZAHL-IN           PIC S9(15) COMP VALUE ZEROS.
 01          W-ZAHL-E            PIC -(15)9.
 01          W-DATUM-IN          PIC X(10)   VALUE SPACES.
 01          W-FELD              PIC X(70)   VALUE SPACES.
 01          W-FELD-LAENGE       PIC S9(04) COMP VALUE ZEROS.
 01          W-SPALTE-ANZ        PIC S9(04) COMP VALUE ZEROS.

**  ---> Ausgabezeile und Zieldatei (1-6 wie W-DATEI-TAB)
 01          W-ZEILE             PIC X(256)  VALUE SPACES.
 01          W-ZEILE-POS         PIC S9(04) COMP VALUE 1.
 01          W-DATEI-NR          PIC 9       VALUE ZERO.
     88      W-DATEI-TXI                     VALUE 1.
     88      W-DATEI-UMS                     VALUE 2.
     88      W-DATEI-ART                     VALUE 3.
     88      W-DATEI-FEE                     VALUE 4.
     88      W-DATEI-KTR                     VALUE 5.
     88      W-DATEI-IDX                     VALUE 6.

**  ---> Dateien der Datenueberlassung (Name auf dem Datentraeger,
**  ---> Tabellenname und Beschreibung in der index.xml)
 01          W-DATEI-WERTE.
     05      FILLER              PIC X(20)   VALUE "transaktionen.csv".
     05      FILLER              PIC X(20)   VALUE "Transaktionen".
     05      FILLER              PIC X(70)   VALUE
             "Kartentransaktionen =TXILOG70 und Archiv =TXILOG70H".
     05      FILLER              PIC X(20)   VALUE "umsaetze.csv".
     05      FILLER              PIC X(20)   VALUE "Umsaetze".
     05      FILLER              PIC X(70)   VALUE
             "Abrechnungsumsaetze der Vertragsunternehmen =UMSWEAT".
     05      FILLER              PIC X(20)   VALUE "artikelzeilen.csv".
     05      FILLER              PIC X(20)   VALUE "Artikelzeilen".
     05      FILLER              PIC X(70)   VALUE
             "Artikelzeilen =ARTZEILE mit USt-Aufriss (MENGE/EPREIS roh)".
     05      FILLER              PIC X(20)   VALUE "gebuehren.csv".
     05      FILLER              PIC X(20)   VALUE "Gebuehren".
     05      FILLER              PIC X(70)   VALUE
             "Interchange-/Scheme-Gebuehren je Transaktion =FEEREC".
     05      FILLER              PIC X(20)   VALUE "kontrolle.csv".
     05      FILLER              PIC X(20)   VALUE "Kontrollsummen".
     05      FILLER              PIC X(70)   VALUE
             "Satzanzahl und Betragssummen je Datei".
 01          W-DATEI-TABELLE REDEFINES W-DATEI-WERTE.
     05      W-DATEI-TAB         OCCURS 5.
      10     WD-URL              PIC X(20).
      10     WD-NAME             PIC X(20).
      10     WD-BESCHREIBUNG     PIC X(70).

**  ---> Spalten je Datei in Ausgabefolge: Datei-Nr., "K" fuer
**  ---> Schluesselspalte, Typ A(lphanum.)/N(umerisch)/D(atum),
**  ---> Nachkommastellen, Spaltenname
 01          W-SPALTEN-WERTE.
     05      FILLER  PIC X(24)   VALUE "1KA0PNR                 ".
     05      FILLER  PIC X(24)   VALUE "1KN0TERMNR              ".
     05      FILLER  PIC X(24)   VALUE "1KN0TRACENR             ".
     05      FILLER  PIC X(24)   VALUE "1KD0DATUM               ".
     05      FILLER  PIC X(24)   VALUE "1 A0UHRZEIT             ".
     05      FILLER  PIC X(24)   VALUE "1 N0ISONTYP             ".
     05      FILLER  PIC X(24)   VALUE "1 D0ABRTAG              ".
     05      FILLER  PIC X(24)   VALUE "1 N0MDNR                ".
     05      FILLER  PIC X(24)   VALUE "1 N0TSNR                ".
     05      FILLER  PIC X(24)   VALUE "1 A0VUNR                ".
     05      FILLER  PIC X(24)   VALUE "1 N0CARDID              ".
     05      FILLER  PIC X(24)   VALUE "1 N0ROUTKZ              ".
     05      FILLER  PIC X(24)   VALUE "1 N2BETRAG              ".
     05      FILLER  PIC X(24)   VALUE "1 A0WKZ                 ".
     05      FILLER  PIC X(24)   VALUE "1 N0AC_TERM             ".
     05      FILLER  PIC X(24)   VALUE "1 A0HERKUNFT            ".
     05      FILLER  PIC X(24)   VALUE "2KA0PNR                 ".
     05      FILLER  PIC X(24)   VALUE "2KN0TERMNR              ".
     05      FILLER  PIC X(24)   VALUE "2KN0TRACENR             ".
     05      FILLER  PIC X(24)   VALUE "2KD0DATUM               ".
     05      FILLER  PIC X(24)   VALUE "2KA0UHRZEIT             ".
     05      FILLER  PIC X(24)   VALUE "2 N0ABWKZ               ".
     05      FILLER  PIC X(24)   VALUE "2 A0KZ_VERF             ".
     05      FILLER  PIC X(24)   VALUE "2 A0KZ_BEARB            ".
     05      FILLER  PIC X(24)   VALUE "2 N0BELEGNR             ".
     05      FILLER  PIC X(24)   VALUE "2 N0MDNR                ".
     05      FILLER  PIC X(24)   VALUE "2 N0TSNR                ".
     05      FILLER  PIC X(24)   VALUE "2 A0VUNR                ".
     05      FILLER  PIC X(24)   VALUE "2 N0CARDID              ".
     05      FILLER  PIC X(24)   VALUE "2 N2BETRAG              ".
     05      FILLER  PIC X(24)   VALUE "2 A0WKZ                 ".
     05      FILLER  PIC X(24)   VALUE "3KD0DATUM               ".
     05      FILLER  PIC X(24)   VALUE "3KA0PNR                 ".
     05      FILLER  PIC X(24)   VALUE "3KN0TERMNR              ".
     05      FILLER  PIC X(24)   VALUE "3KN0TRACENR             ".
     05      FILLER  PIC X(24)   VALUE "3KN0LFDNR               ".
     05      FILLER  PIC X(24)   VALUE "3 N0MDNR                ".
     05      FILLER  PIC X(24)   VALUE "3 N0TSNR                ".
     05      FILLER  PIC X(24)   VALUE "3 A0VUNR                ".
     05      FILLER  PIC X(24)   VALUE "3 A0WGR                 ".
     05      FILLER  PIC X(24)   VALUE "3 A0ARTNR               ".
     05      FILLER  PIC X(24)   VALUE "3 N0MENGE               ".
     05      FILLER  PIC X(24)   VALUE "3 N0EPREIS              ".
     05      FILLER  PIC X(24)   VALUE "3 N2UST_SATZ            ".
     05      FILLER  PIC X(24)   VALUE "3 N2BRUTTO              ".
     05      FILLER  PIC X(24)   VALUE "3 N2NETTO               ".
     05      FILLER  PIC X(24)   VALUE "3 N2UST                 ".
     05      FILLER  PIC X(24)   VALUE "4KD0DATUM               ".
     05      FILLER  PIC X(24)   VALUE "4KA0PNR                 ".
     05      FILLER  PIC X(24)   VALUE "4KN0TERMNR              ".
     05      FILLER  PIC X(24)   VALUE "4KN0TRACENR             ".
     05      FILLER  PIC X(24)   VALUE "4 N0ISONTYP             ".
     05      FILLER  PIC X(24)   VALUE "4 N0ROUTKZ              ".
     05      FILLER  PIC X(24)   VALUE "4 N0CARDID              ".
     05      FILLER  PIC X(24)   VALUE "4 A0VUNR                ".
     05      FILLER  PIC X(24)   VALUE "4 A0WKZ                 ".
     05      FILLER  PIC X(24)   VALUE "4 N2GEB_BASIS           ".
     05      FILLER  PIC X(24)   VALUE "4 N2GEBUEHR             ".
     05      FILLER  PIC X(24)   VALUE "4 N2GEB_BASIS_EUR       ".
     05      FILLER  PIC X(24)   VALUE "4 N2GEBUEHR_EUR         ".
     05      FILLER  PIC X(24)   VALUE "5KA0DATEI               ".
     05      FILLER  PIC X(24)   VALUE "5KA0SPALTE              ".
     05      FILLER  PIC X(24)   VALUE "5 N0ANZ_SAETZE          ".
     05      FILLER  PIC X(24)   VALUE "5 N2SUMME               ".
 01          W-SPALTEN-TABELLE REDEFINES W-SPALTEN-WERTE.
     05      W-SPALTEN-TAB       OCCURS 64.
      10     WSP-DATEI           PIC 9.
      10     WSP-KZ-SCHLUESSEL   PIC X.
          88 WSP-SCHLUESSEL                  VALUE "K".
      10     WSP-TYP             PIC X.
          88 WSP-ALPHA                       VALUE "A".
          88 WSP-NUMERISCH                   VALUE "N".
          88 WSP-DATUM                       VALUE "D".
      10     WSP-STELLEN         PIC 9.
      10     WSP-NAME            PIC X(20).
 01          W-SPALTEN-MAX       PIC S9(04) COMP VALUE 64.
 01          W-SPALTEN-IND       PIC S9(04) COMP VALUE ZEROS.
 01          W-DATEI-IND         PIC S9(04) COMP VALUE ZEROS.

**  ---> Startparameter
 01          STARTUP-FELDER.
     05      STUP-RESULT         PIC S9(04) COMP VALUE ZEROS.
     05      STUP-PORTION        PIC  X(30) VALUE "STRING".
     05      STUP-TEXT           PIC X(128).

 EXEC SQL
     INCLUDE SQLCA
 END-EXEC

 EXEC SQL
     BEGIN DECLARE SECTION
 END-EXEC

**  ---> =TXILOG70H wird in dieselben Hostvariablen gelesen
 EXEC SQL
    INVOKE =TXILOG70 AS TXILOG70
 END-EXEC

 EXEC SQL
    INVOKE =UMSWEAT AS UMSWEAT
 END-EXEC

 EXEC SQL
    INVOKE =ARTZEILE AS ARTZEILE
 END-EXEC

 EXEC SQL
    INVOKE =FEEREC AS FEEREC
 END-EXEC

 EXEC SQL
    INVOKE =STATION AS STATION
 END-EXEC

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

 EXEC SQL
     DECLARE TXI_CURS CURSOR FOR
         SELECT  PNR, TERMNR, TRACENR, ZP_VERKAUF, ISONTYP
               , ABRTAG, MDNR, TSNR, VUNR, CARDID, ROUTKZ
               , BETRAG, WKZ, AC_TERM
           FROM  =TXILOG70
          WHERE  ZP_VERKAUF >= :W-ZP-VON
            AND  ZP_VERKAUF <= :W-ZP-BIS
          ORDER  BY ZP_VERKAUF
         BROWSE  ACCESS
 END-EXEC

 EXEC SQL
     DECLARE TXIH_CURS CURSOR FOR
         SELECT  PNR, TERMNR, TRACENR, ZP_VERKAUF, ISONTYP
               , ABRTAG, MDNR, TSNR, VUNR, CARDID, ROUTKZ
               , BETRAG, WKZ, AC_TERM
           FROM  =TXILOG70H
          WHERE  ZP_VERKAUF >= :W-ZP-VON
            AND  ZP_VERKAUF <= :W-ZP-BIS
          ORDER  BY ZP_VERKAUF
         BROWSE  ACCESS
 END-EXEC

 EXEC SQL
     DECLARE UMS_CURS CURSOR FOR
         SELECT  PNR, TERMNR, TRACENR, ZPINS, ABWKZ, KZ_VERF
               , KZ_BEARB, BELEGNR, MDNR, TSNR, VUNR, CARDID
               , BETRAG, WKZ
           FROM  =UMSWEAT
          WHERE  ZPINS   >= :W-ZP1-VON
                     TYPE AS DATETIME YEAR TO FRACTION(2)
            AND  ZPINS   <= :W-ZP1-BIS
                     TYPE AS DATETIME YEAR TO FRACTION(2)
          ORDER  BY ZPINS
         BROWSE  ACCESS
 END-EXEC

 EXEC SQL
     DECLARE ART_CURS CURSOR FOR
         SELECT  DATUM, PNR, TERMNR, TRACENR, LFDNR, MDNR, TSNR
               , VUNR, WGR, ARTNR, MENGE, EPREIS, BETRAG
           FROM  =ARTZEILE
          WHERE  DATUM >= :W-VON
            AND  DATUM <= :W-BIS
          ORDER  BY DATUM, PNR, TERMNR, TRACENR, LFDNR
         BROWSE  ACCESS
 END-EXEC

 EXEC SQL
     DECLARE FEE_CURS CURSOR FOR
         SELECT  DATUM, PNR, TERMNR, TRACENR, ISONTYP, ROUTKZ
               , CARDID, VUNR, WKZ, GEB_BASIS, GEBUEHR
               , GEB_BASIS_EUR, GEBUEHR_EUR
           FROM  =FEEREC
          WHERE  DATUM >= :W-VON
            AND  DATUM <= :W-BIS
          ORDER  BY DATUM, PNR, TERMNR, TRACENR
         BROWSE  ACCESS
 END-EXEC

 PROCEDURE DIVISION.

******************************************************************
* Steuerung
******************************************************************
 A100-STEUERUNG SECTION.
 A100-00.
     PERFORM B000-VORLAUF
     IF  NOT W-ENDE
         PERFORM B010-DATEIEN-OEFFNEN
     END-IF
     IF  NOT W-ENDE
         PERFORM B100-TRANSAKTIONEN
     END-IF
     IF  NOT W-ENDE
         PERFORM B200-UMSAETZE
     END-IF
     IF  NOT W-ENDE
         PERFORM B300-ARTIKELZEILEN
     END-IF
     IF  NOT W-ENDE
         PERFORM B400-GEBUEHREN
     END-IF
     IF  NOT W-ENDE
         PERFORM B500-KONTROLLE
     END-IF
     IF  NOT W-ENDE
         PERFORM B600-INDEX-XML
     END-IF
     PERFORM B090-ENDE
     STOP RUN
     .
 A100-99.
     EXIT.

******************************************************************
* Vorlauf: Parameter und Zeitfenster
******************************************************************
 B000-VORLAUF SECTION.
 B000-00.
     MOVE "VON" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:10) TO W-VON

     MOVE "BIS" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:10) TO W-BIS

     IF  W-VON (5:1) NOT = "-" OR W-VON (8:1) NOT = "-"
     OR  W-BIS (5:1) NOT = "-" OR W-BIS (8:1) NOT = "-"
     OR  W-VON > W-BIS
         DISPLAY "RFCGDP7 - Zeitraum ungueltig: " W-VON
                 " - " W-BIS
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

**  ---> optionale Angaben zum Datenlieferanten
     MOVE "LIEFERANT" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         MOVE ZERO TO W-ENDE-FLAG
         MOVE "ICC" TO W-LIEFERANT
     ELSE
         MOVE STUP-TEXT (1:60) TO W-LIEFERANT
     END-IF
     INSPECT W-LIEFERANT REPLACING ALL "&" BY "+"
                                   ALL "<" BY " "
                                   ALL ">" BY " "

     MOVE "ORT" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         MOVE ZERO TO W-ENDE-FLAG
         MOVE SPACES TO W-ORT
     ELSE
         MOVE STUP-TEXT (1:60) TO W-ORT
     END-IF
     INSPECT W-ORT REPLACING ALL "&" BY "+"
                             ALL "<" BY " "
                             ALL ">" BY " "

**  ---> Verkaufszeitpunkt-Fenster fuer =TXILOG70/=TXILOG70H
     MOVE W-VON (1:4) TO W-DAT-JJJJ
     MOVE W-VON (6:2) TO W-DAT-MM
     MOVE W-VON (9:2) TO W-DAT-TT
     COMPUTE W-ZP-VON =
               (W-DAT-JJJJ * 10000000000)
             + (W-DAT-MM   * 100000000)
             + (W-DAT-TT   * 1000000)
     MOVE W-BIS (1:4) TO W-DAT-JJJJ
     MOVE W-BIS (6:2) TO W-DAT-MM
     MOVE W-BIS (9:2) TO W-DAT-TT
     COMPUTE W-ZP-BIS =
               (W-DAT-JJJJ * 10000000000)
             + (W-DAT-MM   * 100000000)
             + (W-DAT-TT   * 1000000)
             + 235959

**  ---> Einfuegezeitpunkt-Fenster fuer =UMSWEAT
     MOVE W-VON (1:4) TO WZ1V-JHJJ
     MOVE W-VON (6:2) TO WZ1V-MM
     MOVE W-VON (9:2) TO WZ1V-TT
     MOVE W-BIS (1:4) TO WZ1B-JHJJ
     MOVE W-BIS (6:2) TO WZ1B-MM
     MOVE W-BIS (9:2) TO WZ1B-TT

**  ---> Gueltigkeitszeitraum fuer die index.xml
     MOVE W-VON TO W-DATUM-IN
     PERFORM C920-DATUM-AUFBEREITEN
     MOVE W-FELD TO W-VON-TEXT
     MOVE W-BIS TO W-DATUM-IN
     PERFORM C920-DATUM-AUFBEREITEN
     MOVE W-FELD TO W-BIS-TEXT

     DISPLAY "RFCGDP7 - GDPdU-Datenueberlassung " W-VON
             " - " W-BIS
     .
 B000-99.
     EXIT.

******************************************************************
* Ausgabedateien oeffnen
******************************************************************
 B010-DATEIEN-OEFFNEN SECTION.
 B010-00.
     OPEN OUTPUT TXI-DATEI
                 UMS-DATEI
                 ART-DATEI
                 FEE-DATEI
                 KTR-DATEI
                 IDX-DATEI
     SET W-DATEIEN-OFFEN TO TRUE

     IF  NOT TXI-FILE-OK
         DISPLAY "RFCGDP7 - Datei GDPTXOUT nicht beschreibbar, "
                 "Status " TXI-FILE-STATUS
         SET W-ENDE TO TRUE
     END-IF
     IF  NOT UMS-FILE-OK
         DISPLAY "RFCGDP7 - Datei GDPUMOUT nicht beschreibbar, "
                 "Status " UMS-FILE-STATUS
         SET W-ENDE TO TRUE
     END-IF
     IF  NOT ART-FILE-OK
         DISPLAY "RFCGDP7 - Datei GDPAROUT nicht beschreibbar, "
                 "Status " ART-FILE-STATUS
         SET W-ENDE TO TRUE
     END-IF
     IF  NOT FEE-FILE-OK
         DISPLAY "RFCGDP7 - Datei GDPGBOUT nicht beschreibbar, "
                 "Status " FEE-FILE-STATUS
         SET W-ENDE TO TRUE
     END-IF
     IF  NOT KTR-FILE-OK
         DISPLAY "RFCGDP7 - Datei GDPKTOUT nicht beschreibbar, "
                 "Status " KTR-FILE-STATUS
         SET W-ENDE TO TRUE
     END-IF
     IF  NOT IDX-FILE-OK
         DISPLAY "RFCGDP7 - Datei GDPIXOUT nicht beschreibbar, "
                 "Status " IDX-FILE-STATUS
         SET W-ENDE TO TRUE
     END-IF
     .
 B010-99.
     EXIT.

******************************************************************
* Ende / Zusammenfassung (Satzanzahl und Summen je Datei)
******************************************************************
 B090-ENDE SECTION.
 B090-00.
     IF  W-DATEIEN-OFFEN
         CLOSE TXI-DATEI
               UMS-DATEI
               ART-DATEI
               FEE-DATEI
               KTR-DATEI
               IDX-DATEI
     END-IF

     DISPLAY "RFCGDP7 - transaktionen.csv Saetze : " W-ANZ-TXI
     DISPLAY "RFCGDP7 -   davon aus =TXILOG70H    : " W-ANZ-TXIH
     MOVE W-SUM-TXI TO W-BETRAG-DISP
     DISPLAY "RFCGDP7 -   Summe BETRAG            : " W-BETRAG-DISP
     DISPLAY "RFCGDP7 - umsaetze.csv Saetze      : " W-ANZ-UMS
     MOVE W-SUM-UMS TO W-BETRAG-DISP
     DISPLAY "RFCGDP7 -   Summe BETRAG            : " W-BETRAG-DISP
     DISPLAY "RFCGDP7 - artikelzeilen.csv Saetze : " W-ANZ-ART
     MOVE W-SUM-ART-BRUTTO TO W-BETRAG-DISP
     DISPLAY "RFCGDP7 -   Summe BRUTTO            : " W-BETRAG-DISP
     MOVE W-SUM-ART-NETTO TO W-BETRAG-DISP
     DISPLAY "RFCGDP7 -   Summe NETTO             : " W-BETRAG-DISP
     MOVE W-SUM-ART-UST TO W-BETRAG-DISP
     DISPLAY "RFCGDP7 -   Summe UST               : " W-BETRAG-DISP
     DISPLAY "RFCGDP7 - gebuehren.csv Saetze     : " W-ANZ-FEE
     MOVE W-SUM-FEE-GEBUEHR TO W-BETRAG-DISP
     DISPLAY "RFCGDP7 -   Summe GEBUEHR           : " W-BETRAG-DISP
     MOVE W-SUM-FEE-GEB-EUR TO W-BETRAG-DISP
     DISPLAY "RFCGDP7 -   Summe GEBUEHR_EUR       : " W-BETRAG-DISP
     DISPLAY "RFCGDP7 - kontrolle.csv Saetze     : " W-ANZ-KTR

     IF  W-ENDE
         DISPLAY "RFCGDP7 - Lauf mit Fehler beendet, "
                 "Datenueberlassung unvollstaendig"
     END-IF
     .
 B090-99.
     EXIT.

******************************************************************
* transaktionen.csv: =TXILOG70, danach Archiv =TXILOG70H
******************************************************************
 B100-TRANSAKTIONEN SECTION.
 B100-00.
     SET W-DATEI-TXI TO TRUE

     MOVE "LIVE" TO W-HERKUNFT
     PERFORM S900-OPEN-TXI-CURSOR
     IF  W-SQL-OK
         PERFORM S910-FETCH-TXI-CURSOR
     END-IF
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK OR W-ENDE
         PERFORM C100-TXI-ZEILE
         PERFORM S910-FETCH-TXI-CURSOR
     END-PERFORM
     PERFORM S920-CLOSE-TXI-CURSOR
     IF  W-ENDE
         EXIT SECTION
     END-IF

     MOVE "ARCHIV" TO W-HERKUNFT
     PERFORM S930-OPEN-TXIH-CURSOR
     IF  W-SQL-OK
         PERFORM S940-FETCH-TXIH-CURSOR
     END-IF
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK OR W-ENDE
         ADD 1 TO W-ANZ-TXIH
         PERFORM C100-TXI-ZEILE
         PERFORM S940-FETCH-TXIH-CURSOR
     END-PERFORM
     PERFORM S950-CLOSE-TXIH-CURSOR
     .
 B100-99.
     EXIT.

******************************************************************
* umsaetze.csv: =UMSWEAT nach Einfuegezeitpunkt
******************************************************************
 B200-UMSAETZE SECTION.
 B200-00.
     SET W-DATEI-UMS TO TRUE

     PERFORM S960-OPEN-UMS-CURSOR
     IF  W-SQL-OK
         PERFORM S970-FETCH-UMS-CURSOR
     END-IF
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK OR W-ENDE
         PERFORM C200-UMS-ZEILE
         PERFORM S970-FETCH-UMS-CURSOR
     END-PERFORM
     PERFORM S980-CLOSE-UMS-CURSOR
     .
 B200-99.
     EXIT.

******************************************************************
* artikelzeilen.csv: =ARTZEILE mit USt-Aufriss je Zeile
******************************************************************
 B300-ARTIKELZEILEN SECTION.
 B300-00.
     SET W-DATEI-ART TO TRUE

     PERFORM S800-OPEN-ART-CURSOR
     IF  W-SQL-OK
         PERFORM S810-FETCH-ART-CURSOR
     END-IF
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK OR W-ENDE
         PERFORM C300-ART-ZEILE
         PERFORM S810-FETCH-ART-CURSOR
     END-PERFORM
     PERFORM S820-CLOSE-ART-CURSOR
     .
 B300-99.
     EXIT.

******************************************************************
* gebuehren.csv: =FEEREC nach Datum
******************************************************************
 B400-GEBUEHREN SECTION.
 B400-00.
     SET W-DATEI-FEE TO TRUE

     PERFORM S830-OPEN-FEE-CURSOR
     IF  W-SQL-OK
         PERFORM S840-FETCH-FEE-CURSOR
     END-IF
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK OR W-ENDE
         PERFORM C400-FEE-ZEILE
         PERFORM S840-FETCH-FEE-CURSOR
     END-PERFORM
     PERFORM S850-CLOSE-FEE-CURSOR
     .
 B400-99.
     EXIT.

******************************************************************
* kontrolle.csv: je Datei und Betragsspalte Satzanzahl und Summe
******************************************************************
 B500-KONTROLLE SECTION.
 B500-00.
     SET W-DATEI-KTR TO TRUE

     MOVE WD-URL (1)        TO W-KTR-DATEI
     MOVE "BETRAG"          TO W-KTR-SPALTE
     MOVE W-ANZ-TXI         TO W-KTR-ANZ
     MOVE W-SUM-TXI         TO W-KTR-SUMME
     PERFORM C500-KONTROLL-ZEILE

     MOVE WD-URL (2)        TO W-KTR-DATEI
     MOVE "BETRAG"          TO W-KTR-SPALTE
     MOVE W-ANZ-UMS         TO W-KTR-ANZ
     MOVE W-SUM-UMS         TO W-KTR-SUMME
     PERFORM C500-KONTROLL-ZEILE

     MOVE WD-URL (3)        TO W-KTR-DATEI
     MOVE W-ANZ-ART         TO W-KTR-ANZ
     MOVE "BRUTTO"          TO W-KTR-SPALTE
     MOVE W-SUM-ART-BRUTTO  TO W-KTR-SUMME
     PERFORM C500-KONTROLL-ZEILE
     MOVE "NETTO"           TO W-KTR-SPALTE
     MOVE W-SUM-ART-NETTO   TO W-KTR-SUMME
     PERFORM C500-KONTROLL-ZEILE
     MOVE "UST"             TO W-KTR-SPALTE
     MOVE W-SUM-ART-UST     TO W-KTR-SUMME
     PERFORM C500-KONTROLL-ZEILE

     MOVE WD-URL (4)        TO W-KTR-DATEI
     MOVE W-ANZ-FEE         TO W-KTR-ANZ
     MOVE "GEB_BASIS"       TO W-KTR-SPALTE
     MOVE W-SUM-FEE-BASIS   TO W-KTR-SUMME
     PERFORM C500-KONTROLL-ZEILE
     MOVE "GEBUEHR"         TO W-KTR-SPALTE
     MOVE W-SUM-FEE-GEBUEHR TO W-KTR-SUMME
     PERFORM C500-KONTROLL-ZEILE
     MOVE "GEB_BASIS_EUR"   TO W-KTR-SPALTE
     MOVE W-SUM-FEE-BASIS-EUR TO W-KTR-SUMME
     PERFORM C500-KONTROLL-ZEILE
     MOVE "GEBUEHR_EUR"     TO W-KTR-SPALTE
     MOVE W-SUM-FEE-GEB-EUR TO W-KTR-SUMME
     PERFORM C500-KONTROLL-ZEILE
     .
 B500-99.
     EXIT.

******************************************************************
* index.xml nach gdpdu-01-08-2002.dtd
******************************************************************
 B600-INDEX-XML SECTION.
 B600-00.
     SET W-DATEI-IDX TO TRUE

     MOVE '<?xml version="1.0" encoding="ISO-8859-1"?>' TO W-ZEILE
     PERFORM C950-ZEILE-SCHREIBEN
     MOVE '<!DOCTYPE DataSet SYSTEM "gdpdu-01-08-2002.dtd">'
         TO W-ZEILE
     PERFORM C950-ZEILE-SCHREIBEN
     MOVE '<DataSet>' TO W-ZEILE
     PERFORM C950-ZEILE-SCHREIBEN
     MOVE '<Version>1.0</Version>' TO W-ZEILE
     PERFORM C950-ZEILE-SCHREIBEN

     MOVE '<DataSupplier>' TO W-ZEILE
     PERFORM C950-ZEILE-SCHREIBEN
     MOVE W-LIEFERANT TO W-FELD
     PERFORM C940-FELD-LAENGE
     STRING  '<Name>' W-FELD (1:W-FELD-LAENGE) '</Name>'
                 DELIMITED BY SIZE
       INTO  W-ZEILE
     END-STRING
     PERFORM C950-ZEILE-SCHREIBEN
     IF  W-ORT = SPACES
         MOVE '<Location></Location>' TO W-ZEILE
     ELSE
         MOVE W-ORT TO W-FELD
         PERFORM C940-FELD-LAENGE
         STRING  '<Location>' W-FELD (1:W-FELD-LAENGE)
                 '</Location>'
                     DELIMITED BY SIZE
           INTO  W-ZEILE
         END-STRING
     END-IF
     PERFORM C950-ZEILE-SCHREIBEN
     STRING  '<Comment>Datenueberlassung Zeitraum '
             W-VON-TEXT ' bis ' W-BIS-TEXT '</Comment>'
                 DELIMITED BY SIZE
       INTO  W-ZEILE
     END-STRING
     PERFORM C950-ZEILE-SCHREIBEN
     MOVE '</DataSupplier>' TO W-ZEILE
     PERFORM C950-ZEILE-SCHREIBEN

     MOVE '<Media>' TO W-ZEILE
     PERFORM C950-ZEILE-SCHREIBEN
     MOVE '<Name>Datentraeger 1</Name>' TO W-ZEILE
     PERFORM C950-ZEILE-SCHREIBEN
     PERFORM VARYING W-DATEI-IND FROM 1 BY 1
             UNTIL   W-DATEI-IND > 5
             OR      W-ENDE
         PERFORM C600-INDEX-TABELLE
     END-PERFORM
     MOVE '</Media>' TO W-ZEILE
     PERFORM C950-ZEILE-SCHREIBEN
     MOVE '</DataSet>' TO W-ZEILE
     PERFORM C950-ZEILE-SCHREIBEN
     .
 B600-99.
     EXIT.

******************************************************************
* Eine Zeile transaktionen.csv (=TXILOG70 oder =TXILOG70H,
* beide in die Hostvariablen von TXILOG70 gelesen)
******************************************************************
 C100-TXI-ZEILE SECTION.
 C100-00.
     ADD 1 TO W-ANZ-TXI
     MOVE ZP-VERKAUF OF TXILOG70 TO W-ZP-VERKAUF

     MOVE PNR OF TXILOG70 TO W-FELD
     PERFORM C930-FELD-ANHAENGEN
     MOVE TERMNR OF TXILOG70 TO W-ZAHL-IN
     PERFORM C910-ZAHL-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE TRACENR OF TXILOG70 TO W-ZAHL-IN
     PERFORM C910-ZAHL-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE SPACES TO W-FELD
     STRING  W-ZPV-TT "." W-ZPV-MM "." W-ZPV-JJJJ
                 DELIMITED BY SIZE
       INTO  W-FELD
     END-STRING
     PERFORM C930-FELD-ANHAENGEN
     MOVE SPACES TO W-FELD
     STRING  W-ZPV-HH ":" W-ZPV-MI ":" W-ZPV-SS
                 DELIMITED BY SIZE
       INTO  W-FELD
     END-STRING
     PERFORM C930-FELD-ANHAENGEN
     MOVE ISONTYP OF TXILOG70 TO W-ZAHL-IN
     PERFORM C910-ZAHL-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE ABRTAG OF TXILOG70 TO W-DATUM-IN
     PERFORM C920-DATUM-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE MDNR OF TXILOG70 TO W-ZAHL-IN
     PERFORM C910-ZAHL-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE TSNR OF TXILOG70 TO W-ZAHL-IN
     PERFORM C910-ZAHL-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE VUNR OF TXILOG70 TO W-FELD
     PERFORM C930-FELD-ANHAENGEN
     MOVE CARDID OF TXILOG70 TO W-ZAHL-IN
     PERFORM C910-ZAHL-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE ROUTKZ OF TXILOG70 TO W-ZAHL-IN
     PERFORM C910-ZAHL-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE BETRAG OF TXILOG70 TO W-BETRAG-IN
     ADD  BETRAG OF TXILOG70 TO W-SUM-TXI
     PERFORM C900-BETRAG-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE WKZ OF TXILOG70 TO W-FELD
     PERFORM C930-FELD-ANHAENGEN
     MOVE AC-TERM OF TXILOG70 TO W-ZAHL-IN
     PERFORM C910-ZAHL-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE W-HERKUNFT TO W-FELD
     PERFORM C930-FELD-ANHAENGEN

     PERFORM C950-ZEILE-SCHREIBEN
     .
 C100-99.
     EXIT.

******************************************************************
* Eine Zeile umsaetze.csv (ZPINS: JJJJ-MM-TT:hh:mm:ss.ff)
******************************************************************
 C200-UMS-ZEILE SECTION.
 C200-00.
     ADD 1 TO W-ANZ-UMS

     MOVE PNR OF UMSWEAT TO W-FELD
     PERFORM C930-FELD-ANHAENGEN
     MOVE TERMNR OF UMSWEAT TO W-ZAHL-IN
     PERFORM C910-ZAHL-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE TRACENR OF UMSWEAT TO W-ZAHL-IN
     PERFORM C910-ZAHL-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE ZPINS OF UMSWEAT (1:10) TO W-DATUM-IN
     PERFORM C920-DATUM-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE ZPINS OF UMSWEAT (12:8) TO W-FELD
     PERFORM C930-FELD-ANHAENGEN
     MOVE ABWKZ OF UMSWEAT TO W-ZAHL-IN
     PERFORM C910-ZAHL-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE KZ-VERF OF UMSWEAT TO W-FELD
     PERFORM C930-FELD-ANHAENGEN
     MOVE KZ-BEARB OF UMSWEAT TO W-FELD
     PERFORM C930-FELD-ANHAENGEN
     MOVE BELEGNR OF UMSWEAT TO W-ZAHL-IN
     PERFORM C910-ZAHL-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE MDNR OF UMSWEAT TO W-ZAHL-IN
     PERFORM C910-ZAHL-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE TSNR OF UMSWEAT TO W-ZAHL-IN
     PERFORM C910-ZAHL-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE VUNR OF UMSWEAT TO W-FELD
     PERFORM C930-FELD-ANHAENGEN
     MOVE CARDID OF UMSWEAT TO W-ZAHL-IN
     PERFORM C910-ZAHL-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE BETRAG OF UMSWEAT TO W-BETRAG-IN
     ADD  BETRAG OF UMSWEAT TO W-SUM-UMS
     PERFORM C900-BETRAG-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE WKZ OF UMSWEAT TO W-FELD
     PERFORM C930-FELD-ANHAENGEN

     PERFORM C950-ZEILE-SCHREIBEN
     .
 C200-99.
     EXIT.

******************************************************************
* Eine Zeile artikelzeilen.csv; USt-Satz je Land der Station und
* Warengruppe wie RFCVAT7, Netto aus dem Brutto herausgerechnet
* (BETRAG in Cent)
******************************************************************
 C300-ART-ZEILE SECTION.
 C300-00.
     ADD 1 TO W-ANZ-ART

     PERFORM S310-SELECT-LAND
     PERFORM S320-SELECT-USTWGR
     MOVE BETRAG OF ARTZEILE TO W-BRUTTO-CENT
     COMPUTE W-NETTO-CENT ROUNDED
           = W-BRUTTO-CENT * 100 / (100 + W-SATZ)
     COMPUTE W-UST-CENT = W-BRUTTO-CENT - W-NETTO-CENT

     MOVE DATUM OF ARTZEILE TO W-DATUM-IN
     PERFORM C920-DATUM-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE PNR OF ARTZEILE TO W-FELD
     PERFORM C930-FELD-ANHAENGEN
     MOVE TERMNR OF ARTZEILE TO W-ZAHL-IN
     PERFORM C910-ZAHL-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE TRACENR OF ARTZEILE TO W-ZAHL-IN
     PERFORM C910-ZAHL-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE LFDNR OF ARTZEILE TO W-ZAHL-IN
     PERFORM C910-ZAHL-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE MDNR OF ARTZEILE TO W-ZAHL-IN
     PERFORM C910-ZAHL-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE TSNR OF ARTZEILE TO W-ZAHL-IN
     PERFORM C910-ZAHL-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE VUNR OF ARTZEILE TO W-FELD
     PERFORM C930-FELD-ANHAENGEN
     MOVE WGR OF ARTZEILE TO W-FELD
     PERFORM C930-FELD-ANHAENGEN
     MOVE ARTNR OF ARTZEILE TO W-FELD
     PERFORM C930-FELD-ANHAENGEN
     MOVE MENGE OF ARTZEILE TO W-ZAHL-IN
     PERFORM C910-ZAHL-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE EPREIS OF ARTZEILE TO W-ZAHL-IN
     PERFORM C910-ZAHL-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE W-SATZ TO W-BETRAG-IN
     PERFORM C900-BETRAG-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     COMPUTE W-BETRAG-IN = W-BRUTTO-CENT / 100
     ADD W-BETRAG-IN TO W-SUM-ART-BRUTTO
     PERFORM C900-BETRAG-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     COMPUTE W-BETRAG-IN = W-NETTO-CENT / 100
     ADD W-BETRAG-IN TO W-SUM-ART-NETTO
     PERFORM C900-BETRAG-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     COMPUTE W-BETRAG-IN = W-UST-CENT / 100
     ADD W-BETRAG-IN TO W-SUM-ART-UST
     PERFORM C900-BETRAG-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN

     PERFORM C950-ZEILE-SCHREIBEN
     .
 C300-99.
     EXIT.

******************************************************************
* Eine Zeile gebuehren.csv
******************************************************************
 C400-FEE-ZEILE SECTION.
 C400-00.
     ADD 1 TO W-ANZ-FEE

     MOVE DATUM OF FEEREC TO W-DATUM-IN
     PERFORM C920-DATUM-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE PNR OF FEEREC TO W-FELD
     PERFORM C930-FELD-ANHAENGEN
     MOVE TERMNR OF FEEREC TO W-ZAHL-IN
     PERFORM C910-ZAHL-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE TRACENR OF FEEREC TO W-ZAHL-IN
     PERFORM C910-ZAHL-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE ISONTYP OF FEEREC TO W-ZAHL-IN
     PERFORM C910-ZAHL-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE ROUTKZ OF FEEREC TO W-ZAHL-IN
     PERFORM C910-ZAHL-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE CARDID OF FEEREC TO W-ZAHL-IN
     PERFORM C910-ZAHL-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE VUNR OF FEEREC TO W-FELD
     PERFORM C930-FELD-ANHAENGEN
     MOVE WKZ OF FEEREC TO W-FELD
     PERFORM C930-FELD-ANHAENGEN
     COMPUTE W-BETRAG-IN ROUNDED = GEB-BASIS OF FEEREC
     ADD W-BETRAG-IN TO W-SUM-FEE-BASIS
     PERFORM C900-BETRAG-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     COMPUTE W-BETRAG-IN ROUNDED = GEBUEHR OF FEEREC
     ADD W-BETRAG-IN TO W-SUM-FEE-GEBUEHR
     PERFORM C900-BETRAG-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     COMPUTE W-BETRAG-IN ROUNDED = GEB-BASIS-EUR OF FEEREC
     ADD W-BETRAG-IN TO W-SUM-FEE-BASIS-EUR
     PERFORM C900-BETRAG-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     COMPUTE W-BETRAG-IN ROUNDED = GEBUEHR-EUR OF FEEREC
     ADD W-BETRAG-IN TO W-SUM-FEE-GEB-EUR
     PERFORM C900-BETRAG-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN

     PERFORM C950-ZEILE-SCHREIBEN
     .
 C400-99.
     EXIT.

******************************************************************
* Eine Zeile kontrolle.csv
******************************************************************
 C500-KONTROLL-ZEILE SECTION.
 C500-00.
     ADD 1 TO W-ANZ-KTR

     MOVE W-KTR-DATEI TO W-FELD
     PERFORM C930-FELD-ANHAENGEN
     MOVE W-KTR-SPALTE TO W-FELD
     PERFORM C930-FELD-ANHAENGEN
     MOVE W-KTR-ANZ TO W-ZAHL-IN
     PERFORM C910-ZAHL-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN
     MOVE W-KTR-SUMME TO W-BETRAG-IN
     PERFORM C900-BETRAG-AUFBEREITEN
     PERFORM C930-FELD-ANHAENGEN

     PERFORM C950-ZEILE-SCHREIBEN
     .
 C500-99.
     EXIT.

******************************************************************
* index.xml: Beschreibung einer Datei (<Table>)
******************************************************************
 C600-INDEX-TABELLE SECTION.
 C600-00.
     MOVE '<Table>' TO W-ZEILE
     PERFORM C950-ZEILE-SCHREIBEN

     MOVE WD-URL (W-DATEI-IND) TO W-FELD
     PERFORM C940-FELD-LAENGE
     STRING  '<URL>' W-FELD (1:W-FELD-LAENGE) '</URL>'
                 DELIMITED BY SIZE
       INTO  W-ZEILE
     END-STRING
     PERFORM C950-ZEILE-SCHREIBEN
     MOVE WD-NAME (W-DATEI-IND) TO W-FELD
     PERFORM C940-FELD-LAENGE
     STRING  '<Name>' W-FELD (1:W-FELD-LAENGE) '</Name>'
                 DELIMITED BY SIZE
       INTO  W-ZEILE
     END-STRING
     PERFORM C950-ZEILE-SCHREIBEN
     MOVE WD-BESCHREIBUNG (W-DATEI-IND) TO W-FELD
     PERFORM C940-FELD-LAENGE
     STRING  '<Description>' W-FELD (1:W-FELD-LAENGE)
             '</Description>'
                 DELIMITED BY SIZE
       INTO  W-ZEILE
     END-STRING
     PERFORM C950-ZEILE-SCHREIBEN

     MOVE '<Validity>' TO W-ZEILE
     PERFORM C950-ZEILE-SCHREIBEN
     STRING  '<Range><From>' W-VON-TEXT '</From><To>'
             W-BIS-TEXT '</To></Range>'
                 DELIMITED BY SIZE
       INTO  W-ZEILE
     END-STRING
     PERFORM C950-ZEILE-SCHREIBEN
     MOVE '<Format>DD.MM.YYYY</Format>' TO W-ZEILE
     PERFORM C950-ZEILE-SCHREIBEN
     MOVE '</Validity>' TO W-ZEILE
     PERFORM C950-ZEILE-SCHREIBEN

     MOVE '<DecimalSymbol>,</DecimalSymbol>' TO W-ZEILE
     PERFORM C950-ZEILE-SCHREIBEN
     MOVE '<DigitGroupingSymbol>.</DigitGroupingSymbol>' TO W-ZEILE
     PERFORM C950-ZEILE-SCHREIBEN

     MOVE '<VariableLength>' TO W-ZEILE
     PERFORM C950-ZEILE-SCHREIBEN
     MOVE '<ColumnDelimiter>;</ColumnDelimiter>' TO W-ZEILE
     PERFORM C950-ZEILE-SCHREIBEN
     MOVE '<TextEncapsulator>"</TextEncapsulator>' TO W-ZEILE
     PERFORM C950-ZEILE-SCHREIBEN
     PERFORM VARYING W-SPALTEN-IND FROM 1 BY 1
             UNTIL   W-SPALTEN-IND > W-SPALTEN-MAX
             OR      W-ENDE
         IF  WSP-DATEI (W-SPALTEN-IND) = W-DATEI-IND
             PERFORM C610-INDEX-SPALTE
         END-IF
     END-PERFORM
     MOVE '</VariableLength>' TO W-ZEILE
     PERFORM C950-ZEILE-SCHREIBEN

     MOVE '</Table>' TO W-ZEILE
     PERFORM C950-ZEILE-SCHREIBEN
     .
 C600-99.
     EXIT.

******************************************************************
* index.xml: eine Spalte (Schluesselspalten stehen in W-SPALTEN-
* TAB je Datei vorn, wie von der DTD verlangt)
******************************************************************
 C610-INDEX-SPALTE SECTION.
 C610-00.
     IF  WSP-SCHLUESSEL (W-SPALTEN-IND)
         MOVE '<VariablePrimaryKey>' TO W-ZEILE
     ELSE
         MOVE '<VariableColumn>' TO W-ZEILE
     END-IF
     PERFORM C950-ZEILE-SCHREIBEN

     MOVE WSP-NAME (W-SPALTEN-IND) TO W-FELD
     PERFORM C940-FELD-LAENGE
     STRING  '<Name>' W-FELD (1:W-FELD-LAENGE) '</Name>'
                 DELIMITED BY SIZE
       INTO  W-ZEILE
     END-STRING
     PERFORM C950-ZEILE-SCHREIBEN

     EVALUATE TRUE
         WHEN WSP-NUMERISCH (W-SPALTEN-IND)
             IF  WSP-STELLEN (W-SPALTEN-IND) = ZERO
                 MOVE '<Numeric/>' TO W-ZEILE
             ELSE
                 STRING  '<Numeric><Accuracy>'
                         WSP-STELLEN (W-SPALTEN-IND)
                         '</Accuracy></Numeric>'
                             DELIMITED BY SIZE
                   INTO  W-ZEILE
                 END-STRING
             END-IF
         WHEN WSP-DATUM (W-SPALTEN-IND)
             MOVE '<Date><Format>DD.MM.YYYY</Format></Date>'
                 TO W-ZEILE
         WHEN OTHER
             MOVE '<AlphaNumeric/>' TO W-ZEILE
     END-EVALUATE
     PERFORM C950-ZEILE-SCHREIBEN

     IF  WSP-SCHLUESSEL (W-SPALTEN-IND)
         MOVE '</VariablePrimaryKey>' TO W-ZEILE
     ELSE
         MOVE '</VariableColumn>' TO W-ZEILE
     END-IF
     PERFORM C950-ZEILE-SCHREIBEN
     .
 C610-99.
     EXIT.

******************************************************************
* Betrag mit Dezimalkomma und Vorzeichen aufbereiten
* (W-BETRAG-IN -> W-FELD, z.B. "-1234,50")
******************************************************************
 C900-BETRAG-AUFBEREITEN SECTION.
 C900-00.
     MOVE W-BETRAG-IN   TO W-BETRAG-ABS
     MOVE W-BETRAG-EURO TO W-BETRAG-EURO-E
     MOVE ZERO TO W-BETRAG-LEER
     INSPECT W-BETRAG-EURO-E TALLYING W-BETRAG-LEER
             FOR LEADING SPACES
     MOVE SPACES TO W-FELD
     IF  W-BETRAG-IN < ZERO
         STRING  "-"
                 W-BETRAG-EURO-E (W-BETRAG-LEER + 1:)
                 ","
                 W-BETRAG-CENT
                     DELIMITED BY SIZE
           INTO  W-FELD
         END-STRING
     ELSE
         STRING  W-BETRAG-EURO-E (W-BETRAG-LEER + 1:)
                 ","
                 W-BETRAG-CENT
                     DELIMITED BY SIZE
           INTO  W-FELD
         END-STRING
     END-IF
     .
 C900-99.
     EXIT.

******************************************************************
* Ganzzahl ohne fuehrende Nullen aufbereiten (W-ZAHL-IN -> W-FELD)
******************************************************************
 C910-ZAHL-AUFBEREITEN SECTION.
 C910-00.
     MOVE W-ZAHL-IN TO W-ZAHL-E
     MOVE ZERO TO W-BETRAG-LEER
     INSPECT W-ZAHL-E TALLYING W-BETRAG-LEER
             FOR LEADING SPACES
     MOVE SPACES TO W-FELD
     MOVE W-ZAHL-E (W-BETRAG-LEER + 1:) TO W-FELD
     .
 C910-99.
     EXIT.

******************************************************************
* Datum JJJJ-MM-TT als TT.MM.JJJJ aufbereiten
* (W-DATUM-IN -> W-FELD; leeres Datum bleibt leer)
******************************************************************
 C920-DATUM-AUFBEREITEN SECTION.
 C920-00.
     MOVE SPACES TO W-FELD
     IF  W-DATUM-IN = SPACES
         EXIT SECTION
     END-IF
     STRING  W-DATUM-IN (9:2) "."
             W-DATUM-IN (6:2) "."
             W-DATUM-IN (1:4)
                 DELIMITED BY SIZE
       INTO  W-FELD
     END-STRING
     .
 C920-99.
     EXIT.

******************************************************************
* W-FELD ohne nachfolgende Leerstellen als naechste Spalte an
* W-ZEILE anhaengen (Trenner ";" ab der zweiten Spalte)
******************************************************************
 C930-FELD-ANHAENGEN SECTION.
 C930-00.
     IF  W-SPALTE-ANZ > ZERO
         STRING  ";"
                     DELIMITED BY SIZE
           INTO  W-ZEILE
           WITH  POINTER W-ZEILE-POS
         END-STRING
     END-IF
     ADD 1 TO W-SPALTE-ANZ

     IF  W-FELD NOT = SPACES
         PERFORM C940-FELD-LAENGE
         STRING  W-FELD (1:W-FELD-LAENGE)
                     DELIMITED BY SIZE
           INTO  W-ZEILE
           WITH  POINTER W-ZEILE-POS
         END-STRING
     END-IF
     MOVE SPACES TO W-FELD
     .
 C930-99.
     EXIT.

******************************************************************
* Laenge von W-FELD ohne nachfolgende Leerstellen (mind. 1)
******************************************************************
 C940-FELD-LAENGE SECTION.
 C940-00.
     PERFORM VARYING W-FELD-LAENGE FROM 70 BY -1
             UNTIL   W-FELD-LAENGE < 2
             OR      W-FELD (W-FELD-LAENGE:1) NOT = SPACE
         CONTINUE
     END-PERFORM
     .
 C940-99.
     EXIT.

******************************************************************
* W-ZEILE in die Datei W-DATEI-NR schreiben, Zeilenpuffer leeren
******************************************************************
 C950-ZEILE-SCHREIBEN SECTION.
 C950-00.
     EVALUATE TRUE
         WHEN W-DATEI-TXI
             WRITE TXI-SATZ FROM W-ZEILE
             IF  NOT TXI-FILE-OK
                 DISPLAY "RFCGDP7 - Schreibfehler GDPTXOUT, Status "
                         TXI-FILE-STATUS
                 SET W-ENDE TO TRUE
             END-IF
         WHEN W-DATEI-UMS
             WRITE UMS-SATZ FROM W-ZEILE
             IF  NOT UMS-FILE-OK
                 DISPLAY "RFCGDP7 - Schreibfehler GDPUMOUT, Status "
                         UMS-FILE-STATUS
                 SET W-ENDE TO TRUE
             END-IF
         WHEN W-DATEI-ART
             WRITE ART-SATZ FROM W-ZEILE
             IF  NOT ART-FILE-OK
                 DISPLAY "RFCGDP7 - Schreibfehler GDPAROUT, Status "
                         ART-FILE-STATUS
                 SET W-ENDE TO TRUE
             END-IF
         WHEN W-DATEI-FEE
             WRITE FEE-SATZ FROM W-ZEILE
             IF  NOT FEE-FILE-OK
                 DISPLAY "RFCGDP7 - Schreibfehler GDPGBOUT, Status "
                         FEE-FILE-STATUS
                 SET W-ENDE TO TRUE
             END-IF
         WHEN W-DATEI-KTR
             WRITE KTR-SATZ FROM W-ZEILE
             IF  NOT KTR-FILE-OK
                 DISPLAY "RFCGDP7 - Schreibfehler GDPKTOUT, Status "
                         KTR-FILE-STATUS
                 SET W-ENDE TO TRUE
             END-IF
         WHEN W-DATEI-IDX
             WRITE IDX-SATZ FROM W-ZEILE
             IF  NOT IDX-FILE-OK
                 DISPLAY "RFCGDP7 - Schreibfehler GDPIXOUT, Status "
                         IDX-FILE-STATUS
                 SET W-ENDE TO TRUE
             END-IF
     END-EVALUATE
     MOVE SPACES TO W-ZEILE
     MOVE 1      TO W-ZEILE-POS
     MOVE ZERO   TO W-SPALTE-ANZ
     .
 C950-99.
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
                     DISPLAY "RFCGDP7 - Parameter fehlt: "
                             STUP-PORTION
                     SET W-ENDE TO TRUE
         WHEN OTHER  CONTINUE
     END-EVALUATE
     .
 P950-99.
     EXIT.

******************************************************************
* Land der Station lesen (Cache je MDNR/TSNR); ohne Treffer
* bleibt das Land leer und S320 faellt auf den Default zurueck
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
* USt-Satz je Land/Warengruppe (=USTWGR); Rueckfall auf den
* Landeseintrag mit WGR "***", danach Regelsteuersatz 19 Prozent
******************************************************************
 S320-SELECT-USTWGR SECTION.
 S320-00.
     IF  W-LAND = W-SATZ-LAND-ALT
     AND WGR OF ARTZEILE = W-SATZ-WGR-ALT
         EXIT SECTION
     END-IF
     MOVE W-LAND          TO W-SATZ-LAND-ALT
     MOVE WGR OF ARTZEILE TO W-SATZ-WGR-ALT

     EXEC SQL
         SELECT  SATZ
           INTO :W-SATZ
           FROM  =USTWGR
          WHERE  LAND = :W-LAND
            AND  WGR  = :W-SATZ-WGR-ALT
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA = ZERO
         EXIT SECTION
     END-IF

     EXEC SQL
         SELECT  SATZ
           INTO :W-SATZ
           FROM  =USTWGR
          WHERE  LAND = :W-LAND
            AND  WGR  = "***"
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA = ZERO
         EXIT SECTION
     END-IF

     MOVE 19,00 TO W-SATZ
     .
 S320-99.
     EXIT.

******************************************************************
* Cursor auf =ARTZEILE
******************************************************************
 S800-OPEN-ART-CURSOR SECTION.
 S800-00.
     EXEC SQL
         OPEN ART_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S800-99.
     EXIT.

 S810-FETCH-ART-CURSOR SECTION.
 S810-00.
     EXEC SQL
         FETCH ART_CURS
          INTO :DATUM   of ARTZEILE
              ,:PNR     of ARTZEILE
              ,:TERMNR  of ARTZEILE
              ,:TRACENR of ARTZEILE
              ,:LFDNR   of ARTZEILE
              ,:MDNR    of ARTZEILE
              ,:TSNR    of ARTZEILE
              ,:VUNR    of ARTZEILE
              ,:WGR     of ARTZEILE
              ,:ARTNR   of ARTZEILE
              ,:MENGE   of ARTZEILE
              ,:EPREIS  of ARTZEILE
              ,:BETRAG  of ARTZEILE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S810-99.
     EXIT.

 S820-CLOSE-ART-CURSOR SECTION.
 S820-00.
     EXEC SQL
         CLOSE ART_CURS
     END-EXEC
     .
 S820-99.
     EXIT.

******************************************************************
* Cursor auf =FEEREC
******************************************************************
 S830-OPEN-FEE-CURSOR SECTION.
 S830-00.
     EXEC SQL
         OPEN FEE_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S830-99.
     EXIT.

 S840-FETCH-FEE-CURSOR SECTION.
 S840-00.
     EXEC SQL
         FETCH FEE_CURS
          INTO :DATUM         of FEEREC
              ,:PNR           of FEEREC
              ,:TERMNR        of FEEREC
              ,:TRACENR       of FEEREC
              ,:ISONTYP       of FEEREC
              ,:ROUTKZ        of FEEREC
              ,:CARDID        of FEEREC
              ,:VUNR          of FEEREC
              ,:WKZ           of FEEREC
              ,:GEB-BASIS     of FEEREC
              ,:GEBUEHR       of FEEREC
              ,:GEB-BASIS-EUR of FEEREC
              ,:GEBUEHR-EUR   of FEEREC
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S840-99.
     EXIT.

 S850-CLOSE-FEE-CURSOR SECTION.
 S850-00.
     EXEC SQL
         CLOSE FEE_CURS
     END-EXEC
     .
 S850-99.
     EXIT.

******************************************************************
* Cursor auf =TXILOG70
******************************************************************
 S900-OPEN-TXI-CURSOR SECTION.
 S900-00.
     EXEC SQL
         OPEN TXI_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S900-99.
     EXIT.

 S910-FETCH-TXI-CURSOR SECTION.
 S910-00.
     EXEC SQL
         FETCH TXI_CURS
          INTO :PNR        of TXILOG70
              ,:TERMNR     of TXILOG70
              ,:TRACENR    of TXILOG70
              ,:ZP-VERKAUF of TXILOG70
              ,:ISONTYP    of TXILOG70
              ,:ABRTAG     of TXILOG70
              ,:MDNR       of TXILOG70
              ,:TSNR       of TXILOG70
              ,:VUNR       of TXILOG70
              ,:CARDID     of TXILOG70
              ,:ROUTKZ     of TXILOG70
              ,:BETRAG     of TXILOG70
              ,:WKZ        of TXILOG70
              ,:AC-TERM    of TXILOG70
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

 S920-CLOSE-TXI-CURSOR SECTION.
 S920-00.
     EXEC SQL
         CLOSE TXI_CURS
     END-EXEC
     .
 S920-99.
     EXIT.

******************************************************************
* Cursor auf =TXILOG70H (archivierte Vorgaenge, RFCARC7)
******************************************************************
 S930-OPEN-TXIH-CURSOR SECTION.
 S930-00.
     EXEC SQL
         OPEN TXIH_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S930-99.
     EXIT.

 S940-FETCH-TXIH-CURSOR SECTION.
 S940-00.
     EXEC SQL
         FETCH TXIH_CURS
          INTO :PNR        of TXILOG70
              ,:TERMNR     of TXILOG70
              ,:TRACENR    of TXILOG70
              ,:ZP-VERKAUF of TXILOG70
              ,:ISONTYP    of TXILOG70
              ,:ABRTAG     of TXILOG70
              ,:MDNR       of TXILOG70
              ,:TSNR       of TXILOG70
              ,:VUNR       of TXILOG70
              ,:CARDID     of TXILOG70
              ,:ROUTKZ     of TXILOG70
              ,:BETRAG     of TXILOG70
              ,:WKZ        of TXILOG70
              ,:AC-TERM    of TXILOG70
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

 S950-CLOSE-TXIH-CURSOR SECTION.
 S950-00.
     EXEC SQL
         CLOSE TXIH_CURS
     END-EXEC
     .
 S950-99.
     EXIT.

******************************************************************
* Cursor auf =UMSWEAT
******************************************************************
 S960-OPEN-UMS-CURSOR SECTION.
 S960-00.
     EXEC SQL
         OPEN UMS_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S960-99.
     EXIT.

 S970-FETCH-UMS-CURSOR SECTION.
 S970-00.
     EXEC SQL
         FETCH UMS_CURS
          INTO :PNR      of UMSWEAT
              ,:TERMNR   of UMSWEAT
              ,:TRACENR  of UMSWEAT
              ,:ZPINS    of UMSWEAT
              ,:ABWKZ    of UMSWEAT
              ,:KZ-VERF  of UMSWEAT
              ,:KZ-BEARB of UMSWEAT
              ,:BELEGNR  of UMSWEAT
              ,:MDNR     of UMSWEAT
              ,:TSNR     of UMSWEAT
              ,:VUNR     of UMSWEAT
              ,:CARDID   of UMSWEAT
              ,:BETRAG   of UMSWEAT
              ,:WKZ      of UMSWEAT
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S970-99.
     EXIT.

 S980-CLOSE-UMS-CURSOR SECTION.
 S980-00.
     EXEC SQL
         CLOSE UMS_CURS
     END-EXEC
     .
 S980-99.
     EXIT.

******************************************************************
* Allgemeine Fehlerbehandlung
******************************************************************
 Z002-PROGERR SECTION.
 Z002-00.
     DISPLAY "RFCGDP7 - SQL-Fehler, SQLCODE: " SQLCODE OF SQLCA
     SET W-ENDE TO TRUE
     .
 Z002-99.
     EXIT.
