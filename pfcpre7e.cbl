?SEARCH =ZPVERK
*G.06.52 - ende

*R000095 - Krypto-Baustein PAN-Tresor
?SEARCH  =PFCPVK7
*R000095 - Ende

*R000099 - Baustein Terminal-Arbeitsschluessel
?SEARCH  =PFCTKY7
*R000099 - Ende

*R000110 - Baustein Benachrichtigungs-Feed
?SEARCH  =PFCNTQ7
*R000110 - Ende

*R000111 - Baustein Tankinhalts-/Kraftstoffpruefung
?SEARCH  =PFCTNK7
*R000111 - Ende

*R000117 - Baustein Nachrichten-Konformitaet
?SEARCH  =PFCKON7
*R000117 - Ende


?NOLMAP, SYMBOLS, INSPECT
?SAVE ALL


**************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.07.30
* Kurzbeschreibung :: Dieses Programm setzt Flottenkarten-
* Kurzbeschreibung :: Autorisierungsanfragen vom Terminal-Protok.
* Kurzbeschreibung :: auf AS-IFSF-Protokoll um. Bearbeitet werden
*---------------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                        *
*-------|----------|-----|--------------------------------------------------*
*G.07.30|2026-10-15| kl  | Review:
*       |          |     | - C109-ARTIKEL-PLAUSI und C124-TANK-CHECK
*       |          |     |   laufen vor C113-ARTIKEL-UEBERSETZEN
*       |          |     |   (wie PFCOFF7S): Referenzpreis
*       |          |     |   (=PREISTAB/=PREISTOL), Preis*Menge,
*       |          |     |   =ARTZEILE und Tankpruefung sehen die
*       |          |     |   eigenen WGR/ARTNR und die Menge in
*       |          |     |   1/1000 statt der AS-Codes
*-------|----------|-----|-------------------------------------------*
*G.07.29|2026-10-15| kl  | Review:
*       |          |     | - S445/S447: offene Voraut ABWKZ "67" mit
*       |          |     |   KZ_BEARB "V" (AFCPRE7) oder "R"
*       |          |     |   (PFCOFF7S); bisher nur "R", damit wurde
*       |          |     |   jede Erhoehung ABWKZ "68" mit AC 21
*       |          |     |   abgewiesen
*       |          |     | - C124: TNK-ISONTYP aus W-NTYPE statt
*       |          |     |   fest 100 (Schluessel wie =TXILOG70, wie
*       |          |     |   PFCOFF7S)
*-------|----------|-----|-------------------------------------------*
*G.07.28|2026-10-15| kl  | Review:
*       |          |     | - S449: nicht lesbare Tagessumme aus
*       |          |     |   =TXILOG70 mit Fehlernummer und Text
*       |          |     |   protokolliert
*       |          |     | - F910: Anfrage-MAC mit dem alten
*       |          |     |   Terminalschluessel geprueft =>
*       |          |     |   Kennzeichen "TKA" in PROJEKT-ABH-DATEN
*       |          |     |   (28:3) fuer die Antwort-MAC in
*       |          |     |   AFCPRE7/AFCAUT7
*       |          |     | - Schnittstellen zu PFCPVK7, PFCTKY7,
*       |          |     |   PFCNTQ7, PFCKON7 und PFCTNK7 als COPY
*       |          |     |   statt eigener 01-Stufe
*       |          |     | - =PANVAULT: KANR wird seit der Tresor-
*       |          |     |   Umstellung leer eingefuegt, gesucht
*       |          |     |   wird ueber KANR_HASH. Der eindeutige
*       |          |     |   Index auf =PANVAULT muss vor Einsatz
*       |          |     |   dieser Version von KANR auf KANR_HASH
*       |          |     |   umgestellt sein, sonst scheitert schon
*       |          |     |   das zweite neue Token am doppelten
*       |          |     |   (leeren) Schluessel
*-------|----------|-----|-------------------------------------------*
*G.07.27|2026-10-15| kl  | R7-553:
*       |          |     | - Konformitaetspruefung der Nachrichten
*       |          |     |   gegen das Regelwerk =MSGRULE (Pflicht-,
*       |          |     |   bedingte und verbotene BMPs, Laenge,
*       |          |     |   Format je NTYPE/ABWKZ/ROUTKZ) ueber
*       |          |     |   den Baustein PFCKON7: Terminal-Anfrage
*       |          |     |   in C100 (C125), fertige AS-Nachricht
*       |          |     |   in C400 (C410); Verstoss => Ablehnung
*       |          |     |   mit AC 79, Protokoll in =MSGKONEX
*       |          |     |   (Tagesbericht RFCKON7)
*-------|----------|-----|--------------------------------------------------*
*G.07.26|2026-10-15| kl  | R7-547:
*       |          |     | - Tankinhalts- und Kraftstoffpruefung gegen
*       |          |     |   den Fahrzeugstamm (=FAHRZEUG, Import
*       |          |     |   PFCFZI7): C124-TANK-CHECK ruft den
*       |          |     |   Baustein PFCTNK7 mit den Artikelzeilen
*       |          |     |   aus BMP 63; je Regelwerk =TANKCFG
*       |          |     |   Ablehnung mit AC_TERM oder Kennzeichnung
*       |          |     |   "TNK?" in =TXILOG70
*       |          |     | - =ARTKLASSE liefert zusaetzlich die
*       |          |     |   Kraftstoffart je Warengruppe
*-------|----------|-----|--------------------------------------------------*
*G.07.25|2026-10-15| kl  | R7-546:
*       |          |     | - Benachrichtigungs-Feed fuer Flotten-
*       |          |     |   kunden: nach dem Schreiben von
*       |          |     |   =TXILOG70 wird der Vorgang ueber den
*       |          |     |   Baustein PFCNTQ7 fuer abonnierte VUNR
*       |          |     |   (=NOTIFYABO) in =NOTIFYQ vorgemerkt
*       |          |     |   (Eigenantworten: Autorisierung bzw.
*       |          |     |   Ablehnung; AS-Antworten meldet
*       |          |     |   AFCAUT7); Zustellung durch PFCNTF7
*-------|----------|-----|--------------------------------------------------*
*G.07.24|2026-10-15| kl  | R7-545:
*       |          |     | - Nutzungsregeln je Karte (=CARDRULE,
*       |          |     |   Schluessel PAN-Token, Pflege ueber
*       |          |     |   PFCMNT7, Massenimport PFCKRL7): vor
*       |          |     |   dem Routing werden Warengruppen,
*       |          |     |   Wochentage, Uhrzeitfenster, Laender
*       |          |     |   sowie Hoechstbetrag je Tankung und
*       |          |     |   je Abrechnungstag geprueft; jede Art
*       |          |     |   Verstoss hat ihren eigenen AC (71-76)
*-------|----------|-----|--------------------------------------------------*
*G.07.23|2026-10-15| kl  | R7-540:
*       |          |     | - Betrugsscore: die beitragenden Signale
*       |          |     |   (Velocity, KM, Erfassungsart, Nacht)
*       |          |     |   gehen als Kennzeichen in die neue
*       |          |     |   TXILOG70-Spalte SC_SIGNALE; eine Ab-
*       |          |     |   lehnung ueber die Ablehnschwelle wird
*       |          |     |   mit "SC!" in PROJEKT_ABH_DATEN gekenn-
*       |          |     |   zeichnet (Pruefliste RFCFRV7)
*-------|----------|-----|--------------------------------------------------*
*G.07.22|2026-10-15| kl  | R7-537:
*       |          |     | - Ladevorgaenge an E-Ladesaeulen: Artikel-
*       |          |     |   klasse und Einheit je Warengruppe
*       |          |     |   (=ARTKLASSE, Ladestrom in kWh, Parken
*       |          |     |   in Minuten); Ladedaten aus BMP 62
*       |          |     |   (EVSE-ID, Ladebeginn/-ende) pruefen und
*       |          |     |   mit Klasse/Einheit in =ARTZEILE ablegen;
*       |          |     |   fehlen sie, nur Kennzeichnung "EV?";
*       |          |     |   Regel "L" stellt sie dem AS-Format je
*       |          |     |   ROUTKZ (=FCPARAM) zur Verfuegung
*-------|----------|-----|--------------------------------------------------*
*G.07.21|2026-10-15| kl  | R7-536:
*       |          |     | - Erhoehung einer offenen Vorautorisierung
*       |          |     |   (ABWKZ "68", BMP 37 = Trace der
*       |          |     |   Ursprungs-Voraut ABWKZ "67"): Pruefung
*       |          |     |   gegen TXILOG70/=UMSWEAT, Obligo nur mit
*       |          |     |   dem Erhoehungsbetrag, zum AS als 1100
*       |          |     |   mit Funktionscode 106 und BMP 56; kein
*       |          |     |   Stand-In
*-------|----------|-----|--------------------------------------------------*
*G.07.20|2026-10-15| kl  | R7-535:
*       |          |     | - Terminals mit eigenen Arbeitsschluesseln
*       |          |     |   (=TERMKEY, Baustein PFCTKY7): MAC und
*       |          |     |   PAC mit den Schluesseln des Terminals
*       |          |     |   statt denen der Serverklasse; nach
*       |          |     |   einem Schluesselwechsel (PFCTRM7)
*       |          |     |   werden die bisherigen Schluessel bis
*       |          |     |   ZP_ALT_BIS weiter angenommen
*-------|----------|-----|--------------------------------------------------*
*G.07.19|2026-10-15| kl  | R7-531:
*       |          |     | - PAN-Tresor =PANVAULT: Kartennummer
*       |          |     |   nur noch verschluesselt (KANR_ENC,
*       |          |     |   Schluesselversion KEY_VERSION);
*       |          |     |   Token-Suche ueber Schluessel-Hash
*       |          |     |   KANR_HASH; Krypto-Baustein PFCPVK7,
*       |          |     |   Umschluesselung Batch PFCPVR7.
*       |          |     |   Klartext-Altsaetze (KEY_VERSION 0)
*       |          |     |   werden bis zur Umschluesselung
*       |          |     |   weiter gefunden
*-------|----------|-----|--------------------------------------------------*
*G.07.18|2026-10-15| kl  | R7-530:
*       |          |     | - Stueckpreis jeder Artikelzeile gegen den
*       |          |     |   ausgehaengten Preis der Station
*       |          |     |   (=PREISTAB, Lader PFCPRS7) pruefen;
*       |          |     |   Toleranz in % je Warengruppe
*       |          |     |   (=PREISTOL), Abweichungen nach =PREISEX
*       |          |     |   (Tagesliste RFCAPL7); je ROUTKZ/CARDID
*       |          |     |   (=PREISCFG) Ablehnung mit AC_TERM oder
*       |          |     |   nur Kennzeichnung "PRS?"
*-------|----------|-----|-------------------------------------------*
*G.07.17|2026-09-02| kl  | Review:
*       |          |     | - Mitschnitt (=TRACELOG) schreibt auch
*       |          |     |   das Terminal-Antwortbild (TANT) der
* C111-ARTIKEL-ZEILE
* S286-INSERT-ARTPLAUSEX
*R000060 - Ende
*R000094 - Anfang
* C110-PREIS-PRUEFEN
* S290-SELECT-PREISTAB
* S291-SELECT-PREISTOL
* S293-SELECT-PREISCFG
* S294-INSERT-PREISEX
*R000094 - Ende
*R000071 - Anfang
* C115-SCORE-ERMITTELN
* S280-SELECT-SCORECFG
* S411-INSERT-CHIPFB
* S412-UPDATE-CHIPFB
*R000082 - Ende
*R000100 - Anfang
* C119-VORAUT-ERHOEHUNG
* S446-SELECT-VORAUT
* S447-SELECT-RESERVIERUNG
*R000100 - Ende
*R000101 - Anfang
* C120-LADEDATEN
* C121-ARTIKEL-KLASSE
* B098-ARTKLASSE-LADEN
* S298-FETCH-ARTKLASSE-CURSOR
*R000101 - Ende
*R000109 - Anfang
* C122-KARTENREGEL-CHECK
* C123-WGR-REGEL
* S448-SELECT-CARDRULE
* S449-SUM-KARTE-TAG
*R000109 - Ende
*R000111 - Anfang
* C124-TANK-CHECK
*R000111 - Ende
*R000075 - Anfang
* C116-PINFAIL-CHECK
* S292-SELECT-PINFAIL
* C200-AS-GENERELL
* C300-AS-SPEZIELL
* C400-BUILD-AS-NACHRICHT
*R000117 - Anfang
* C125-KONFORM-TERMINAL
* C410-KONFORM-AS
*R000117 - Ende
* C500-LOGGING
*
* D200-FIX-KEY
* F962-PAN-MASKIEREN
* S261-SELECT-PANVAULT
* S262-INSERT-PANVAULT
*R000095 - Anfang
* M190-CALL-PFCPVK7
*R000095 - Ende
*R000099 - Anfang
* M195-CALL-PFCTKY7
*R000099 - Ende
*R000046 - Ende
*R000110 - Anfang
* M196-CALL-PFCNTQ7
*R000110 - Ende
*R000111 - Anfang
* M197-CALL-PFCTNK7
*R000111 - Ende
*R000117 - Anfang
* M198-CALL-PFCKON7
*R000117 - Ende
*R000099 - Anfang
* F905-TERMINAL-SCHLUESSEL
*R000099 - Ende
* F910-MAC-PRUEFEN
* F920-MAC-BILDEN
* F930-PAC-UMSCHLUESSELN
*R000059 - Anfang
* G147-PUT-SHADOWQ
*R000059 - Ende
*R000110 - Anfang
* G160-PUT-NOTIFYQ
*R000110 - Ende
*
* L100-ADD-BMP
* L110-COB2ISO
          88 TXILOG70-OK                     VALUE ZEROS.
          88 TXILOG70-NOK                    VALUE 1.

*R000100 - Anfang
**          ---> Erhoehung einer offenen Vorautorisierung (ABWKZ 68)
     05      ERH-FLAG            PIC 9       VALUE ZEROS.
          88 ERH-NEIN                        VALUE ZEROS.
          88 ERH-JA                          VALUE 1.
*R000100 - Ende

*R000101 - Anfang
**          ---> Ladedaten (BMP 62) bei Ladestrom-Artikeln
     05      LADE-FLAG           PIC 9       VALUE ZEROS.
          88 LADE-OHNE                       VALUE ZEROS.
          88 LADE-OK                         VALUE 1.
          88 LADE-FEHLT                      VALUE 2.
*R000101 - Ende

     05      TXNLOG70-FLAG       PIC 9       VALUE ZEROS.
          88 TXNLOG70-OK                     VALUE ZEROS.
          88 TXNLOG70-NOK                    VALUE 1.

     05      W-LTGIND            PIC 9(04) VALUE ZEROS.
     05      W-BETRAG            PIC 9(18) VALUE ZEROS.
*R000100 - Trace der Ursprungs-Voraut aus BMP 37
     05      W-TRACENR-37        PIC 9(06) VALUE ZEROS.
*R000100 - Ende
     05      W-ERFASSUNGS-ART    PIC 9(02) VALUE ZEROS.
          88 W-ERF-MANUELL                   value 01.
          88 W-ERF-MAGNET                    value 02.
 01          W-PACKEYA           PIC X(08) VALUE LOW-VALUE.
 01          W-MACKEYT           PIC X(04) VALUE SPACES.
 01          W-PACKEYT           PIC X(04) VALUE SPACES.
*R000099 - Anfang
**          ---> Schluessel der Serverklasse (Startparameter); die
**          ---> Terminals mit eigenen Schluesseln (=TERMKEY)
**          ---> ueberschreiben W-MACKEYT/W-PACKEYT je Vorgang
 01          W-MACKEYT-KLASSE    PIC X(04) VALUE SPACES.
 01          W-PACKEYT-KLASSE    PIC X(04) VALUE SPACES.
*R000099 - Ende
 01          W-HERSTID           PIC X(02) VALUE SPACES.
 01          W-VERSION           PIC X(02) VALUE SPACES.
 01          W-PADDING           PIC X(08) VALUE LOW-VALUE.
     88      ARTC-SQL-NOK                   VALUE 9.
*R000073 - Ende

*R000101 - Anfang
**          ---> Artikelklasse je eigener Warengruppe (=ARTKLASSE:
**          ---> K = Kraftstoff, E = Ladestrom, Z = Zeit/Parken,
**          ---> S = Sonstiges), geladen in B098 und per "RL"-
**          ---> Nachricht neu ladbar
 01          T-ARTKLASSE.
     05      T-ARTKLASSE-TAB     OCCURS 200.
      10     TKL-WGR             PIC X(03).
      10     TKL-KLASSE          PIC X(01).
      10     TKL-EINHEIT         PIC X(03).
*R000111 - Kraftstoffart der Warengruppe (nur Klasse "K")
      10     TKL-KRAFTSTOFF      PIC X(02).
*R000111 - Ende
 01          T-ARTKLASSE-MAX     PIC S9(04) COMP VALUE ZEROS.

 01          ARTK-FELDER.
     05      ARTK-IND            PIC S9(04) COMP VALUE ZEROS.
     05      ARTK-FUND           PIC S9(04) COMP VALUE ZEROS.
     05      ARTK-PTR            PIC S9(04) COMP VALUE ZEROS.
     05      ARTK-ANZ            PIC S9(04) COMP VALUE ZEROS.
     05      ARTK-ZEILE          PIC S9(04) COMP VALUE ZEROS.
     05      ARTK-ANZ-LADEN      PIC S9(04) COMP VALUE ZEROS.
     05      ARTK-WGR            PIC X(03)  VALUE SPACES.
**          ---> Klasse/Einheit je Zeile aus BMP 63 (eigene WGR,
**          ---> vor der Uebersetzung in AS-Codes ermittelt)
     05      ARTK-ZEILEN-TAB     OCCURS 30.
      10     ARTK-Z-KLASSE       PIC X(01).
      10     ARTK-Z-EINHEIT      PIC X(03).
*R000111 - Anfang
      10     ARTK-Z-WGR          PIC X(03).
      10     ARTK-Z-KRAFTSTOFF   PIC X(02).
*R000111 - Ende
**          ---> Ladedaten aus BMP 62: EVSE-ID X(37), Ladebeginn
**          ---> und Ladeende JJJJMMTThhmmss
     05      ARTK-EVSE-ID        PIC X(37)  VALUE SPACES.
     05      ARTK-ZP-START       PIC 9(14)  VALUE ZEROS.
     05      ARTK-ZP-ENDE        PIC 9(14)  VALUE ZEROS.
**          ---> Hostfelder fuer =ARTZEILE
     05      ARTK-KLASSE         PIC X(01)  VALUE SPACES.
     05      ARTK-EINHEIT        PIC X(03)  VALUE SPACES.
     05      ARTK-I-EVSE-ID      PIC X(37)  VALUE SPACES.
     05      ARTK-I-ZP-START     PIC 9(14)  VALUE ZEROS.
     05      ARTK-I-ZP-ENDE      PIC 9(14)  VALUE ZEROS.
**          ---> Hostfelder fuer das Laden von =ARTKLASSE
     05      ARTK-H-WGR          PIC X(03)  VALUE SPACES.
     05      ARTK-H-KLASSE       PIC X(01)  VALUE SPACES.
     05      ARTK-H-EINHEIT      PIC X(03)  VALUE SPACES.
*R000111 - Kraftstoffart aus =ARTKLASSE
     05      ARTK-H-KRAFTSTOFF   PIC X(02)  VALUE SPACES.
*R000111 - Ende
 01          ARTK-SQL-FLAG       PIC 9      VALUE ZERO.
     88      ARTK-SQL-OK                    VALUE ZERO.
     88      ARTK-SQL-EOD                   VALUE 1.
     88      ARTK-SQL-NOK                   VALUE 9.
*R000101 - Ende

*R000072 - Anfang
**          ---> Acquirer-Profil: Basis-Verfahren fuer ROUTKZ ohne
**          ---> eigene D3xx-Verarbeitung (=ASPROFIL)
      COPY    ZPVERKAUF-IFC OF "=MSGLIB".
*G.06.52 - ende

*R000095 - Anfang
**          ---> Schnittstelle zum Krypto-Baustein PFCPVK7
     COPY    PFCPVK7C OF "=MSGLIB".
 01          PVK-RCODE-D         PIC 9(04)   VALUE ZEROS.
 01          PVK-HSM-RCODE-D     PIC -9(04)  VALUE ZEROS.
*R000095 - Ende

*R000099 - Anfang
**          ---> Schnittstelle zum Baustein PFCTKY7
     COPY    PFCTKY7C OF "=MSGLIB".
 01          TKY-RCODE-D         PIC 9(04)   VALUE ZEROS.
 01          TKY-HSM-RCODE-D     PIC -9(04)  VALUE ZEROS.
*R000099 - Ende

*R000110 - Anfang
**          ---> Schnittstelle zum Baustein PFCNTQ7
     COPY    PFCNTQ7C OF "=MSGLIB".
 01          NTQ-RCODE-D         PIC 9(04)   VALUE ZEROS.
 01          NTQ-SQLCODE-D       PIC -9(04)  VALUE ZEROS.
*R000110 - Ende

*R000117 - Anfang
**          ---> Schnittstelle zum Baustein PFCKON7
     COPY    PFCKON7C OF "=MSGLIB".
 01          KON-DATMAX          PIC S9(04) COMP VALUE 2048.
 01          KON-I               PIC S9(04) COMP VALUE ZEROS.
 01          KON-RCODE-D         PIC 9(04)   VALUE ZEROS.
 01          KON-SQLCODE-D       PIC -9(04)  VALUE ZEROS.
 01          KON-ANZ-D           PIC 9(02)   VALUE ZEROS.
*R000117 - Ende

*R000111 - Anfang
**          ---> Schnittstelle zum Baustein PFCTNK7
     COPY    PFCTNK7C OF "=MSGLIB".
 01          TNK-RCODE-D         PIC 9(04)   VALUE ZEROS.
 01          TNK-SQLCODE-D       PIC -9(04)  VALUE ZEROS.
 01          TNK-IND             PIC S9(04) COMP VALUE ZEROS.
 01          TNK-PTR             PIC S9(04) COMP VALUE ZEROS.
*R000111 - Ende

******************************************************************
* Im Folgenden Vorkehrungen für SQL
******************************************************************
     05      AP-ARTNR            PIC X(06)  VALUE SPACES.
*R000060 - Ende

*R000094 - Anfang
**          ---> Referenzpreis-Pruefung je Artikelzeile
 01          PR-FELDER.
     05      PR-JETZT-ZP         PIC 9(12)  VALUE ZEROS.
     05      PR-TOLERANZ         PIC 9(03)V99 VALUE ZEROS.
     05      PR-ABW-PROZ         PIC 9(05)V99 VALUE ZEROS.
     05      PR-DIFF             PIC S9(12) COMP VALUE ZEROS.
     05      PR-ANZ-VERSTOSS     PIC 9(03)  VALUE ZEROS.
     05      PR-KZ-ABGELEHNT     PIC X(01)  VALUE SPACE.
     05      PR-CFG-FLAG         PIC 9      VALUE ZERO.
          88 PR-CFG-OFFEN                   VALUE ZERO.
          88 PR-CFG-FEHLT                   VALUE 1.
          88 PR-CFG-DA                      VALUE 2.
*R000094 - Ende

*R000090 - Anfang
**          ---> Vertragssteuerung je VUNR (=VUNRCTL)
 01          VC-FELDER.
     88      VC-MIT-STEUERUNG                VALUE 1.
*R000090 - Ende

*R000109 - Anfang
**          ---> Nutzungsregeln je Karte (=CARDRULE, Schluessel Token)
 01          CR-FELDER.
     05      CR-KANR             PIC X(19)  VALUE SPACES.
     05      CR-WGR-LISTE        PIC X(60)  VALUE SPACES.
     05      CR-WOTAGE           PIC X(07)  VALUE SPACES.
     05      CR-ZEIT-VON         PIC 9(04)  VALUE ZEROS.
     05      CR-ZEIT-BIS         PIC 9(04)  VALUE ZEROS.
     05      CR-LAENDER          PIC X(30)  VALUE SPACES.
     05      CR-MAX-FUELLUNG     PIC S9(10)V99 COMP VALUE ZEROS.
     05      CR-MAX-TAG          PIC S9(10)V99 COMP VALUE ZEROS.
     05      CR-SUMME            PIC S9(16)V99 COMP VALUE ZEROS.
     05      CR-ABRTAG           PIC X(10)  VALUE SPACES.
     05      CR-DATUM-8          PIC 9(08)  VALUE ZEROS.
     05      CR-UHRZEIT          PIC 9(04)  VALUE ZEROS.
     05      CR-TAGE             PIC S9(09) COMP VALUE ZEROS.
     05      CR-WOTAG            PIC S9(04) COMP VALUE ZEROS.
     05      CR-ZEILE            PIC S9(04) COMP VALUE ZEROS.
     05      CR-ANZ              PIC S9(04) COMP VALUE ZEROS.
     05      CR-PTR              PIC S9(04) COMP VALUE ZEROS.
     05      CR-IND              PIC S9(04) COMP VALUE ZEROS.
     05      CR-WGR              PIC X(03)  VALUE SPACES.
     05      CR-WERT             PIC X(03)  VALUE SPACES.
     05      CR-FUND-FLAG        PIC 9      VALUE ZERO.
          88 CR-NICHT-GEFUNDEN              VALUE ZERO.
          88 CR-GEFUNDEN                    VALUE 1.
     05      CR-VERSTOSS-FLAG    PIC 9      VALUE ZERO.
          88 CR-KEIN-VERSTOSS               VALUE ZERO.
          88 CR-VERSTOSS                    VALUE 1.
 01          CR-REGEL-FLAG       PIC 9      VALUE ZERO.
     88      CR-OHNE-REGEL                  VALUE ZERO.
     88      CR-MIT-REGEL                   VALUE 1.
*R000109 - Ende

*R000100 - Anfang
**          ---> offene Reservierung der Ursprungs-Voraut (=UMSWEAT)
 01          VE-FELDER.
     05      VE-PNR              PIC 9(02)  VALUE ZEROS.
     05      VE-TERMNR           PIC 9(08)  VALUE ZEROS.
     05      VE-TRACENR          PIC 9(06)  VALUE ZEROS.
     05      VE-TRACENR-S        PIC 9(06)  VALUE ZEROS.
     05      VE-BETRAG           PIC S9(12)V99 COMP VALUE ZEROS.
*R000100 - Ende

*R000082 - Anfang
**          ---> Chip-Fallback-Zaehler (=CHIPFB, ART "K" je Karte
**          ---> und "T" je Terminal, tagesweise)
          88 SC-KM-OK                       VALUE ZERO.
          88 SC-KM-VERSTOSS                 VALUE 1.
*R000071 - Ende
*R000104 - Anfang
**          ---> beitragende Signale je Position (sonst Leerzeichen):
**          ---> 1 "V" Velocity, 2 "K" KM-Sprung, 3 "E" Magnet-
**          ---> streifen, 4 "N" Nachtzeit
     05      SC-SIGNAL-KZ        PIC X(04)  VALUE SPACES.
*R000104 - Ende

*R000055 - Anfang
**          ---> Arbeitsfelder MAC-Quarantaene
    INVOKE =TXNLOG70 AS TXNLOG70-AS
 END-EXEC

*R000100 - Anfang
**  ---> Ursprungs-Vorautorisierung bei Erhoehung (ABWKZ 68)
 EXEC SQL
    INVOKE =TXILOG70 AS TXILOG70-AUT
 END-EXEC
*R000100 - Ende

*R000046 - Anfang
**  ---> PAN-Token-Tresor und laufende Nummer
 EXEC SQL
 END-EXEC
*R000060 - Ende

*R000094 - Anfang
**  ---> Referenzpreise je Station/Artikel (Lader PFCPRS7)
 EXEC SQL
    INVOKE =PREISTAB AS PREISTAB
 END-EXEC

**  ---> Preistoleranz in Prozent je Warengruppe
 EXEC SQL
    INVOKE =PREISTOL AS PREISTOL
 END-EXEC

**  ---> Regelwerk Preisabweichung je ROUTKZ/CARDID
 EXEC SQL
    INVOKE =PREISCFG AS PREISCFG
 END-EXEC

**  ---> Abweichungen vom ausgehaengten Preis
 EXEC SQL
    INVOKE =PREISEX AS PREISEX
 END-EXEC
*R000094 - Ende

*R000071 - Anfang
**  ---> Gewichte und Schwellen des Gesamt-Betrugsscores
 EXEC SQL
 END-EXEC
*R000071 - Ende

*R000109 - Anfang
**  ---> Nutzungsregeln je Karte (Flottenkunde)
 EXEC SQL
    INVOKE =CARDRULE AS CARDRULE
 END-EXEC
*R000109 - Ende



******************************************************************
 END-EXEC
*R000073 - Ende

*R000101 - Anfang
**  ---> Artikelklassen der eigenen Warengruppen
 EXEC SQL
     DECLARE ARTKLASSE_CURS CURSOR FOR
*R000111 - mit Kraftstoffart
         SELECT  WGR, KLASSE, EINHEIT, KRAFTSTOFF
*R000111 - Ende
           FROM  =ARTKLASSE
          ORDER  BY WGR
         BROWSE  ACCESS
 END-EXEC
*R000101 - Ende

**  ---> Cursor auf Tabelle KEYNAMEN
 EXEC SQL
     DECLARE KEYNAMEN_CURS CURSOR FOR
     MOVE STUP-TEXT(1:STUP-RESULT) TO P-HEX16
     PERFORM P900-WTHEX
     MOVE P-HEX8 TO W-PACKEYT
*R000099 - Anfang
     MOVE W-MACKEYT TO W-MACKEYT-KLASSE
     MOVE W-PACKEYT TO W-PACKEYT-KLASSE
*R000099 - Ende

**  ---> holen Boxen-Monitor
     MOVE "BOXMON" TO STUP-PORTION
*R000073 - Artikelcode-Uebersetzung laden
     PERFORM B097-ARTCODE-LADEN
*R000073 - Ende
*R000101 - Artikelklassen laden
     PERFORM B098-ARTKLASSE-LADEN
*R000101 - Ende
     .
 B095-99.
     EXIT.
     MOVE IMSG-TERMID  TO W-FRE-TERMID
     MOVE IMSG-MONNAME TO W-FRE-MONNAME
     MOVE IMSG-DATLEN  TO W-FRE-DATLEN
*R000099 - Anfang
**  --> bis das Terminal bekannt ist, gelten die Schluessel der
**  --> Serverklasse (auch fuer fruehe Ablehnungen)
     MOVE W-MACKEYT-KLASSE TO W-MACKEYT
     MOVE W-PACKEYT-KLASSE TO W-PACKEYT
     MOVE "N"              TO TKY-KZ-EIGEN
                              TKY-KZ-ALT
*R000099 - Ende
*G.07.01 - ROUTKZ von Drehscheibe + Laden Schluessel
     MOVE IMSG-ROUTKZ  TO W-ROUTKZ
*G.07.01 - Ende
         MOVE IMSG-CF(IMSG-TPTR(11):IMSG-TLEN(11)) TO W-TRACENR
     END-IF

*R000100 - Anfang
     SET ERH-NEIN TO TRUE
     MOVE ZEROS   TO W-TRACENR-37
*R000100 - Ende

**  ---> weitere Felder merken
     MOVE IMSG-MDNR TO MDNR of TXILOG70
                       MDNR of TXNLOG70-TS

*G.01.13 - Ende

*R000099 - Anfang
**  ---> Arbeitsschluessel des Terminals bestimmen
     PERFORM F905-TERMINAL-SCHLUESSEL
*R000099 - Ende

**  ---> zunächst mal den MAC prüfen, sofern vorhanden
     SET MAC-NO TO TRUE
     IF  IMSG-TBMP(64) = 1
         EXIT SECTION
     END-IF

*R000117 - Anfang
**  ---> Nachricht gegen das Regelwerk =MSGRULE pruefen
     PERFORM C125-KONFORM-TERMINAL
     IF  W-AC > ZERO
         EXIT SECTION
     END-IF
*R000117 - Ende

**  ---> Zahlung oder Gutschrift
     IF  IMSG-CF(IMSG-TPTR(3):2) = "67"
         SET UMS-ZAHLUNG    TO TRUE
     ELSE
         SET UMS-GUTSCHRIFT TO TRUE
     END-IF
*R000100 - Anfang
**  ---> ABWKZ "68" = Erhoehung einer offenen Vorautorisierung
**  ---> (Zahlung; BMP 4 traegt nur den Erhoehungsbetrag)
     IF  IMSG-CF(IMSG-TPTR(3):2) = "68"
         SET UMS-ZAHLUNG    TO TRUE
         SET ERH-JA         TO TRUE
     END-IF
*R000100 - Ende

**  ---> Abwicklungs-KZ merken
     MOVE IMSG-CF(IMSG-TPTR(03):IMSG-TLEN(03)) TO W-ABWKZ
         EXIT SECTION
     END-IF

*R000100 - Anfang
**  ---> Erhoehung: Ursprungs-Voraut und offene Reservierung pruefen
     IF  ERH-JA
         PERFORM C119-VORAUT-ERHOEHUNG
         IF  W-AC NOT = ZERO
             EXIT SECTION
         END-IF
     END-IF
*R000100 - Ende

*R000090 - Anfang
**  ---> Vertragssteuerung je VUNR: Sperre und Obligogrenze des
**  ---> Flottenvertrags VOR dem Routing pruefen
*R000100 - bei Erhoehung zaehlt nur der Erhoehungsbetrag (W18-BETRAG)
*R000100   dazu, die Ursprungs-Reservierung steckt schon im Obligo
     PERFORM C118-VUNR-CHECK
     IF  W-AC NOT = ZERO
         EXIT SECTION
         END-IF
     END-IF

*R000101 - Anfang
**  ---> Artikelklasse je Zeile nach der eigenen Warengruppe
**  ---> bestimmen (VOR der Uebersetzung in AS-Codes) und bei
**  ---> Ladestrom die Ladedaten aus BMP 62 pruefen; fehlende
**  ---> Ladedaten nur kennzeichnen, keine Ablehnung
     PERFORM C120-LADEDATEN
*R000101 - Ende

*R000109 - Anfang
**  ---> Nutzungsregeln des Flottenkunden je Karte (=CARDRULE) -
**  ---> VOR der Uebersetzung und dem Routing, mit eigenem AC je
**  ---> Art des Verstosses
     PERFORM C122-KARTENREGEL-CHECK
     IF  W-AC NOT = ZERO
         EXIT SECTION
     END-IF
*R000109 - Ende

*G.07.30 - Anfang
**  ---> Preis- und Tankpruefung VOR der Uebersetzung in AS-Codes
**  ---> (wie PFCOFF7S): =PREISTAB/=PREISTOL fuehren die eigenen
**  ---> WGR/ARTNR, PFCTNK7 erwartet die Menge in 1/1000 Liter
*R000060 - Anfang
**  ---> Preis-mal-Menge-Plausibilitaet der Artikeldaten; nur
**  ---> Kennzeichnung, keine Ablehnung
     PERFORM C109-ARTIKEL-PLAUSI
*R000060 - Ende
*R000094 - Referenzpreis-Pruefung kann je Regelwerk ablehnen
     IF  W-AC NOT = ZERO
         EXIT SECTION
     END-IF
*R000094 - Ende

*R000111 - Anfang
**  ---> getankte Menge gegen den Tankinhalt und Kraftstoffart
**  ---> gegen das Fahrzeug der Karte (=FAHRZEUG); Regelwerk
**  ---> =TANKCFG je ROUTKZ/CARDID entscheidet, ob abgelehnt
**  ---> oder nur in =TXILOG70 gekennzeichnet wird
     PERFORM C124-TANK-CHECK
     IF  W-AC NOT = ZERO
         EXIT SECTION
     END-IF
*R000111 - Ende
*G.07.30 - Ende

*R000073 - Anfang
**  ---> Artikelcodes je AS uebersetzen (=ARTCODE, geladen in B097
**  ---> und per "RL"-Nachricht neu ladbar) - VOR dem Artikel-
     END-IF
*R000042 - Ende

*G.07.30 - C109-ARTIKEL-PLAUSI und C124-TANK-CHECK nach oben
*G.07.30   geschoben (vor C113-ARTIKEL-UEBERSETZEN)

*R000071 - Anfang
**  ---> Gesamt-Betrugsscore aus den Signalen der Einzel-
                   AP-ANZ-VERSTOSS
     COMPUTE AP-ART-ANZ = (IMSG-TLEN(63) - 33) / 33

*R000094 - Anfang
**  ---> Referenzpreis-Pruefung: Zeitpunkt JJJJMMTThhmm, Regelwerk
**  ---> wird erst beim ersten Verstoss gelesen
     MOVE ZEROS TO PR-ANZ-VERSTOSS
     SET PR-CFG-OFFEN TO TRUE
     COMPUTE PR-JETZT-ZP
           = (TAL-JHJJ OF TAL-TIME-D * 100000000)
           + (TAL-MM   OF TAL-TIME-D * 1000000)
           + (TAL-TT   OF TAL-TIME-D * 10000)
           + (TAL-HH   OF TAL-TIME-D * 100)
           +  TAL-MI   OF TAL-TIME-D
*R000094 - Ende

     PERFORM VARYING AP-ART-IND FROM 1 BY 1
             UNTIL   AP-ART-IND > AP-ART-ANZ
         PERFORM C111-ARTIKEL-ZEILE
             TO DATEN-BUFFER3
         PERFORM Z002-PROGERR
     END-IF

*R000094 - Anfang
**  ---> Abweichung vom ausgehaengten Preis: ablehnen oder nur
**  ---> kennzeichnen (alle Zeilen sind in =PREISEX protokolliert)
     IF  PR-ANZ-VERSTOSS > ZERO
         INITIALIZE GEN-ERROR
         MOVE "Stueckpreis weicht vom Referenzpreis ab"
             TO DATEN-BUFFER1
         STRING "Bei TERMNR ",
                W-TERMNR,
                " / TRACENR ",
                W-TRACENR
         DELIMITED BY SIZE INTO DATEN-BUFFER2
         MOVE "siehe =PREISEX / Tagesliste RFCAPL7"
             TO DATEN-BUFFER3
         PERFORM Z002-PROGERR
         IF  PR-CFG-DA
         AND AKTION OF PREISCFG = "A"
             MOVE AC-TERM OF PREISCFG TO W-AC
         ELSE
             MOVE "PRS?" TO PROJEKT-ABH-DATEN OF TXILOG70 (14:4)
         END-IF
     END-IF
*R000094 - Ende
     .
 C109-99.
     EXIT.
     PERFORM S289-INSERT-ARTZEILE
*R000076 - Ende

*R000094 - Anfang
**  ---> Stueckpreis gegen den ausgehaengten Preis der Station
     PERFORM C110-PREIS-PRUEFEN
*R000094 - Ende

     COMPUTE AP-SOLL ROUNDED = (AP-MENGE * AP-EPREIS) / 1000

     COMPUTE AP-DIFF = AP-IST - AP-SOLL
     EXIT.
*R000060 - Ende

*R000094 - Anfang
******************************************************************
* Stueckpreis der Artikelzeile gegen den zum Vorgangszeitpunkt
* ausgehaengten Preis der Station pruefen (=PREISTAB je MDNR/
* TSNR/WGR/ARTNR mit GUELTIG_AB/GUELTIG_BIS, geladen von
* PFCPRS7). Ohne Referenzpreis keine Pruefung. Toleranz in
* Prozent je Warengruppe (=PREISTOL, WGR "000" = Default, ohne
* Eintrag 10 %). Jede Abweichung geht nach =PREISEX (Tagesliste
* je Station ueber RFCAPL7); ob der Vorgang abgelehnt wird,
* entscheidet =PREISCFG je ROUTKZ/CARDID (CARDID 0 = Default):
* AKTION "A" lehnt mit AC_TERM ab, sonst bzw. ohne Eintrag nur
* Kennzeichnung in TXILOG70 (PROJEKT_ABH_DATEN "PRS?").
******************************************************************
 C110-PREIS-PRUEFEN SECTION.
 C110-00.
     PERFORM S290-SELECT-PREISTAB
     IF  SQLCODE OF SQLCA NOT = ZERO
     OR  PREIS OF PREISTAB = ZERO
         EXIT SECTION
     END-IF

     COMPUTE PR-DIFF = AP-EPREIS - PREIS OF PREISTAB
     IF  PR-DIFF < ZERO
         MULTIPLY -1 BY PR-DIFF
     END-IF
     COMPUTE PR-ABW-PROZ ROUNDED
           = (PR-DIFF * 100) / PREIS OF PREISTAB
         ON SIZE ERROR
             MOVE 99999 TO PR-ABW-PROZ
     END-COMPUTE

     PERFORM S291-SELECT-PREISTOL
     IF  PR-ABW-PROZ NOT > PR-TOLERANZ
         EXIT SECTION
     END-IF

**  ---> Regelwerk nur einmal je Vorgang lesen
     IF  PR-CFG-OFFEN
         PERFORM S293-SELECT-PREISCFG
     END-IF

     ADD 1 TO PR-ANZ-VERSTOSS
     IF  PR-CFG-DA
     AND AKTION OF PREISCFG = "A"
         MOVE "J" TO PR-KZ-ABGELEHNT
     ELSE
         MOVE "N" TO PR-KZ-ABGELEHNT
     END-IF
     PERFORM S294-INSERT-PREISEX
     .
 C110-99.
     EXIT.
*R000094 - Ende

*R000039 - Anfang
*R000090 - Anfang
******************************************************************
* auf jeder TXILOG70-Zeile) umfasst viele Karten. Steht er in
* =VUNRCTL auf Sperre, wird sofort mit AC 04 abgewiesen. Sonst
* wird das rollierende Obligo gegen LIMIT gehalten: offene
* Vorautorisierungen (=UMSWEAT ABWKZ "67", KZ_BEARB "V"/"R") plus
* die Genehmigungen des Abrechnungstags aller Karten des
* Vertrags plus der aktuelle Betrag. Ohne =VUNRCTL-Eintrag
* passiert nichts; Lesefehler gelten als "keine Steuerung"
           FROM  =UMSWEAT
          WHERE  VUNR     = :VC-VUNR
            AND  ABWKZ    = "67"
*G.07.29 - offene Voraut: "V" (AFCPRE7) oder "R" (PFCOFF7S)
            AND  KZ_BEARB IN ("V", "R")
*G.07.29 - Ende
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
     EXIT.
*R000090 - Ende

*R000100 - Anfang
******************************************************************
* Erhoehung einer offenen Vorautorisierung (ABWKZ "68"):
*   - BMP 37 (Stelle 7-12) = Trace der Ursprungs-Voraut "67"
*   - Ursprung in TXILOG70 muss genehmigt, eine Voraut
*     (BETRAG_ART "M") und von derselben Kartenart sein
*   - die Reservierung in =UMSWEAT muss noch offen sein
*     (KZ_BEARB "V" aus AFCPRE7 bzw. "R" aus PFCOFF7S, ohne
*     Teilabschluss TRACENR_S)
* Fehler: AC 30 (Format) bzw. AC 21 (kein offener Ursprung)
******************************************************************
 C119-VORAUT-ERHOEHUNG SECTION.
 C119-00.
     IF  IMSG-TBMP(37) NOT = 1
     OR  IMSG-TLEN(37) < 12
         MOVE 30 TO W-AC
         MOVE 2203 TO ERROR-NR of GEN-ERROR
         MOVE "Erhoehung Voraut ohne Referenz (BMP 37)@"
             TO DATEN-BUFFER1
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

     IF  IMSG-CF(IMSG-TPTR(37) + 6:6) NOT NUMERIC
         MOVE 30 TO W-AC
         MOVE 2203 TO ERROR-NR of GEN-ERROR
         MOVE "Erhoehung Voraut: BMP 37 nicht numerisch@"
             TO DATEN-BUFFER1
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF
     MOVE IMSG-CF(IMSG-TPTR(37) + 6:6) TO W-TRACENR-37

**  ---> Ursprungs-Vorautorisierung lesen
     PERFORM S446-SELECT-VORAUT
     IF  TXILOG70-OK
         IF  AC-TERM    OF TXILOG70-AUT NOT = ZERO
         OR  BETRAG-ART OF TXILOG70-AUT NOT = "M"
         OR  CARDID     OF TXILOG70-AUT NOT = W-CARDID
             SET TXILOG70-NOK TO TRUE
         END-IF
     END-IF
     IF  TXILOG70-NOK
         MOVE 21 TO W-AC
         MOVE 2203 TO ERROR-NR of GEN-ERROR
         MOVE "Erhoehung Voraut: Ursprung fehlt/passt nicht@"
             TO DATEN-BUFFER1
         STRING  "TERMNR "
                 W-TERMNR
                 " Trace "
                 W-TRACENR-37
                     delimited by size
           INTO  DATEN-BUFFER2
         END-STRING
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

**  ---> Reservierung muss noch offen sein (nicht abgeschlossen,
**  ---> nicht vom Sweeper PFCSWP7 geraeumt)
     PERFORM S447-SELECT-RESERVIERUNG
     IF  TXILOG70-OK
     AND VE-TRACENR-S NOT = ZERO
         SET TXILOG70-NOK TO TRUE
     END-IF
     IF  TXILOG70-NOK
         MOVE 21 TO W-AC
         MOVE 2203 TO ERROR-NR of GEN-ERROR
         MOVE "Erhoehung Voraut: keine offene Reservierung@"
             TO DATEN-BUFFER1
         STRING  "TERMNR "
                 W-TERMNR
                 " Trace "
                 W-TRACENR-37
                     delimited by size
           INTO  DATEN-BUFFER2
         END-STRING
         PERFORM Z002-PROGERR
     END-IF
     .
 C119-99.
     EXIT.

******************************************************************
* Ursprungs-Vorautorisierung in TXILOG70 lesen
******************************************************************
 S446-SELECT-VORAUT SECTION.
 S446-00.
     MOVE W-TERMNR (7:2) TO PNR     OF TXILOG70-AUT
     MOVE W-TERMNR       TO TERMNR  OF TXILOG70-AUT
     MOVE W-TRACENR-37   TO TRACENR OF TXILOG70-AUT
     MOVE 200            TO ISONTYP OF TXILOG70-AUT

     EXEC SQL
       SELECT  CARDID         ,
               TRACENR_AS     ,
               ZP_VERKAUF     ,
               AC_TERM        ,
               BETRAG_ART     ,
               BETRAG_AUTOR
         INTO :CARDID         OF TXILOG70-AUT ,
              :TRACENR-AS     OF TXILOG70-AUT ,
              :ZP-VERKAUF     OF TXILOG70-AUT ,
              :AC-TERM        OF TXILOG70-AUT ,
              :BETRAG-ART     OF TXILOG70-AUT ,
              :BETRAG-AUTOR   OF TXILOG70-AUT
         FROM =TXILOG70
        WHERE  PNR, TERMNR, TRACENR, ISONTYP
            =  :PNR     OF TXILOG70-AUT
              ,:TERMNR  OF TXILOG70-AUT
              ,:TRACENR OF TXILOG70-AUT
              ,:ISONTYP OF TXILOG70-AUT
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO       SET TXILOG70-OK  TO TRUE
         WHEN 100        SET TXILOG70-NOK TO TRUE
         WHEN OTHER      SET TXILOG70-NOK TO TRUE
                         PERFORM Z001-SQLERROR
     END-EVALUATE
     .
 S446-99.
     EXIT.

******************************************************************
* offene Reservierung der Ursprungs-Voraut in =UMSWEAT lesen
******************************************************************
 S447-SELECT-RESERVIERUNG SECTION.
 S447-00.
     MOVE W-TERMNR (7:2) TO VE-PNR
     MOVE W-TERMNR       TO VE-TERMNR
     MOVE W-TRACENR-37   TO VE-TRACENR
     MOVE ZEROS          TO VE-TRACENR-S
                            VE-BETRAG

     EXEC SQL
         SELECT  BETRAG, TRACENR_S
           INTO :VE-BETRAG
               ,:VE-TRACENR-S
           FROM  =UMSWEAT
          WHERE  PNR      = :VE-PNR
            AND  TERMNR   = :VE-TERMNR
            AND  TRACENR  = :VE-TRACENR
            AND  ABWKZ    = "67"
*G.07.29 - offene Voraut: "V" (AFCPRE7) oder "R" (PFCOFF7S)
            AND  KZ_BEARB IN ("V", "R")
*G.07.29 - Ende
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO       SET TXILOG70-OK  TO TRUE
         WHEN 100        SET TXILOG70-NOK TO TRUE
         WHEN OTHER      SET TXILOG70-NOK TO TRUE
                         PERFORM Z001-SQLERROR
     END-EVALUATE
     .
 S447-99.
     EXIT.
*R000100 - Ende

*R000083 - Anfang
******************************************************************
* Liegt die Karte in einem Zertifizierungsbereich? Dann wird
* gekennzeichnet, ab SCHWELLE_ABL mit AC_TERM aus der
* Konfiguration abgelehnt. Ohne =SCORECFG-Eintrag bleibt der
* Score 0 und nichts passiert (fail-open wie die Einzelchecks).
*R000104 - Die beitragenden Signale landen in SC_SIGNALE, eine
*R000104   Ablehnung wird mit "SC!" gekennzeichnet (RFCFRV7)
******************************************************************
 C115-SCORE-ERMITTELN SECTION.
 C115-00.
*R000104 - Signale der Transaktion
     MOVE SPACES TO SC-SIGNAL-KZ
*R000104 - Ende
     PERFORM S280-SELECT-SCORECFG
     IF  SC-CFG-FEHLT
         EXIT SECTION
         END-IF
         COMPUTE SC-SCORE = SC-SCORE
               + (GW-VELO OF SCORECFG * SC-ANTEIL / 100)
*R000104 - Signal nur, wenn es zum Score beitraegt
         IF  SC-ANTEIL > ZERO
         AND GW-VELO OF SCORECFG > ZERO
             MOVE "V" TO SC-SIGNAL-KZ (1:1)
         END-IF
*R000104 - Ende
     END-IF

**  ---> KM-Sprung
     IF  SC-KM-VERSTOSS
         ADD GW-KM OF SCORECFG TO SC-SCORE
*R000104 - Signal
         MOVE "K" TO SC-SIGNAL-KZ (2:1)
*R000104 - Ende
     END-IF

**  ---> Erfassungsart: Magnetstreifen
     IF  W-ERF-MAGNET
         ADD GW-ERF OF SCORECFG TO SC-SCORE
*R000104 - Signal
         MOVE "E" TO SC-SIGNAL-KZ (3:1)
*R000104 - Ende
     END-IF

**  ---> Nachtzeit
     IF  TAL-HH OF TAL-TIME-D < 6
         ADD GW-NACHT OF SCORECFG TO SC-SCORE
*R000104 - Signal
         MOVE "N" TO SC-SIGNAL-KZ (4:1)
*R000104 - Ende
     END-IF

**  ---> Score auf die TXILOG70-Zeile (G100 uebernimmt ihn)
     IF  SC-SCORE >= SCHWELLE-ABL OF SCORECFG
         MOVE AC-TERM OF SCORECFG TO W-AC
*R000104 - Ablehnung fuer die Pruefliste kennzeichnen
         MOVE "SC!" TO PROJEKT-ABH-DATEN OF TXILOG70 (10:3)
*R000104 - Ende
         INITIALIZE GEN-ERROR
         MOVE "Betrugsscore ueber Ablehnschwelle" TO DATEN-BUFFER1
         MOVE SC-SCORE TO D-NUM9
             PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S287-99.
     EXIT.

******************************************************************
* Artikelcode-Uebersetzung des eigenen ROUTKZ in die Speicher-
* tabelle laden (aufgerufen aus B095, damit auch die "RL"-
* Steuernachricht die Tabelle neu laedt)
******************************************************************
 B097-ARTCODE-LADEN SECTION.
 B097-00.
     MOVE ZERO TO T-ARTCODE-MAX
                  ARTC-SQL-FLAG

     EXEC SQL
         OPEN ARTCODE_CURS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z001-SQLERROR
         EXIT SECTION
     END-IF

     PERFORM S288-FETCH-ARTCODE-CURSOR
     PERFORM UNTIL ARTC-SQL-EOD
             OR    ARTC-SQL-NOK
             OR    T-ARTCODE-MAX >= 500
         ADD 1 TO T-ARTCODE-MAX
         MOVE ARTC-H-WGR      TO TA-WGR      (T-ARTCODE-MAX)
         MOVE ARTC-H-ARTNR    TO TA-ARTNR    (T-ARTCODE-MAX)
         MOVE ARTC-H-AS-WGR   TO TA-AS-WGR   (T-ARTCODE-MAX)
         MOVE ARTC-H-AS-ARTNR TO TA-AS-ARTNR (T-ARTCODE-MAX)
         MOVE ARTC-H-FAKTOR   TO TA-FAKTOR   (T-ARTCODE-MAX)
         MOVE ARTC-H-NKST     TO TA-NKST     (T-ARTCODE-MAX)
         PERFORM S288-FETCH-ARTCODE-CURSOR
     END-PERFORM

     EXEC SQL
         CLOSE ARTCODE_CURS
     END-EXEC
     .
 B097-99.
     EXIT.

 S288-FETCH-ARTCODE-CURSOR SECTION.
 S288-00.
     EXEC SQL
         FETCH ARTCODE_CURS
          INTO :ARTC-H-WGR
              ,:ARTC-H-ARTNR
              ,:ARTC-H-AS-WGR
              ,:ARTC-H-AS-ARTNR
              ,:ARTC-H-FAKTOR
              ,:ARTC-H-NKST
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET ARTC-SQL-OK  TO TRUE
         WHEN 100    SET ARTC-SQL-EOD TO TRUE
         WHEN OTHER  SET ARTC-SQL-NOK TO TRUE
                     PERFORM Z001-SQLERROR
     END-EVALUATE
     .
 S288-99.
     EXIT.
*R000073 - Ende

*R000101 - Anfang
******************************************************************
* Ladevorgaenge an E-Ladesaeulen: jede Artikelzeile aus BMP 63
* ueber die eigene Warengruppe einer Artikelklasse zuordnen
* (=ARTKLASSE, ohne Eintrag "S"/"STK"). Enthaelt der Vorgang
* Ladestrom (Klasse "E", Menge in 1/1000 kWh), muessen die
* Ladedaten in BMP 62 stehen: EVSE-ID X(37), Ladebeginn und
* Ladeende je 9(14) (JJJJMMTThhmmss). Bei der Vorautori-
* sierung laeuft der Ladevorgang noch, das Ladeende darf
* daher 0 sein.
******************************************************************
 C120-LADEDATEN SECTION.
 C120-00.
     MOVE ZERO   TO ARTK-ANZ
                    ARTK-ANZ-LADEN
     MOVE SPACES TO ARTK-EVSE-ID
     MOVE ZEROS  TO ARTK-ZP-START
                    ARTK-ZP-ENDE

     IF  IMSG-TBMP(63) NOT = 1
     OR  IMSG-TLEN(63) <= 33
         EXIT SECTION
     END-IF

     COMPUTE ARTK-ANZ = (IMSG-TLEN(63) - 33) / 33
     IF  ARTK-ANZ > 30
         MOVE 30 TO ARTK-ANZ
     END-IF
     PERFORM VARYING ARTK-ZEILE FROM 1 BY 1
             UNTIL   ARTK-ZEILE > ARTK-ANZ
         PERFORM C121-ARTIKEL-KLASSE
     END-PERFORM

**  ---> ohne Ladestrom keine Ladedaten erforderlich
     IF  ARTK-ANZ-LADEN = ZERO
         EXIT SECTION
     END-IF

     IF  IMSG-TBMP(62) = 1
     AND IMSG-TLEN(62) = 65
         IF  IMSG-CF(IMSG-TPTR(62) + 37:14) IS NUMERIC
         AND IMSG-CF(IMSG-TPTR(62) + 51:14) IS NUMERIC
             MOVE IMSG-CF(IMSG-TPTR(62):37)      TO ARTK-EVSE-ID
             MOVE IMSG-CF(IMSG-TPTR(62) + 37:14) TO ARTK-ZP-START
             MOVE IMSG-CF(IMSG-TPTR(62) + 51:14) TO ARTK-ZP-ENDE
         END-IF
     END-IF

     IF  ARTK-EVSE-ID  = SPACES
     OR  ARTK-ZP-START = ZERO
     OR (ARTK-ZP-ENDE NOT = ZERO
         AND ARTK-ZP-ENDE < ARTK-ZP-START)
         SET LADE-FEHLT TO TRUE
         MOVE SPACES TO ARTK-EVSE-ID
         MOVE ZEROS  TO ARTK-ZP-START
                        ARTK-ZP-ENDE
         MOVE "EV?" TO PROJEKT-ABH-DATEN OF TXILOG70 (19:3)
         INITIALIZE GEN-ERROR
         MOVE "Ladestrom ohne gueltige Ladedaten (BMP 62)"
             TO DATEN-BUFFER1
         STRING "Bei TERMNR ",
                W-TERMNR,
                " / TRACENR ",
                W-TRACENR
         DELIMITED BY SIZE INTO DATEN-BUFFER2
         PERFORM Z002-PROGERR
     ELSE
         SET LADE-OK TO TRUE
     END-IF
     .
 C120-99.
     EXIT.

******************************************************************
* Artikelklasse und Einheit einer Zeile aus BMP 63 bestimmen
******************************************************************
 C121-ARTIKEL-KLASSE SECTION.
 C121-00.
     COMPUTE ARTK-PTR = IMSG-TPTR(63) + 33
                      + ((ARTK-ZEILE - 1) * 33)
     MOVE IMSG-CF(ARTK-PTR:3) TO ARTK-WGR

     MOVE ZERO TO ARTK-FUND
     PERFORM VARYING ARTK-IND FROM 1 BY 1
             UNTIL   ARTK-IND > T-ARTKLASSE-MAX
             OR      ARTK-FUND > ZERO
         IF  TKL-WGR (ARTK-IND) = ARTK-WGR
             MOVE ARTK-IND TO ARTK-FUND
         END-IF
     END-PERFORM

*R000111 - Warengruppe und Kraftstoffart fuer PFCTNK7
     MOVE ARTK-WGR TO ARTK-Z-WGR        (ARTK-ZEILE)
     MOVE SPACES   TO ARTK-Z-KRAFTSTOFF (ARTK-ZEILE)
*R000111 - Ende
     IF  ARTK-FUND = ZERO
         MOVE "S"   TO ARTK-Z-KLASSE  (ARTK-ZEILE)
         MOVE "STK" TO ARTK-Z-EINHEIT (ARTK-ZEILE)
     ELSE
         MOVE TKL-KLASSE  (ARTK-FUND) TO ARTK-Z-KLASSE  (ARTK-ZEILE)
         MOVE TKL-EINHEIT (ARTK-FUND) TO ARTK-Z-EINHEIT (ARTK-ZEILE)
*R000111 - Kraftstoffart
         MOVE TKL-KRAFTSTOFF (ARTK-FUND)
             TO ARTK-Z-KRAFTSTOFF (ARTK-ZEILE)
*R000111 - Ende
     END-IF

     IF  ARTK-Z-KLASSE (ARTK-ZEILE) = "E"
         ADD 1 TO ARTK-ANZ-LADEN
     END-IF
     .
 C121-99.
     EXIT.

*R000109 - Anfang
******************************************************************
* Nutzungsregeln des Flottenkunden je Karte (=CARDRULE, ge-
* schluesselt mit dem PAN-Token, gepflegt ueber PFCMNT7 bzw.
* den Massenimport PFCKRL7). Leere Felder bzw. 0 bedeuten
* "keine Einschraenkung". Je Art des Verstosses ein eigener AC:
*   71 - Warengruppe einer Artikelzeile nicht in WGR_LISTE
*   72 - Wochentag nicht erlaubt (WOTAGE "J"/"N" je Mo..So)
*   73 - ausserhalb des Zeitfensters ZEIT_VON - ZEIT_BIS (hhmm,
*        VON > BIS = Fenster ueber Mitternacht)
*   74 - Land der Station nicht in LAENDER
*   75 - Betrag ueber MAX_FUELLUNG
*   76 - Tagessumme der Karte (Abrechnungstag) ueber MAX_TAG
* Ohne Regel oder bei Lesefehlern keine Pruefung (fail-open).
******************************************************************
 C122-KARTENREGEL-CHECK SECTION.
 C122-00.
     SET CR-OHNE-REGEL TO TRUE
     IF  W-KANR-LEN < 13
         EXIT SECTION
     END-IF

**  ---> =CARDRULE ist mit dem PAN-Token geschluesselt
     PERFORM S261-SELECT-PANVAULT
     IF  NOT PV-OK
         EXIT SECTION
     END-IF
     MOVE TOKEN OF PANVAULT TO CR-KANR

     PERFORM S448-SELECT-CARDRULE
     IF  CR-OHNE-REGEL
         EXIT SECTION
     END-IF

**  ---> Verkaufszeitpunkt (ersatzweise die aktuelle Zeit)
     IF  W-ZP-VERKAUF > ZERO
         COMPUTE CR-DATUM-8 = W-ZP-VERKAUF / 1000000
         COMPUTE CR-UHRZEIT = (W-ZP-VERKAUF / 100)
                            - (CR-DATUM-8 * 10000)
     ELSE
         PERFORM U200-TIMESTAMP
         COMPUTE CR-DATUM-8
               = (TAL-JHJJ OF TAL-TIME-D * 10000)
               + (TAL-MM   OF TAL-TIME-D * 100)
               +  TAL-TT   OF TAL-TIME-D
         COMPUTE CR-UHRZEIT
               = (TAL-HH   OF TAL-TIME-D * 100)
               +  TAL-MI   OF TAL-TIME-D
     END-IF

**  ---> Warengruppen je Artikelzeile aus BMP 63
     IF  CR-WGR-LISTE NOT = SPACES
     AND IMSG-TBMP(63) = 1
     AND IMSG-TLEN(63) > 33
         COMPUTE CR-ANZ = (IMSG-TLEN(63) - 33) / 33
         IF  CR-ANZ > 30
             MOVE 30 TO CR-ANZ
         END-IF
         SET CR-KEIN-VERSTOSS TO TRUE
         PERFORM VARYING CR-ZEILE FROM 1 BY 1
                 UNTIL   CR-ZEILE > CR-ANZ
                 OR      CR-VERSTOSS
             PERFORM C123-WGR-REGEL
         END-PERFORM
         IF  CR-VERSTOSS
             MOVE 71 TO W-AC
             MOVE 2202 TO ERROR-NR of GEN-ERROR
             MOVE "Warengruppe fuer die Karte nicht erlaubt@"
                 TO DATEN-BUFFER1
             STRING  "WGR "
                     CR-WGR
                     " Token "
                     CR-KANR
                         delimited by size
               INTO  DATEN-BUFFER2
             END-STRING
             PERFORM Z002-PROGERR
             EXIT SECTION
         END-IF
     END-IF

**  ---> Wochentag (Tag 1 der Integer-Zaehlung ist ein Montag)
     IF  CR-WOTAGE NOT = SPACES
         COMPUTE CR-TAGE = FUNCTION INTEGER-OF-DATE (CR-DATUM-8)
         SUBTRACT 1 FROM CR-TAGE
         DIVIDE CR-TAGE BY 7 GIVING CR-TAGE REMAINDER CR-WOTAG
         ADD 1 TO CR-WOTAG
         IF  CR-WOTAGE (CR-WOTAG:1) NOT = "J"
             MOVE 72 TO W-AC
             MOVE 2202 TO ERROR-NR of GEN-ERROR
             MOVE "Wochentag fuer die Karte nicht erlaubt@"
                 TO DATEN-BUFFER1
             STRING  "Datum "
                     CR-DATUM-8
                     " Token "
                     CR-KANR
                         delimited by size
               INTO  DATEN-BUFFER2
             END-STRING
             PERFORM Z002-PROGERR
             EXIT SECTION
         END-IF
     END-IF

**  ---> Uhrzeitfenster (VON > BIS: ueber Mitternacht)
     IF  CR-ZEIT-VON NOT = ZERO
     OR  CR-ZEIT-BIS NOT = ZERO
         SET CR-KEIN-VERSTOSS TO TRUE
         IF  CR-ZEIT-VON <= CR-ZEIT-BIS
             IF  CR-UHRZEIT < CR-ZEIT-VON
             OR  CR-UHRZEIT > CR-ZEIT-BIS
                 SET CR-VERSTOSS TO TRUE
             END-IF
         ELSE
             IF  CR-UHRZEIT < CR-ZEIT-VON
             AND CR-UHRZEIT > CR-ZEIT-BIS
                 SET CR-VERSTOSS TO TRUE
             END-IF
         END-IF
         IF  CR-VERSTOSS
             MOVE 73 TO W-AC
             MOVE 2202 TO ERROR-NR of GEN-ERROR
             MOVE "Uhrzeit fuer die Karte nicht erlaubt@"
                 TO DATEN-BUFFER1
             STRING  "Uhrzeit "
                     CR-UHRZEIT
                     " Fenster "
                     CR-ZEIT-VON
                     "-"
                     CR-ZEIT-BIS
                         delimited by size
               INTO  DATEN-BUFFER2
             END-STRING
             PERFORM Z002-PROGERR
             EXIT SECTION
         END-IF
     END-IF

**  ---> Land der Station (ohne Land in =STATION keine Pruefung)
     IF  CR-LAENDER NOT = SPACES
     AND LAND OF STATION NOT = SPACES
         SET CR-NICHT-GEFUNDEN TO TRUE
         PERFORM VARYING CR-IND FROM 1 BY 3
                 UNTIL   CR-IND > 28
                 OR      CR-GEFUNDEN
             IF  CR-LAENDER (CR-IND:3) = LAND OF STATION
                 SET CR-GEFUNDEN TO TRUE
             END-IF
         END-PERFORM
         IF  CR-NICHT-GEFUNDEN
             MOVE 74 TO W-AC
             MOVE 2202 TO ERROR-NR of GEN-ERROR
             MOVE "Land fuer die Karte nicht erlaubt@"
                 TO DATEN-BUFFER1
             STRING  "Land "
                     LAND OF STATION
                     " Token "
                     CR-KANR
                         delimited by size
               INTO  DATEN-BUFFER2
             END-STRING
             PERFORM Z002-PROGERR
             EXIT SECTION
         END-IF
     END-IF

**  ---> Hoechstbetrag je Tankung
     IF  CR-MAX-FUELLUNG > ZERO
     AND W18-BETRAG > CR-MAX-FUELLUNG
         MOVE 75 TO W-AC
         MOVE 2202 TO ERROR-NR of GEN-ERROR
         MOVE "Hoechstbetrag je Tankung der Karte ueberschritten@"
             TO DATEN-BUFFER1
         STRING  "Token "
                 CR-KANR
                     delimited by size
           INTO  DATEN-BUFFER2
         END-STRING
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

**  ---> Hoechstbetrag je Abrechnungstag
     IF  CR-MAX-TAG > ZERO
         PERFORM S449-SUM-KARTE-TAG
         IF  CR-SUMME + W18-BETRAG > CR-MAX-TAG
             MOVE 76 TO W-AC
             MOVE 2202 TO ERROR-NR of GEN-ERROR
             MOVE "Tageshoechstbetrag der Karte erreicht@"
                 TO DATEN-BUFFER1
             STRING  "Token "
                     CR-KANR
                     " ABRTAG "
                     CR-ABRTAG
                         delimited by size
               INTO  DATEN-BUFFER2
             END-STRING
             PERFORM Z002-PROGERR
         END-IF
     END-IF
     .
 C122-99.
     EXIT.

******************************************************************
* Warengruppe einer Artikelzeile gegen die erlaubten Waren-
* gruppen der Karte (je 3 Stellen in WGR_LISTE)
******************************************************************
 C123-WGR-REGEL SECTION.
 C123-00.
     COMPUTE CR-PTR = IMSG-TPTR(63) + 33
                    + ((CR-ZEILE - 1) * 33)
     MOVE IMSG-CF(CR-PTR:3) TO CR-WGR

     SET CR-NICHT-GEFUNDEN TO TRUE
     PERFORM VARYING CR-IND FROM 1 BY 3
             UNTIL   CR-IND > 58
             OR      CR-GEFUNDEN
         MOVE CR-WGR-LISTE (CR-IND:3) TO CR-WERT
         IF  CR-WERT = CR-WGR
             SET CR-GEFUNDEN TO TRUE
         END-IF
     END-PERFORM

     IF  CR-NICHT-GEFUNDEN
         SET CR-VERSTOSS TO TRUE
     END-IF
     .
 C123-99.
     EXIT.

******************************************************************
* Nutzungsregel der Karte lesen
******************************************************************
 S448-SELECT-CARDRULE SECTION.
 S448-00.
     SET CR-OHNE-REGEL TO TRUE

     EXEC SQL
         SELECT  WGR_LISTE, WOTAGE, ZEIT_VON, ZEIT_BIS
                ,LAENDER, MAX_FUELLUNG, MAX_TAG
           INTO :CR-WGR-LISTE
               ,:CR-WOTAGE
               ,:CR-ZEIT-VON
               ,:CR-ZEIT-BIS
               ,:CR-LAENDER
               ,:CR-MAX-FUELLUNG
               ,:CR-MAX-TAG
           FROM  =CARDRULE
          WHERE  KANR = :CR-KANR
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET CR-MIT-REGEL TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE "Lesen =CARDRULE fehlgeschlagen"
                         TO DATEN-BUFFER1
                     MOVE "Keine Pruefung der Kartenregeln"
                         TO DATEN-BUFFER2
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S448-99.
     EXIT.

******************************************************************
* Genehmigte Umsaetze der Karte im laufenden Abrechnungstag
******************************************************************
 S449-SUM-KARTE-TAG SECTION.
 S449-00.
     PERFORM U510-ABRTAG-ERMITTELN
     MOVE W-ABRTAG TO CR-ABRTAG
     MOVE ZEROS    TO CR-SUMME

     EXEC SQL
         SELECT  SUM(BETRAG)
           INTO :CR-SUMME
           FROM  =TXILOG70
          WHERE  KANR    = :CR-KANR
            AND  ABRTAG  = :CR-ABRTAG
            AND  ISONTYP = 200
            AND  AC_TERM = 0
            AND  LOGPROT = 70
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    MOVE ZEROS TO CR-SUMME
         WHEN OTHER  MOVE ZEROS TO CR-SUMME
                     INITIALIZE GEN-ERROR
                     MOVE 2202 TO ERROR-NR of GEN-ERROR
                     MOVE "Tagessumme der Karte aus =TXILOG70 nicht"
                       &  " lesbar@"
                         TO DATEN-BUFFER1
                     MOVE "Tageshoechstbetrag nur gegen den Umsatz"
                       &  " geprueft"
                         TO DATEN-BUFFER2
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S449-99.
     EXIT.
*R000109 - Ende

*R000111 - Anfang
******************************************************************
* Tankinhalts- und Kraftstoffpruefung ueber den Baustein PFCTNK7:
* die Artikelzeilen aus BMP 63 (Klasse und Kraftstoffart der
* eigenen Warengruppe aus C121, Menge in 1/1000) gegen das
* Fahrzeug der Karte pruefen. Das Fahrzeug ermittelt der
* Baustein aus =KMSTAND. Fehler im Baustein halten die Auto-
* risierung nicht an (keine Pruefung).
******************************************************************
 C124-TANK-CHECK SECTION.
 C124-00.
     IF  ARTK-ANZ = ZERO
         EXIT SECTION
     END-IF

     INITIALIZE TNK-PFCTNK7C
     MOVE VERF-AS           TO TNK-ROUTKZ
     MOVE W-CARDID          TO TNK-CARDID
     MOVE W-KANR            TO TNK-KANR
     MOVE SPACES            TO TNK-FZNR
     IF  IMSG-TBMP(42) = 1
         MOVE IMSG-CF(IMSG-TPTR(42):IMSG-TLEN(42)) TO TNK-VUNR
     ELSE
         MOVE VUNR OF TSKART40 TO TNK-VUNR
     END-IF
     MOVE TAGESDATUM (1:10) TO TNK-DATUM
     MOVE W-TERMNR (7:2)    TO TNK-PNR
     MOVE W-TERMNR          TO TNK-TERMNR
     MOVE W-TRACENR         TO TNK-TRACENR
*G.07.29 - Nachrichtentyp wie in =TXILOG70 statt fest 100
     MOVE W-NTYPE           TO TNK-ISONTYP
*G.07.29 - Ende
     MOVE W-MDNR            TO TNK-MDNR
     MOVE W-TSNR            TO TNK-TSNR

     MOVE ARTK-ANZ          TO TNK-ANZ-ZEILEN
     PERFORM VARYING TNK-IND FROM 1 BY 1
             UNTIL   TNK-IND > ARTK-ANZ
         COMPUTE TNK-PTR = IMSG-TPTR(63) + 33
                         + ((TNK-IND - 1) * 33)
         MOVE ARTK-Z-WGR        (TNK-IND) TO TNK-Z-WGR        (TNK-IND)
         MOVE ARTK-Z-KLASSE     (TNK-IND) TO TNK-Z-KLASSE     (TNK-IND)
         MOVE ARTK-Z-KRAFTSTOFF (TNK-IND) TO TNK-Z-KRAFTSTOFF (TNK-IND)
         IF  IMSG-CF(TNK-PTR + 9:8) IS NUMERIC
             MOVE IMSG-CF(TNK-PTR + 9:8) TO TNK-Z-MENGE (TNK-IND)
         ELSE
             MOVE ZEROS TO TNK-Z-MENGE (TNK-IND)
         END-IF
     END-PERFORM

     PERFORM M197-CALL-PFCTNK7

     EVALUATE TRUE
         WHEN TNK-ABLEHNEN
             MOVE TNK-AC TO W-AC
             INITIALIZE GEN-ERROR
             MOVE "Tankinhalt/Kraftstoff: Vorgang abgelehnt"
                 TO DATEN-BUFFER1
             STRING "Karte ",
                    W-KANR,
                    " Grund ",
                    TNK-KZ-GRUND,
                    " TERMNR ",
                    W-TERMNR
             DELIMITED BY SIZE INTO DATEN-BUFFER2
             PERFORM Z002-PROGERR
         WHEN TNK-KENNZEICHNEN
             MOVE "TNK?" TO PROJEKT-ABH-DATEN OF TXILOG70 (23:4)
         WHEN OTHER
             CONTINUE
     END-EVALUATE
     .
 C124-99.
     EXIT.
*R000111 - Ende

******************************************************************
* Artikelklassen der eigenen Warengruppen (=ARTKLASSE) in die
* Speichertabelle laden (aufgerufen aus B095, damit auch die
* "RL"-Steuernachricht die Tabelle neu laedt)
******************************************************************
 B098-ARTKLASSE-LADEN SECTION.
 B098-00.
     MOVE ZERO TO T-ARTKLASSE-MAX
                  ARTK-SQL-FLAG

     EXEC SQL
         OPEN ARTKLASSE_CURS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z001-SQLERROR
         EXIT SECTION
     END-IF

     PERFORM S298-FETCH-ARTKLASSE-CURSOR
     PERFORM UNTIL ARTK-SQL-EOD
             OR    ARTK-SQL-NOK
             OR    T-ARTKLASSE-MAX >= 200
         ADD 1 TO T-ARTKLASSE-MAX
         MOVE ARTK-H-WGR     TO TKL-WGR     (T-ARTKLASSE-MAX)
         MOVE ARTK-H-KLASSE  TO TKL-KLASSE  (T-ARTKLASSE-MAX)
         MOVE ARTK-H-EINHEIT TO TKL-EINHEIT (T-ARTKLASSE-MAX)
*R000111 - Kraftstoffart
         MOVE ARTK-H-KRAFTSTOFF TO TKL-KRAFTSTOFF (T-ARTKLASSE-MAX)
*R000111 - Ende
         PERFORM S298-FETCH-ARTKLASSE-CURSOR
     END-PERFORM

     EXEC SQL
         CLOSE ARTKLASSE_CURS
     END-EXEC
     .
 B098-99.
     EXIT.

 S298-FETCH-ARTKLASSE-CURSOR SECTION.
 S298-00.
     EXEC SQL
         FETCH ARTKLASSE_CURS
          INTO :ARTK-H-WGR
              ,:ARTK-H-KLASSE
              ,:ARTK-H-EINHEIT
*R000111 - Kraftstoffart
              ,:ARTK-H-KRAFTSTOFF
*R000111 - Ende
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET ARTK-SQL-OK  TO TRUE
         WHEN 100    SET ARTK-SQL-EOD TO TRUE
         WHEN OTHER  SET ARTK-SQL-NOK TO TRUE
                     PERFORM Z001-SQLERROR
     END-EVALUATE
     .
 S298-99.
     EXIT.
*R000101 - Ende

******************************************************************
* AS-Anfrageteile, die für alle gleich sind
**      ---> die AS-Nachricht wird dafuer normal fertig gebaut und
**      ---> in B100 statt zum AS in die =ASYNC70 gestellt
         PERFORM E110-STANDIN-PRUEFEN
*R000100 - Anfang
**      ---> Erhoehungen nie im Stand-In: die Reservierung liegt
**      ---> beim AS und kann lokal nicht erhoeht werden
         IF  ERH-JA
             SET STANDIN-NEIN TO TRUE
         END-IF
*R000100 - Ende
         IF  STANDIN-JA
             SET STANDIN-ANTWORT TO TRUE
         ELSE
     MOVE 24     TO W207-XBMP
     MOVE 03     TO W207-XCOBLEN
     MOVE "101"  TO W207-XCOBVAL
*R000100 - Anfang
**  ---> 106 = Erhoehung (incremental) einer Vorautorisierung
     IF  ERH-JA
         MOVE "106"  TO W207-XCOBVAL
     END-IF
*R000100 - Ende
     PERFORM L100-ADD-BMP
     IF  ENDE
         EXIT SECTION
     END-IF

*R000100 - Anfang
**  ---> BMP 56 - Daten der Ursprungs-Vorautorisierung bei Erhoehung
**  ---> (Aufbau wie im Storno PFCSTO7: 1100 + Trace-AS + ZP-Verkauf)
     IF  ERH-JA
         MOVE 56     TO W207-XBMP
         MOVE SPACES TO W207-XCOBVAL
         MOVE 1      TO C4-PTR
         COMPUTE D-NUM12 = ZP-VERKAUF OF TXILOG70-AUT - 20000000000000
         MOVE 1100   TO D-NUM4M
         STRING  D-NUM4M
                 TRACENR-AS OF TXILOG70-AUT
                 D-NUM12
                     delimited by size
           INTO  W207-XCOBVAL
           WITH  POINTER C4-PTR
         END-STRING
         COMPUTE W207-XCOBLEN = C4-PTR - 1
         PERFORM L100-ADD-BMP
         IF  ENDE
             EXIT SECTION
         END-IF
     END-IF
*R000100 - Ende

**  ---> BMP 26 - Branchencode
     MOVE 26     TO W207-XBMP
     MOVE 04     TO W207-XCOBLEN
         EXIT SECTION
     END-IF

*R000117 - Anfang
**  ---> fertige AS-Nachricht gegen das Regelwerk pruefen, bevor
**  ---> sie den Server verlaesst
     PERFORM C410-KONFORM-AS
     IF  W-AC > ZERO
         EXIT SECTION
     END-IF
*R000117 - Ende

**  ---> und echten MAC bilden und einstellen
     IF  MAC-YES

 C400-99.
     EXIT.

*R000117 - Anfang
******************************************************************
* Terminal-Anfrage fuer den Baustein PFCKON7 aufbereiten (je BMP
* vorhanden/Laenge/Inhalt) und gegen das Regelwerk pruefen
******************************************************************
 C125-KONFORM-TERMINAL SECTION.
 C125-00.
     SET  KON-TERMINAL   TO TRUE
     MOVE IMSG-NTYPE     TO KON-NTYPE
     MOVE SPACES         TO KON-ABWKZ
     IF  IMSG-TBMP(3) = 1 AND IMSG-TPTR(3) > 0 AND IMSG-TLEN(3) > 1
         MOVE IMSG-CF(IMSG-TPTR(3):2) TO KON-ABWKZ
     END-IF

     MOVE ZERO TO KON-DATLEN
     PERFORM VARYING KON-I FROM 1 BY 1
             UNTIL   KON-I > 64
         MOVE ZERO TO KON-VORH (KON-I)
                      KON-POS  (KON-I)
                      KON-LEN  (KON-I)
         IF  IMSG-TBMP(KON-I) = 1
             MOVE 1                TO KON-VORH (KON-I)
             MOVE IMSG-TLEN(KON-I) TO KON-LEN  (KON-I)
**          ---> Inhalt nur, solange er in den Puffer passt
             IF  IMSG-TPTR(KON-I) > 0
             AND IMSG-TLEN(KON-I) > 0
             AND KON-DATLEN + IMSG-TLEN(KON-I) NOT > KON-DATMAX
                 COMPUTE KON-POS (KON-I) = KON-DATLEN + 1
                 MOVE IMSG-CF(IMSG-TPTR(KON-I):IMSG-TLEN(KON-I))
                   TO KON-DATEN (KON-POS (KON-I):IMSG-TLEN(KON-I))
                 ADD IMSG-TLEN(KON-I) TO KON-DATLEN
             END-IF
         END-IF
     END-PERFORM

     PERFORM M198-CALL-PFCKON7
     .
 C125-99.
     EXIT.

******************************************************************
* fertig gebaute AS-Nachricht (W207) fuer den Baustein PFCKON7
* aufbereiten und gegen das Regelwerk pruefen
******************************************************************
 C410-KONFORM-AS SECTION.
 C410-00.
     SET  KON-AS         TO TRUE
     MOVE W207-NTYPE     TO KON-NTYPE
**  ---> KON-ABWKZ bleibt aus der Terminal-Anfrage (C125) stehen;
**  ---> BMP 3 der AS-Nachricht ist der Processing Code

     MOVE ZERO TO KON-DATLEN
     PERFORM VARYING KON-I FROM 1 BY 1
             UNTIL   KON-I > 64
         MOVE ZERO TO KON-VORH (KON-I)
                      KON-POS  (KON-I)
                      KON-LEN  (KON-I)
         IF  W207-TBMP(KON-I) = 1
             MOVE 1                TO KON-VORH (KON-I)
             MOVE W207-TLEN(KON-I) TO KON-LEN  (KON-I)
**          ---> Inhalt nur, solange er in den Puffer passt
             IF  W207-TPTR(KON-I) > 0
             AND W207-TLEN(KON-I) > 0
             AND KON-DATLEN + W207-TLEN(KON-I) NOT > KON-DATMAX
                 COMPUTE KON-POS (KON-I) = KON-DATLEN + 1
                 MOVE W207-CF(W207-TPTR(KON-I):W207-TLEN(KON-I))
                   TO KON-DATEN (KON-POS (KON-I):W207-TLEN(KON-I))
                 ADD W207-TLEN(KON-I) TO KON-DATLEN
             END-IF
         END-IF
     END-PERFORM

     PERFORM M198-CALL-PFCKON7
     .
 C410-99.
     EXIT.
*R000117 - Ende

******************************************************************
* Loggen der Transaktionsdaten in den MEMLOG
******************************************************************
         EXIT SECTION
     END-IF

*R000110 - Anfang
**  ---> Benachrichtigungs-Feed der Flottenkunden (PFCNTF7)
     PERFORM G160-PUT-NOTIFYQ
*R000110 - Ende

**  ---> Anfragenachricht für Tabelle =TXNLOG70

** G.01.00 - Anfang
 F100-99.
     EXIT.

*R000099 - Anfang
******************************************************************
* Arbeitsschluessel des Terminals: steht das Terminal in =TERMKEY,
* gelten seine eigenen MAC-/PAC-Schluessel, sonst die der
* Serverklasse (W-MACKEYT/W-PACKEYT sind in B100 vorbelegt)
******************************************************************
 F905-TERMINAL-SCHLUESSEL SECTION.
 F905-00.
     SET  TKY-LESEN  TO TRUE
     MOVE W-TERMNR   TO TKY-TERMNR
     PERFORM M195-CALL-PFCTKY7

     IF  TKY-EIGENE-KEYS
         MOVE TKY-MACKEY TO W-MACKEYT
         MOVE TKY-PACKEY TO W-PACKEYT
     END-IF
     .
 F905-99.
     EXIT.
*R000099 - Ende

******************************************************************
* MAC prüfen (ggf. ist W-AC gesetzt)
******************************************************************
 F910-MAC-PRUEFEN SECTION.
 F910-00.
*R000099 - Anfang
**  ---> WXCRD7 prueft mit dem Schluessel der Serverklasse; das
**  ---> Ergebnis gilt nur fuer Terminals ohne eigene Schluessel
     IF  NOT TKY-EIGENE-KEYS
*R000099 - Ende
**  ---> MAC ist ggf. schon in der Drehscheibe (WXCRD7) geprüft
     EVALUATE IMSG-MDNR-HOST

                     EXIT SECTION

     END-EVALUATE
*R000099 - Anfang
     END-IF
*R000099 - Ende

**  ---> keine Vorprüfung des MAC also hier prüfen
     SET W66-MAC-PRUEFEN-TS TO TRUE
     MOVE W-MACKEYT         TO W66-TKEY-NAME (1:4)

     PERFORM M140-CALL-WSY7066

*R000099 - Anfang
**  ---> nach einem Schluesselwechsel bis ZP_ALT_BIS auch den
**  ---> bisherigen Schluessel annehmen; der Vorgang laeuft dann
**  ---> durchgehend (PAC, Antwort-MAC) mit den bisherigen Schluesseln
     IF  W-AC = 97
     AND TKY-EIGENE-KEYS
     AND TKY-ALT-GUELTIG
         MOVE ZERO              TO W-AC
         MOVE TKY-MACKEY-ALT    TO W-MACKEYT
         MOVE TKY-PACKEY-ALT    TO W-PACKEYT
         SET W66-MAC-PRUEFEN-TS TO TRUE
         MOVE 88                TO W66-RCODE of W66-WSY7066C
         SET  W66-DEFAULT       TO TRUE
         MOVE ALL LOW-VALUES    TO W66-TKEY-NAME
         MOVE W-MACKEYT         TO W66-TKEY-NAME (1:4)
         PERFORM M140-CALL-WSY7066
*G.07.28 - Anfang
**      ---> fuer die Antwort ueber das AS (AFCAUT7/AFCPRE7) im
**      ---> TXILOG70 vermerken, dass der bisherige Schluessel galt
         IF  W-AC = ZERO
             MOVE "TKA" TO PROJEKT-ABH-DATEN OF TXILOG70 (28:3)
         END-IF
*G.07.28 - Ende
     END-IF
*R000099 - Ende
     .
 F910-99.
     EXIT.
 S261-00.
     SET PV-OK TO TRUE

*R000095 - Anfang
**  ---> gesucht wird ueber den Schluessel-Hash der Kartennummer
     SET  PVK-HASH-BILDEN TO TRUE
     MOVE W-KANR          TO PVK-KANR
     PERFORM M190-CALL-PFCPVK7
     IF  PV-NOK
         EXIT SECTION
     END-IF
     MOVE PVK-KANR-HASH   TO KANR-HASH OF PANVAULT

     EXEC SQL
         SELECT  TOKEN
           INTO :TOKEN of PANVAULT
           FROM  =PANVAULT
          WHERE  KANR_HASH = :KANR-HASH of PANVAULT
     END-EXEC

**  ---> Altsatz mit Klartext-Kartennummer, noch nicht von
**  ---> PFCPVR7 umgeschluesselt
     IF  SQLCODE OF SQLCA = 100
         EXEC SQL
             SELECT  TOKEN
               INTO :TOKEN of PANVAULT
               FROM  =PANVAULT
              WHERE  KANR        = :W-KANR
                AND  KEY_VERSION = 0
         END-EXEC
     END-IF
*R000095 - Ende

     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   EXIT SECTION
         WHEN 100    PERFORM S262-INSERT-PANVAULT

 S262-INSERT-PANVAULT SECTION.
 S262-00.
*R000095 - Anfang
**  ---> Kartennummer verschluesseln, bevor eine Nummer gezogen wird
     SET  PVK-VERSCHLUESSELN TO TRUE
     MOVE W-KANR             TO PVK-KANR
     PERFORM M190-CALL-PFCPVK7
     IF  PV-NOK
         EXIT SECTION
     END-IF
     MOVE SPACES             TO KANR        OF PANVAULT
     MOVE PVK-KANR-HASH      TO KANR-HASH   OF PANVAULT
     MOVE PVK-KANR-ENC       TO KANR-ENC    OF PANVAULT
     MOVE PVK-KEY-VERSION    TO KEY-VERSION OF PANVAULT
*R000095 - Ende

**  ---> naechste laufende Nummer ziehen (Satz bleibt bis zum
**  ---> Commit gesperrt, dadurch kollisionsfrei)
     EXEC SQL
       INTO  TOKEN OF PANVAULT
     END-STRING

*R000095 - Kartennummer nur verschluesselt ablegen
     EXEC SQL
         INSERT
           INTO  =PANVAULT
                 ( TOKEN, KANR, KANR_HASH, KANR_ENC, KEY_VERSION
                 , ZPINS )
         VALUES  (
                  :TOKEN       of PANVAULT
                 ,:KANR        of PANVAULT
                 ,:KANR-HASH   of PANVAULT
                 ,:KANR-ENC    of PANVAULT
                 ,:KEY-VERSION of PANVAULT
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
*R000095 - Ende
     IF  SQLCODE OF SQLCA NOT = ZERO
         SET PV-NOK TO TRUE
         MOVE "Insert =PANVAULT fehlgeschlagen" TO DATEN-BUFFER1
*R000071 - Gesamt-Betrugsscore der Transaktion
     MOVE SC-SCORE       TO SCORE          of TXILOG70
*R000071 - Ende
*R000104 - beitragende Score-Signale
     MOVE SC-SIGNAL-KZ   TO SC-SIGNALE     of TXILOG70
*R000104 - Ende

*G.06.34 - wenn Chiperfassung, EMV Daten setzen und CVM Result
     IF ERF-CHIP
     EXIT.
*kl20160323 - G.01.03 - Ende

*R000095 - Anfang
******************************************************************
* Aufruf Krypto-Baustein PAN-Tresor; bei Fehler bleibt die
* Kartennummer im Klartext (wie bei SQL-Fehlern auf =PANVAULT)
******************************************************************
 M190-CALL-PFCPVK7 SECTION.
 M190-00.
     CALL "PFCPVK7" USING PVK-PFCPVK7C
     IF  PVK-ERR
         SET PV-NOK TO TRUE
         MOVE PVK-RCODE     TO PVK-RCODE-D
         MOVE PVK-HSM-RCODE TO PVK-HSM-RCODE-D
         MOVE SPACES TO DATEN-BUFFER1
         STRING  "PFCPVK7 Fkt " PVK-FUNKTION
                 " RCODE " PVK-RCODE-D
                 " HSM " PVK-HSM-RCODE-D
                     DELIMITED BY SIZE
           INTO  DATEN-BUFFER1
         END-STRING
         MOVE "Kartennummer bleibt im Klartext"
             TO DATEN-BUFFER2
         PERFORM Z002-PROGERR
     END-IF
     .
 M190-99.
     EXIT.
*R000095 - Ende

*R000099 - Anfang
******************************************************************
* Aufruf Baustein Terminal-Arbeitsschluessel; bei Fehler bleiben
* die Schluessel der Serverklasse
******************************************************************
 M195-CALL-PFCTKY7 SECTION.
 M195-00.
     CALL "PFCTKY7" USING TKY-PFCTKY7C
     IF  TKY-ERR
         MOVE "N" TO TKY-KZ-EIGEN
                     TKY-KZ-ALT
         MOVE TKY-RCODE     TO TKY-RCODE-D
         MOVE TKY-HSM-RCODE TO TKY-HSM-RCODE-D
         MOVE SPACES TO DATEN-BUFFER1
         STRING  "PFCTKY7 Fkt " TKY-FUNKTION
                 " RCODE " TKY-RCODE-D
                 " HSM " TKY-HSM-RCODE-D
                     DELIMITED BY SIZE
           INTO  DATEN-BUFFER1
         END-STRING
         MOVE "Schluessel der Serverklasse verwendet"
             TO DATEN-BUFFER2
         PERFORM Z002-PROGERR
     END-IF
     .
 M195-99.
     EXIT.
*R000099 - Ende

*R000110 - Anfang
******************************************************************
* Vorgang fuer den Benachrichtigungs-Feed der Flottenkunden
* vormerken (Eigenantwort); der Baustein prueft das
* Abonnement der VUNR (=NOTIFYABO), zugestellt wird durch PFCNTF7
******************************************************************
 G160-PUT-NOTIFYQ SECTION.
 G160-00.
     MOVE "A"                  TO NTQ-ART
     MOVE PNR     of TXILOG70  TO NTQ-PNR
     MOVE TERMNR  of TXILOG70  TO NTQ-TERMNR
     MOVE TRACENR of TXILOG70  TO NTQ-TRACENR
     MOVE ISONTYP of TXILOG70  TO NTQ-ISONTYP
     MOVE VUNR    of TXILOG70  TO NTQ-VUNR
     MOVE AC-TERM of TXILOG70  TO NTQ-AC
     PERFORM M196-CALL-PFCNTQ7
     .
 G160-99.
     EXIT.

******************************************************************
* Aufruf Baustein Benachrichtigungs-Feed; ein Fehler wird nur
* protokolliert, der Echtbetrieb laeuft weiter
******************************************************************
 M196-CALL-PFCNTQ7 SECTION.
 M196-00.
     CALL "PFCNTQ7" USING NTQ-PFCNTQ7C
     IF  NTQ-ERR
         MOVE NTQ-RCODE   TO NTQ-RCODE-D
         MOVE NTQ-SQLCODE TO NTQ-SQLCODE-D
         MOVE SPACES TO DATEN-BUFFER1
         STRING  "PFCNTQ7 Art " NTQ-ART
                 " RCODE " NTQ-RCODE-D
                 " SQLCODE " NTQ-SQLCODE-D
                     DELIMITED BY SIZE
           INTO  DATEN-BUFFER1
         END-STRING
         MOVE "Benachrichtigung nicht vorgemerkt"
             TO DATEN-BUFFER2
         PERFORM Z002-PROGERR
     END-IF
     .
 M196-99.
     EXIT.
*R000110 - Ende

*R000111 - Anfang
******************************************************************
* Baustein Tankinhalts-/Kraftstoffpruefung rufen; ein Fehler
* wird nur protokolliert
******************************************************************
 M197-CALL-PFCTNK7 SECTION.
 M197-00.
     CALL "PFCTNK7" USING TNK-PFCTNK7C
     IF  TNK-ERR
         MOVE TNK-RCODE   TO TNK-RCODE-D
         MOVE TNK-SQLCODE TO TNK-SQLCODE-D
         MOVE SPACES TO DATEN-BUFFER1
         STRING  "PFCTNK7 RCODE " TNK-RCODE-D
                 " SQLCODE " TNK-SQLCODE-D
                     DELIMITED BY SIZE
           INTO  DATEN-BUFFER1
         END-STRING
         MOVE "Tankinhalt/Kraftstoff nicht geprueft"
             TO DATEN-BUFFER2
         PERFORM Z002-PROGERR
     END-IF
     .
 M197-99.
     EXIT.
*R000111 - Ende

*R000117 - Anfang
******************************************************************
* Aufruf Baustein Nachrichten-Konformitaet; ein Fehler im Baustein
* wird nur protokolliert, ein Verstoss fuehrt zur Ablehnung (AC 79)
******************************************************************
 M198-CALL-PFCKON7 SECTION.
 M198-00.
     MOVE W-ROUTKZ  TO KON-ROUTKZ
     MOVE W-TERMNR  TO KON-TERMNR
     MOVE W-TRACENR TO KON-TRACENR
     MOVE W-MDNR    TO KON-MDNR
     MOVE W-TSNR    TO KON-TSNR

     CALL "PFCKON7" USING KON-PFCKON7C

     IF  KON-ERR
         MOVE KON-RCODE   TO KON-RCODE-D
         MOVE KON-SQLCODE TO KON-SQLCODE-D
         MOVE SPACES TO DATEN-BUFFER1
         STRING  "PFCKON7 Richtung " KON-RICHTUNG
                 " RCODE " KON-RCODE-D
                 " SQLCODE " KON-SQLCODE-D
                     DELIMITED BY SIZE
           INTO  DATEN-BUFFER1
         END-STRING
         MOVE "Regelwerk =MSGRULE / Protokoll =MSGKONEX pruefen"
             TO DATEN-BUFFER2
         PERFORM Z002-PROGERR
     END-IF

     IF  KON-VERSTOSS
         MOVE 79   TO W-AC
         MOVE 2201 TO ERROR-NR of GEN-ERROR
         MOVE KON-ANZ-VERSTOSS TO KON-ANZ-D
         MOVE SPACES TO DATEN-BUFFER1
                        DATEN-BUFFER2
         STRING  "Nachricht nicht konform (" KON-RICHTUNG ")@"
                     DELIMITED BY SIZE
           INTO  DATEN-BUFFER1
         END-STRING
         STRING  "NTYPE " KON-NTYPE
                 " ABWKZ " KON-ABWKZ
                 " BMP " KON-FEHLER-BMP
                 " Fehler " KON-FEHLER
                 " Anzahl " KON-ANZ-D
                     DELIMITED BY SIZE
           INTO  DATEN-BUFFER2
         END-STRING
         PERFORM Z002-PROGERR
     END-IF
     .
 M198-99.
     EXIT.
*R000117 - Ende


******************************************************************
* Auslesen BMP55-TAG 9F34 fuer CVM-RESULT OF TXILOG70
 S160-00.
     EXEC SQL
         SELECT   ORT, NAME
*R000109 - Land fuer die Kartenregeln
                 ,LAND
*R000109 - Ende
           INTO   :ORT of STATION
                 ,:NAME of STATION
*R000109 - Land fuer die Kartenregeln
                 ,:LAND of STATION
*R000109 - Ende
           FROM  =STATION
          WHERE  MDNR, TSNR
                 =    :MDNR of STATION
*R000071 - Gesamt-Betrugsscore
                 , SCORE
*R000071 - Ende
*R000104 - Score-Signale
                 , SC_SIGNALE
*R000104 - Ende
                 )
         VALUES  (
                  :PNR of TXILOG70
*R000071 - Gesamt-Betrugsscore
                 ,:SCORE of TXILOG70
*R000071 - Ende
*R000104 - Score-Signale
                 ,:SC-SIGNALE of TXILOG70
*R000104 - Ende
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
     END-IF
     MOVE TAGESDATUM (1:10) TO ARTZ-DATUM
     MOVE W-TERMNR (7:2)    TO ARTZ-PNR
*R000101 - Anfang
**  ---> Artikelklasse/Einheit der Zeile; Ladedaten nur an
**  ---> Ladestrom- und Parkzeilen
     MOVE "S"    TO ARTK-KLASSE
     MOVE "STK"  TO ARTK-EINHEIT
     MOVE SPACES TO ARTK-I-EVSE-ID
     MOVE ZEROS  TO ARTK-I-ZP-START
                    ARTK-I-ZP-ENDE
     IF  AP-ART-IND <= ARTK-ANZ
         MOVE ARTK-Z-KLASSE  (AP-ART-IND) TO ARTK-KLASSE
         MOVE ARTK-Z-EINHEIT (AP-ART-IND) TO ARTK-EINHEIT
     END-IF
     IF  LADE-OK
     AND (ARTK-KLASSE = "E" OR ARTK-KLASSE = "Z")
         MOVE ARTK-EVSE-ID  TO ARTK-I-EVSE-ID
         MOVE ARTK-ZP-START TO ARTK-I-ZP-START
         MOVE ARTK-ZP-ENDE  TO ARTK-I-ZP-ENDE
     END-IF
*R000101 - Ende

     EXEC SQL
         INSERT
           INTO  =ARTZEILE
                 ( DATUM, PNR, TERMNR, TRACENR, LFDNR
                 , VUNR, MDNR, TSNR
                 , WGR, ARTNR, MENGE, EPREIS, BETRAG
*R000101 - Anfang
                 , EINHEIT, KLASSE, EVSE_ID
                 , ZP_LADE_START, ZP_LADE_ENDE
*R000101 - Ende
                 , ZPINS )
         VALUES  (
                  :ARTZ-DATUM
                 ,:ARTZ-PNR
                 ,:AP-MENGE
                 ,:AP-EPREIS
                 ,:AP-IST
*R000101 - Anfang
                 ,:ARTK-EINHEIT
                 ,:ARTK-KLASSE
                 ,:ARTK-I-EVSE-ID
                 ,:ARTK-I-ZP-START
                 ,:ARTK-I-ZP-ENDE
*R000101 - Ende
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
*R000076 - Ende
*R000060 - Ende

*R000094 - Anfang
******************************************************************
* Zum Vorgangszeitpunkt gueltigen Referenzpreis lesen
******************************************************************
 S290-SELECT-PREISTAB SECTION.
 S290-00.
     MOVE ZEROS    TO PREIS OF PREISTAB
     MOVE W-MDNR   TO MDNR  OF PREISTAB
     MOVE W-TSNR   TO TSNR  OF PREISTAB
     MOVE AP-WGR   TO WGR   OF PREISTAB
     MOVE AP-ARTNR TO ARTNR OF PREISTAB

     EXEC SQL
         SELECT  PREIS
           INTO :PREIS of PREISTAB
           FROM  =PREISTAB
          WHERE  MDNR         = :MDNR  of PREISTAB
            AND  TSNR         = :TSNR  of PREISTAB
            AND  WGR          = :WGR   of PREISTAB
            AND  ARTNR        = :ARTNR of PREISTAB
            AND  GUELTIG_AB  <= :PR-JETZT-ZP
            AND  GUELTIG_BIS  > :PR-JETZT-ZP
         BROWSE  ACCESS
     END-EXEC

     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z001-SQLERROR
     END-EVALUATE
     .
 S290-99.
     EXIT.

******************************************************************
* Preistoleranz lesen: erst je Warengruppe, dann WGR "000"
******************************************************************
 S291-SELECT-PREISTOL SECTION.
 S291-00.
     MOVE 10     TO PR-TOLERANZ
     MOVE AP-WGR TO WGR OF PREISTOL

     EXEC SQL
         SELECT  TOLERANZ_PROZ
           INTO :TOLERANZ-PROZ of PREISTOL
           FROM  =PREISTOL
          WHERE  WGR = :WGR of PREISTOL
         BROWSE  ACCESS
     END-EXEC

     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   MOVE TOLERANZ-PROZ OF PREISTOL TO PR-TOLERANZ
                     EXIT SECTION
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z001-SQLERROR
                     EXIT SECTION
     END-EVALUATE

     MOVE "000" TO WGR OF PREISTOL

     EXEC SQL
         SELECT  TOLERANZ_PROZ
           INTO :TOLERANZ-PROZ of PREISTOL
           FROM  =PREISTOL
          WHERE  WGR = :WGR of PREISTOL
         BROWSE  ACCESS
     END-EXEC

     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   MOVE TOLERANZ-PROZ OF PREISTOL TO PR-TOLERANZ
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z001-SQLERROR
     END-EVALUATE
     .
 S291-99.
     EXIT.

******************************************************************
* Regelwerk Preisabweichung lesen: erst CARDID-spezifisch, dann
* CARDID 0
******************************************************************
 S293-SELECT-PREISCFG SECTION.
 S293-00.
     SET PR-CFG-FEHLT TO TRUE

     MOVE VERF-AS  TO ROUTKZ OF PREISCFG
     MOVE W-CARDID TO CARDID OF PREISCFG

     EXEC SQL
         SELECT  AKTION, AC_TERM
           INTO :AKTION  of PREISCFG
               ,:AC-TERM of PREISCFG
           FROM  =PREISCFG
          WHERE  ROUTKZ, CARDID
                 =    :ROUTKZ of PREISCFG
                     ,:CARDID of PREISCFG
         BROWSE  ACCESS
     END-EXEC

     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET PR-CFG-DA TO TRUE
                     EXIT SECTION
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z001-SQLERROR
                     EXIT SECTION
     END-EVALUATE

     MOVE ZERO TO CARDID OF PREISCFG

     EXEC SQL
         SELECT  AKTION, AC_TERM
           INTO :AKTION  of PREISCFG
               ,:AC-TERM of PREISCFG
           FROM  =PREISCFG
          WHERE  ROUTKZ, CARDID
                 =    :ROUTKZ of PREISCFG
                     ,:CARDID of PREISCFG
         BROWSE  ACCESS
     END-EXEC

     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET PR-CFG-DA TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z001-SQLERROR
     END-EVALUATE
     .
 S293-99.
     EXIT.

******************************************************************
* Preisabweichung protokollieren (Tagesliste je Station ueber
* RFCAPL7)
******************************************************************
 S294-INSERT-PREISEX SECTION.
 S294-00.
     EXEC SQL
         INSERT
           INTO  =PREISEX
                 ( MDNR, TSNR, TERMNR, TRACENR
                 , WGR, ARTNR, EPREIS, EPREIS_REF
                 , ABW_PROZ, KZ_ABGELEHNT, MELDUNGS_ZP )
         VALUES  (
                  :W-MDNR
                 ,:W-TSNR
                 ,:W-TERMNR
                 ,:W-TRACENR
                 ,:AP-WGR
                 ,:AP-ARTNR
                 ,:AP-EPREIS
                 ,:PREIS of PREISTAB
                 ,:PR-ABW-PROZ
                 ,:PR-KZ-ABGELEHNT
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER
**          ---> nur protokollieren
             MOVE "Insert =PREISEX fehlgeschlagen"
                 TO DATEN-BUFFER1
             PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S294-99.
     EXIT.
*R000094 - Ende


*R000032 - Anfang
******************************************************************
                             TO W-BUFFER (C4-I2:IMSG-TLEN(C4-I3))
                         COMPUTE C4-I2 = C4-I2 + IMSG-TLEN(C4-I3)

*R000101 - Anfang
**                   ---> Ladedaten (BMP 62), nur wenn geprueft vorhanden
             WHEN "L"    IF  LADE-OK
                             MOVE IMSG-CF(IMSG-TPTR(62):65)
                                 TO W-BUFFER (C4-I2:65)
                             ADD 65 TO C4-I2
                         END-IF
*R000101 - Ende

             WHEN space  continue

             WHEN OTHER  SET ENDE TO TRUE
