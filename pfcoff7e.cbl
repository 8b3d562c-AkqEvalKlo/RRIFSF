?SEARCH =ZPVERK
*G.06.35 - ende

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
* Letzte Version   :: G.06.55
* Kurzbeschreibung :: Dieses Programm bearbeitet Flottenkarten-
* Kurzbeschreibung :: Offline-Buchungen. Die Terminalanfragen
* Kurzbeschreibung :: werden auf AS-IFSF-Protokoll umgesetzt und
*G.06.37|20180518 | kl  | Neukompilierung wg. Korrektur ZPVERKM
*       |         |     | (ZP-VERKAUF Modul)
*-------|----------|-----|-------------------------------------------*
*G.06.55|2026-10-15| kl  | Review:
*       |          |     | - C109: Referenzpreis zum
*       |          |     |   Verkaufszeitpunkt (ZP-VERKAUF) statt
*       |          |     |   zur Verarbeitungszeit;
*       |          |     |   Verarbeitungszeit nur ohne gueltigen
*       |          |     |   ZP-VERKAUF
*-------|----------|-----|-------------------------------------------*
*G.06.54|2026-10-15| kl  | Review:
*       |          |     | - C109: Einrueckung im ELSE-Zweig der
*       |          |     |   Preispruefung
*-------|----------|-----|-------------------------------------------*
*G.06.53|2026-10-15| kl  | Review:
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
*G.06.52|2026-10-15| kl  | R7-553:
*       |          |     | - Konformitaetspruefung der Nachrichten
*       |          |     |   gegen das Regelwerk =MSGRULE (Pflicht-,
*       |          |     |   bedingte und verbotene BMPs, Laenge,
*       |          |     |   Format je NTYPE/ABWKZ/ROUTKZ) ueber
*       |          |     |   den Baustein PFCKON7: Terminal-Anfrage
*       |          |     |   in C100 (C125), fertige AS-Nachricht
*       |          |     |   in C400 (C410); Verstoss => Ablehnung
*       |          |     |   mit AC 79, Protokoll in =MSGKONEX
*       |          |     |   (Tagesbericht RFCKON7)
*-------|----------|-----|-------------------------------------------*
*G.06.51|2026-10-15| kl  | R7-547:
*       |          |     | - Tankinhalts- und Kraftstoffpruefung
*       |          |     |   gegen den Fahrzeugstamm (=FAHRZEUG,
*       |          |     |   Import PFCFZI7) mit der tatsaechlich
*       |          |     |   getankten Menge: C124-TANK-CHECK ruft
*       |          |     |   den Baustein PFCTNK7; je Regelwerk
*       |          |     |   =TANKCFG Ablehnung mit AC_TERM oder
*       |          |     |   Kennzeichnung "TNK?" in =TXILOG70
*       |          |     | - =ARTKLASSE liefert zusaetzlich die
*       |          |     |   Kraftstoffart je Warengruppe
*-------|----------|-----|-------------------------------------------*
*G.06.50|2026-10-15| kl  | R7-546:
*       |          |     | - Benachrichtigungs-Feed fuer Flotten-
*       |          |     |   kunden: nach dem Schreiben von
*       |          |     |   =TXILOG70 wird der Vorgang ueber den
*       |          |     |   Baustein PFCNTQ7 fuer abonnierte VUNR
*       |          |     |   (=NOTIFYABO) in =NOTIFYQ vorgemerkt
*       |          |     |   (Nachbuchung; eine wiederholt
*       |          |     |   eingereichte Buchung nur einmal);
*       |          |     |   Zustellung durch PFCNTF7
*-------|----------|-----|-------------------------------------------*
*G.06.49|2026-10-15| kl  | R7-537:
*       |          |     | - Ladevorgaenge an E-Ladesaeulen: Artikel-
*       |          |     |   klasse und Einheit je Warengruppe
*       |          |     |   (=ARTKLASSE, Ladestrom in kWh, Parken
*       |          |     |   in Minuten); Ladedaten aus BMP 62
*       |          |     |   (EVSE-ID, Ladebeginn/-ende) pruefen und
*       |          |     |   mit Klasse/Einheit in =ARTZEILE ablegen;
*       |          |     |   fehlen sie, nur Kennzeichnung "EV?";
*       |          |     |   Regel "L" stellt sie dem AS-Format je
*       |          |     |   ROUTKZ (=FCPARAM) zur Verfuegung
*-------|----------|-----|-------------------------------------------*
*G.06.48|2026-10-15| kl  | R7-535:
*       |          |     | - Terminals mit eigenen Arbeitsschluesseln
*       |          |     |   (=TERMKEY, Baustein PFCTKY7): MAC und
*       |          |     |   PAC mit den Schluesseln des Terminals
*       |          |     |   statt denen der Serverklasse; nach
*       |          |     |   einem Schluesselwechsel (PFCTRM7)
*       |          |     |   werden die bisherigen Schluessel bis
*       |          |     |   ZP_ALT_BIS weiter angenommen
*-------|----------|-----|-------------------------------------------*
*G.06.47|2026-10-15| kl  | R7-531:
*       |          |     | - PAN-Tresor =PANVAULT: Kartennummer
*       |          |     |   nur noch verschluesselt (KANR_ENC,
*       |          |     |   Schluesselversion KEY_VERSION);
*       |          |     |   Token-Suche ueber Schluessel-Hash
*       |          |     |   KANR_HASH; Krypto-Baustein PFCPVK7,
*       |          |     |   Umschluesselung Batch PFCPVR7.
*       |          |     |   Klartext-Altsaetze (KEY_VERSION 0)
*       |          |     |   werden bis zur Umschluesselung
*       |          |     |   weiter gefunden
*-------|----------|-----|-------------------------------------------*
*G.06.46|2026-10-15| kl  | R7-530:
*       |          |     | - Stueckpreis jeder Artikelzeile gegen den
*       |          |     |   ausgehaengten Preis der Station
*       |          |     |   (=PREISTAB, Lader PFCPRS7) pruefen;
*       |          |     |   Toleranz in % je Warengruppe
*       |          |     |   (=PREISTOL), Abweichungen nach =PREISEX
*       |          |     |   (Tagesliste RFCAPL7); je ROUTKZ/CARDID
*       |          |     |   (=PREISCFG) Ablehnung mit AC_TERM oder
*       |          |     |   nur Kennzeichnung "PRS?"
*-------|----------|-----|-------------------------------------------*
*G.06.45|2026-09-02| kl  | Review:
*       |          |     | - Testvorgangs-Kennzeichnung (LOGPROT 99)
*       |          |     |   VOR den INSERT in =TXILOG70 gezogen -
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
*R000101 - Anfang
* C120-LADEDATEN
* C121-ARTIKEL-KLASSE
* B098-ARTKLASSE-LADEN
* S298-FETCH-ARTKLASSE-CURSOR
*R000101 - Ende
*R000111 - Anfang
* C124-TANK-CHECK
*R000111 - Ende
* C200-AS-GENERELL
* C300-AS-SPEZIELL
* C400-BUILD-AS-NACHRICHT
*R000117 - Anfang
* C125-KONFORM-TERMINAL
* C410-KONFORM-AS
*R000117 - Ende
* C500-LOGGING
* C600-ZUM-NACHBUCHER
*
* E310-BMP48-DEFAULT
* E900-PUT-ERRLOG
*
*R000099 - Anfang
* F905-TERMINAL-SCHLUESSEL
*R000099 - Ende
* F910-MAC-PRUEFEN
* F920-MAC-BILDEN
* F930-PAC-UMSCHLUESSELN
* G132-PUT-UMSWEAT-SELECT
* G135-PUT-UMSWEAT-DELETE
*G.03.00 - Ende
*R000110 - Anfang
* G160-PUT-NOTIFYQ
*R000110 - Ende
*
* L100-ADD-BMP
* L110-COB2ISO
* M160-CALL-WSYS971
* M170-CALL-SYSAWKZ
* M180-CALL-IUMSW07
*R000095 - Anfang
* M190-CALL-PFCPVK7
*R000095 - Ende
*R000099 - Anfang
* M195-CALL-PFCTKY7
*R000099 - Ende
*R000110 - Anfang
* M196-CALL-PFCNTQ7
*R000110 - Ende
*R000111 - Anfang
* M197-CALL-PFCTNK7
*R000111 - Ende
*R000117 - Anfang
* M198-CALL-PFCKON7
*R000117 - Ende
*
* P100-PATHSEND
* P900-WTHEX
          88 AP-TX-VERSTOSS                  VALUE 1.
*R000060 - Ende

*R000094 - Anfang
     05      PREISEX-FLAG        PIC 9       VALUE ZEROS.
          88 PR-TX-OHNE-VERSTOSS             VALUE ZEROS.
          88 PR-TX-VERSTOSS                  VALUE 1.
*R000094 - Ende

*R000101 - Anfang
**          ---> Ladedaten (BMP 62) bei Ladestrom-Artikeln
     05      LADE-FLAG           PIC 9       VALUE ZEROS.
          88 LADE-OHNE                       VALUE ZEROS.
          88 LADE-OK                         VALUE 1.
          88 LADE-FEHLT                      VALUE 2.
*R000101 - Ende

*R000111 - Anfang
**          ---> Verstoss Tankinhalt/Kraftstoff (nur Kennzeichnung)
     05      TANKEX-FLAG         PIC 9       VALUE ZEROS.
          88 TNK-TX-OHNE-VERSTOSS            VALUE ZEROS.
          88 TNK-TX-VERSTOSS                 VALUE 1.
*R000111 - Ende

*R000010 - Protokoll CRDUSEDN-Eintraege fuer Kartenverwendungs-Export
     05      CRDUSEDNEX-FLAG     PIC 9       VALUE ZEROS.
          88 CRDUSEDNEX-OK                   VALUE ZEROS.
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

 01          TAGESDATUM.
     05      TD-JHJJ             PIC X(04).
     05                          PIC X   VALUE "-".
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
*G.06.35 - ende


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


*R000010 - Anfang
**  ---> Struktur der Tabelle CRDUSEDNEX (Protokoll der CRDUSEDN-
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

**  ---> Kontrolle der Anfrage <---
**  ---> ist die Anfrage evtl. OK?
     MOVE IMSG-NTYPE    TO W-NTYPE
*G.02.02 - Ende

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

*G.02.02 - Anfang
**  ---> Nachrichtentyp bestimmen (Buchung)
*    MOVE IMSG-NTYPE    TO W-NTYPE
     END-IF
*R000043 - Ende

*R000101 - Anfang
**  ---> Artikelklasse je Zeile nach der eigenen Warengruppe
**  ---> bestimmen (VOR der Uebersetzung in AS-Codes) und bei
**  ---> Ladestrom die Ladedaten aus BMP 62 pruefen; fehlende
**  ---> Ladedaten nur kennzeichnen, keine Ablehnung
     PERFORM C120-LADEDATEN
*R000101 - Ende

*R000060 - Anfang
**  ---> Preis-mal-Menge-Plausibilitaet der Artikeldaten (nach
**  ---> einer evtl. Produktrahmen-Kuerzung, damit die Summe
**  ---> Kennzeichnung, keine Ablehnung
     PERFORM C109-ARTIKEL-PLAUSI
*R000060 - Ende
*R000094 - Referenzpreis-Pruefung kann je Regelwerk ablehnen
     IF  W-AC NOT = ZERO
         EXIT SECTION
     END-IF
*R000094 - Ende

*R000111 - Anfang
**  ---> tatsaechlich getankte Menge gegen den Tankinhalt und
**  ---> Kraftstoffart gegen das Fahrzeug der Karte (=FAHRZEUG);
**  ---> Regelwerk =TANKCFG je ROUTKZ/CARDID entscheidet, ob
**  ---> abgelehnt oder nur in =TXILOG70 gekennzeichnet wird
     PERFORM C124-TANK-CHECK
     IF  W-AC NOT = ZERO
         EXIT SECTION
     END-IF
*R000111 - Ende

*G.06.10 - Anfang
*    IF IMSG-TBMP(59) = 1
                   AP-ANZ-VERSTOSS
     COMPUTE AP-ART-ANZ = (IMSG-TLEN(63) - 33) / 33

*R000094 - Anfang
**  ---> Referenzpreis-Pruefung: Zeitpunkt JJJJMMTThhmm, Regelwerk
**  ---> wird erst beim ersten Verstoss gelesen
     MOVE ZEROS TO PR-ANZ-VERSTOSS
     SET PR-CFG-OFFEN TO TRUE
*G.06.55 - Anfang
**  ---> massgeblich ist der Preis zum Verkaufszeitpunkt (der
**  ---> Offline-Vorgang kommt u.U. Stunden/Tage spaeter); nur ohne
**  ---> gueltigen ZP-VERKAUF gilt die Verarbeitungszeit
     IF  ZPVERKAUF-RC = ZERO
     AND ZP-VERKAUF OF TXILOG70 > ZERO
         COMPUTE PR-JETZT-ZP = ZP-VERKAUF OF TXILOG70 / 100
     ELSE
         COMPUTE PR-JETZT-ZP
               = (TAL-JHJJ OF TAL-TIME-D * 100000000)
               + (TAL-MM   OF TAL-TIME-D * 1000000)
               + (TAL-TT   OF TAL-TIME-D * 10000)
               + (TAL-HH   OF TAL-TIME-D * 100)
               +  TAL-MI   OF TAL-TIME-D
     END-IF
*G.06.55 - Ende
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
**              ---> Kennzeichnung "PRS?" schreibt G100 (siehe oben)
             SET PR-TX-VERSTOSS TO TRUE
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

*R000043 - Anfang
******************************************************************
* Produktrahmen-Pruefung fuer Offline-Buchungen: jede Warengruppe
 S288-99.
     EXIT.

*R000101 - Anfang
******************************************************************
* Ladevorgaenge an E-Ladesaeulen: jede Artikelzeile aus BMP 63
* ueber die eigene Warengruppe einer Artikelklasse zuordnen
* (=ARTKLASSE, ohne Eintrag "S"/"STK"). Enthaelt der Vorgang
* Ladestrom (Klasse "E", Menge in 1/1000 kWh), muessen die
* Ladedaten in BMP 62 stehen: EVSE-ID X(37), Ladebeginn und
* Ladeende je 9(14) (JJJJMMTThhmmss). Die Offline-Buchung
* kommt nach Ende des Ladevorgangs, das Ladeende muss daher
* gefuellt sein.
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
     OR  ARTK-ZP-ENDE < ARTK-ZP-START
         SET LADE-FEHLT TO TRUE
         MOVE SPACES TO ARTK-EVSE-ID
         MOVE ZEROS  TO ARTK-ZP-START
                        ARTK-ZP-ENDE
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

*R000111 - Anfang
******************************************************************
* Tankinhalts- und Kraftstoffpruefung ueber den Baustein PFCTNK7:
* die Artikelzeilen aus BMP 63 (Klasse und Kraftstoffart der
* eigenen Warengruppe aus C121, tatsaechlich getankte Menge in
* 1/1000) gegen das Fahrzeug der Karte pruefen. Die Kfz-Daten
* der Nachbuchung stehen hier noch nicht bereit; das Fahrzeug
* ermittelt der Baustein aus =KMSTAND. Fehler im Baustein
* halten die Buchung nicht an (keine Pruefung).
******************************************************************
 C124-TANK-CHECK SECTION.
 C124-00.
     IF  ARTK-ANZ = ZERO
         EXIT SECTION
     END-IF

     INITIALIZE TNK-PFCTNK7C
     MOVE W-ROUTKZ          TO TNK-ROUTKZ
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
     MOVE W-NTYPE           TO TNK-ISONTYP
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
             MOVE "Tankinhalt/Kraftstoff: Buchung abgelehnt"
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
             SET TNK-TX-VERSTOSS TO TRUE
         WHEN OTHER
             CONTINUE
     END-EVALUATE
     .
 C124-99.
     EXIT.
*R000111 - Ende

*R000083 - Anfang
******************************************************************
* Liegt die Karte in einem Zertifizierungsbereich? Dann wird
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
*G.06.12 - Anfang
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
 E900-99.
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
         MOVE "ART?" TO PROJEKT-ABH-DATEN OF TXILOG70 (22:4)
     END-IF
*R000060 - Ende
*R000094 - Referenzpreis-Abweichung (nur Kennzeichnung)
     IF  PR-TX-VERSTOSS
         MOVE "PRS?" TO PROJEKT-ABH-DATEN OF TXILOG70 (27:4)
     END-IF
*R000094 - Ende
*R000101 - Ladestrom ohne gueltige Ladedaten (nur Kennzeichnung)
     IF  LADE-FEHLT
         MOVE "EV?" TO PROJEKT-ABH-DATEN OF TXILOG70 (32:3)
     END-IF
*R000101 - Ende
*R000111 - Tankinhalt/Kraftstoff-Verstoss (nur Kennzeichnung)
     IF  TNK-TX-VERSTOSS
         MOVE "TNK?" TO PROJEKT-ABH-DATEN OF TXILOG70 (36:4)
     END-IF
*R000111 - Ende

**  ---> holen momentanen Zeitpunkt
     PERFORM U200-TIMESTAMP
**  ---> und nun Schreiben
     PERFORM S180-INSERT-TXILOG70

*R000110 - Anfang
**  ---> Benachrichtigungs-Feed der Flottenkunden (PFCNTF7)
**  ---> (eine wiederholt eingereichte Buchung nur einmal)
     IF  TXILOG70-OK
     AND DUPLICATE-KEY-NO
         PERFORM G160-PUT-NOTIFYQ
     END-IF
*R000110 - Ende

     .
 G100-99.
     EXIT.
 M180-99.
     EXIT.

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
* vormerken (Nachbuchung); der Baustein prueft das
* Abonnement der VUNR (=NOTIFYABO), zugestellt wird durch PFCNTF7
******************************************************************
 G160-PUT-NOTIFYQ SECTION.
 G160-00.
     MOVE "C"                  TO NTQ-ART
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
                     TO W-BUFFER (C4-I2:IMSG-TLEN(C4-I3))
                   COMPUTE C4-I2 = C4-I2 + IMSG-TLEN(C4-I3)

*R000101 - Anfang
** ---> Ladedaten (BMP 62), nur wenn geprueft vorhanden
          WHEN "L" IF  LADE-OK
                       MOVE IMSG-CF(IMSG-TPTR(62):65)
                         TO W-BUFFER (C4-I2:65)
                       ADD 65 TO C4-I2
                   END-IF
*R000101 - Ende

          WHEN space  continue

          WHEN OTHER  SET ENDE TO TRUE
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

     MOVE W-ROUTKZ TO ROUTKZ OF PREISCFG
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


*R000037 - Anfang
******************************************************************
