?CONSULT $SYSTEM.SYSTEM.COBOLEX0
?SEARCH  $SYSTEM.SYSTEM.COBOLLIB
?SEARCH  =TALLIB
*R000107 - Nachrichtenaufbereitung und UMSIFSF-Server (ASYNC70)
?SEARCH  =WISO107
?SEARCH  =WISO207
?SEARCH  =IUMSW07
*R000107 - Ende
*R000109 - Krypto-Baustein PAN-Tresor (Kartenregeln)
?SEARCH  =PFCPVK7
*R000109 - Ende

?NOLMAP, SYMBOLS, INSPECT
?SAVE ALL
 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.06
* Kurzbeschreibung :: Pflege-Server fuer die Parametertabellen
* Kurzbeschreibung :: =FCPARAM, =KEYNAMEN und =IFSFAC. Ersetzt die
* Kurzbeschreibung :: bisherige Direktpflege per SQLCI: jede
* Kurzbeschreibung :: zurueckgestellten Aenderungen aus. Die
* Kurzbeschreibung :: Online-Server laden die Tabellen danach per
* Kurzbeschreibung :: RL-Nachricht neu (siehe A100 in PFCPRE7).
* Kurzbeschreibung :: Tabelle "ASYNC70 ": Bedienerbearbeitung der
* Kurzbeschreibung :: Dead-Letter-Eintraege des Nachbuchers (von
* Kurzbeschreibung :: PFCRGN7 auf "D" gestellt): Anzeigen,
* Kurzbeschreibung :: Korrigieren, Wiedereinstellen, Stornieren mit
* Kurzbeschreibung :: Grund (dann auch =TXILOG70 und =UMSWEAT).
* Kurzbeschreibung :: Tabelle "CARDRULE": Nutzungsregeln des
* Kurzbeschreibung :: Flottenkunden je Karte; die Kartennummer wird
* Kurzbeschreibung :: vor jeder Ablage durch das PAN-Token ersetzt.
* Kurzbeschreibung :: Tabellen "ASPROFIL"/"ARTCODE": Acquirer-Profil
* Kurzbeschreibung :: (Basis-Verfahren je ROUTKZ) und Artikelcode-
* Kurzbeschreibung :: Uebersetzung; Uebernahme aus dem Testsystem
* Kurzbeschreibung :: per PFCPVG7 ueber diesen Server.
* Kurzbeschreibung :: Tabelle "KEYINV  ": Schluesselinventar je
* Kurzbeschreibung :: KEYNAME (Typ, Pruefwert, Gueltigkeit,
* Kurzbeschreibung :: Verwahrer, AS-Kontakt); Ablaufwarnung und
* Kurzbeschreibung :: Pruefwertabgleich im Tageslauf RFCKEY7.
* Package          :: ICC
*
* Aenderungen
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.06|2026-10-15| kl  | Review:
*       |          |     | - S350: Stornieren eines Nachbucher-
*       |          |     |   Eintrags laesst eine Stand-In-
*       |          |     |   Genehmigung in =TXILOG70 auf "S", damit
*       |          |     |   sie in der Verlustliste RFCSIL7 (nur
*       |          |     |   "S") als nicht zustellbar erscheint
*-------|----------|-----|-------------------------------------------*
*G.01.05|2026-10-15| kl  | Review:
*       |          |     | - Schnittstelle zu PFCPVK7 als COPY statt
*       |          |     |   eigener 01-Stufe
*       |          |     | - =PANVAULT: KANR wird seit der Tresor-
*       |          |     |   Umstellung leer eingefuegt, gesucht
*       |          |     |   wird ueber KANR_HASH. Der eindeutige
*       |          |     |   Index auf =PANVAULT muss vor Einsatz
*       |          |     |   dieser Version von KANR auf KANR_HASH
*       |          |     |   umgestellt sein, sonst scheitert schon
*       |          |     |   das zweite neue Token am doppelten
*       |          |     |   (leeren) Schluessel
*-------|----------|-----|-------------------------------------------*
*G.01.04|2026-10-15| kl  | R7-554:
*       |          |     | - Tabelle "KEYINV  " (Schluesselinventar
*       |          |     |   je KEYNAME: Schluesseltyp, Pruefwert
*       |          |     |   KCV, gueltig von/bis, zwei bis drei
*       |          |     |   Verwahrer, Ansprechpartner beim AS,
*       |          |     |   Vorwarnzeit) pflegbar, mit Pruefung,
*       |          |     |   Historie und Zurueckstellung wie die
*       |          |     |   uebrigen Parametertabellen; Ablauf-
*       |          |     |   warnung und KCV-Abgleich in RFCKEY7
*-------|----------|-----|-------------------------------------------*
*G.01.03|2026-10-15| kl  | R7-550:
*       |          |     | - Tabellen "ASPROFIL" (Basis-Verfahren je
*       |          |     |   ROUTKZ) und "ARTCODE" (Artikelcode-
*       |          |     |   Uebersetzung je ROUTKZ) pflegbar, mit
*       |          |     |   Pruefung, Historie und Zurueckstellung
*       |          |     |   wie die uebrigen Parametertabellen;
*       |          |     |   Parameter-Uebernahme Test -> Produktion
*       |          |     |   mit PFCPVG7
*-------|----------|-----|-------------------------------------------*
*G.01.02|2026-10-15| kl  | R7-545:
*       |          |     | - Tabelle "CARDRULE": Nutzungsregeln je
*       |          |     |   Karte (Warengruppen, Wochentage, Zeit-
*       |          |     |   fenster, Laender, Hoechstbetrag je
*       |          |     |   Tankung/Tag) pflegen; Kartennummer
*       |          |     |   oder Token, gespeichert und in der
*       |          |     |   Historie/Zurueckstellung nur das Token
*       |          |     |   (ggf. neu vergeben wie in PFCPRE7);
*       |          |     |   Massenimport ueber PFCKRL7
*-------|----------|-----|-------------------------------------------*
*G.01.01|2026-10-15| kl  | R7-543:
*       |          |     | - Tabelle "ASYNC70 ": Dead-Letter-Eintraege
*       |          |     |   des Nachbuchers anzeigen (Kartennummer
*       |          |     |   maskiert), ROUTKZ/CARDID/TRACENR_AS/
*       |          |     |   KEY_NAME korrigieren, wieder einstellen
*       |          |     |   oder mit Grund stornieren; Storno setzt
*       |          |     |   =TXILOG70 auf "X" und schliesst die
*       |          |     |   offene =UMSWEAT-Reservierung. Jede
*       |          |     |   Aktion mit Vorher-/Nachher-Bild in
*       |          |     |   =FCMNTH
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-08-22| kl  | R7-484:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*R000055 - Anfang
* C350-MACQUAR-FREIGEBEN
*R000055 - Ende
*R000107 - Anfang
* C360-ASYNC70-BEARBEITEN
* C361-ASYNC70-ANZEIGEN
* C362-ASYNC70-KORRIGIEREN
* C363-ASYNC70-WIEDEREINSTELLEN
* C364-ASYNC70-STORNIEREN
* C369-ASYNC70-BILD
*R000107 - Ende
*R000109 - Anfang
* C370-KARTENREGEL-VORBEREITEN
* C371-KARTENREGEL-TOKEN
* C380-KARTENREGEL-PFLEGEN
*R000109 - Ende
*R000114 - Anfang
* C390-ASPROFIL-PFLEGEN
* C395-ARTCODE-PFLEGEN
*R000114 - Ende
*R000118 - Anfang
* C398-KEYINV-PFLEGEN
*R000118 - Ende
* C400-STAGE-AKTIVIEREN
*
* D100-STAGE-EINSTELLEN
* S321-FETCH-MNTSTAGE-CURSOR
* S322-CLOSE-MNTSTAGE-CURSOR
* S325-UPDATE-MNTSTAGE
*R000107 - Anfang
* S330-SELECT-ASYNC70
* S335-SELECT-ASYNCDLQ
* S340-UPDATE-ASYNC70
* S345-UPDATE-ASYNCDLQ
* S350-UPDATE-TXILOG70
* S355-UMSWEAT-SCHLIESSEN
* S360-UPDATE-REVQUEUE
*
* L120-ISO2COB
* M130-CALL-WISO207
* M180-CALL-IUMSW07
*R000107 - Ende
*R000109 - Anfang
* S370-SELECT-PANVAULT
* S375-INSERT-PANVAULT
* M190-CALL-PFCPVK7
* V110-PRUEFEN-KARTENREGEL
*R000109 - Ende
*R000118 - Anfang
* V120-PRUEFEN-KEYINV
* V125-PRUEFEN-DATUM
*R000118 - Ende
*
* U100-BEGIN
* U110-COMMIT
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
*R000118 - Pruefwert (KCV) im Schluesselinventar
     CLASS HEXZEICHEN IS "0123456789ABCDEF"
*R000118 - Ende
     DECIMAL-POINT IS COMMA.

 INPUT-OUTPUT SECTION.
*R000055 - Freigabe der MAC-Quarantaene
          88 MNT-TAB-MACQUAR                 VALUE "MACQUAR ".
*R000055 - Ende
*R000107 - Dead-Letter-Bearbeitung des Nachbuchers
          88 MNT-TAB-ASYNC70                 VALUE "ASYNC70 ".
*R000107 - Ende
*R000109 - Nutzungsregeln je Karte
          88 MNT-TAB-CARDRULE                VALUE "CARDRULE".
*R000109 - Ende
*R000114 - Acquirer-Profil und Artikelcode-Uebersetzung
          88 MNT-TAB-ASPROFIL                VALUE "ASPROFIL".
          88 MNT-TAB-ARTCODE                 VALUE "ARTCODE ".
*R000114 - Ende
*R000118 - Schluesselinventar
          88 MNT-TAB-KEYINV                  VALUE "KEYINV  ".
*R000118 - Ende
     05      MNT-USER            PIC X(08).
     05      MNT-AKTIV-DATUM     PIC X(10).
     05      MNT-RC              PIC 9(02).
        10   MQ-SCHLUESSEL       PIC X(12).
        10   FILLER              PIC X(287).
*R000055 - Ende
*R000107 - Anfang
     05      MNT-ASYNC70 REDEFINES MNT-DATEN.
        10   MA-FUNKTION         PIC X(01).
          88 MA-ANZEIGEN                     VALUE "A".
          88 MA-KORRIGIEREN                  VALUE "K".
          88 MA-WIEDEREINSTELLEN             VALUE "W".
          88 MA-STORNIEREN                   VALUE "S".
**          ---> Schluessel des Nachbucher-Eintrags
        10   MA-PNR              PIC 9(02).
        10   MA-TERMNR           PIC 9(08).
        10   MA-TRACENR          PIC 9(06).
        10   MA-ISONTYP          PIC 9(04).
**          ---> Korrekturfelder (Null/Leer = unveraendert)
        10   MA-ROUTKZ           PIC 9(04).
        10   MA-CARDID           PIC 9(04).
        10   MA-TRACENR-AS       PIC 9(06).
        10   MA-KEY-NAME         PIC X(04).
**          ---> Stornogrund (Pflicht bei "S")
        10   MA-GRUND            PIC X(60).
**          ---> Antwort der Anzeige
        10   MA-KZ-BEARB         PIC X(01).
        10   MA-ANZ-REP          PIC 9(04).
        10   MA-ZPUPD            PIC X(22).
        10   MA-FEHLER           PIC X(60).
        10   MA-NTYPE            PIC 9(04).
        10   MA-KANR             PIC X(19).
        10   MA-BETRAG           PIC X(12).
        10   MA-AC-AS            PIC X(03).
        10   FILLER              PIC X(76).
*R000107 - Ende
*R000109 - Anfang
     05      MNT-CARDRULE REDEFINES MNT-DATEN.
**          ---> Kartennummer oder Token ("99...")
        10   MR-KANR             PIC X(19).
        10   MR-VUNR             PIC X(15).
**          ---> Warengruppen je 3 Stellen (leer = alle)
        10   MR-WGR-LISTE        PIC X(60).
**          ---> "J"/"N" je Wochentag Mo..So (leer = alle)
        10   MR-WOTAGE           PIC X(07).
**          ---> Zeitfenster hhmm (VON > BIS = ueber Mitternacht)
        10   MR-ZEIT-VON         PIC 9(04).
        10   MR-ZEIT-BIS         PIC 9(04).
**          ---> Laender je 3 Stellen wie =STATION.LAND (leer = alle)
        10   MR-LAENDER          PIC X(30).
**          ---> Hoechstbetraege (0 = ohne Grenze)
        10   MR-MAX-FUELLUNG     PIC 9(10)V99.
        10   MR-MAX-TAG          PIC 9(10)V99.
        10   FILLER              PIC X(137).
*R000109 - Ende
*R000114 - Anfang
     05      MNT-ASPROFIL REDEFINES MNT-DATEN.
        10   MP-ROUTKZ           PIC 9(04).
        10   MP-BASIS-VERF       PIC 9(02).
        10   FILLER              PIC X(294).
     05      MNT-ARTCODE REDEFINES MNT-DATEN.
        10   MC-ROUTKZ           PIC 9(04).
        10   MC-WGR              PIC X(03).
        10   MC-ARTNR            PIC X(06).
        10   MC-AS-WGR           PIC X(03).
        10   MC-AS-ARTNR         PIC X(06).
        10   MC-FAKTOR           PIC 9(05).
        10   MC-NKSTELLEN        PIC 9(01).
        10   FILLER              PIC X(272).
*R000114 - Ende
*R000118 - Anfang
     05      MNT-KEYINV REDEFINES MNT-DATEN.
        10   MV-KEYNAME          PIC X(08).
**          ---> Schluesseltyp, z.B. ZMK/ZPK/TAK/KEK/BDK
        10   MV-KEYTYP           PIC X(04).
**          ---> Pruefwert (6 Hex-Stellen, wie TKY-MAC-KCV)
        10   MV-KCV              PIC X(06).
**          ---> Gueltigkeit JJJJ-MM-TT
        10   MV-GUELTIG-AB       PIC X(10).
        10   MV-GUELTIG-BIS      PIC X(10).
**          ---> Verwahrer der Schluesselteile (mind. zwei
**          ---> verschiedene, Vier-Augen-Prinzip)
        10   MV-VERWAHRER-1      PIC X(30).
        10   MV-VERWAHRER-2      PIC X(30).
        10   MV-VERWAHRER-3      PIC X(30).
**          ---> Ansprechpartner beim AS fuer den Schluesseltausch
        10   MV-AS-KONTAKT       PIC X(60).
**          ---> Vorwarnzeit in Tagen (0 = Standard aus RFCKEY7)
        10   MV-VORWARN-TAGE     PIC 9(03).
        10   FILLER              PIC X(109).
*R000118 - Ende

 FD  REPLY-DATEI
     RECORD IS VARYING IN SIZE
     88      W-SATZ-FEHLT                    VALUE ZERO.
     88      W-SATZ-DA                       VALUE 1.

*R000107 - Anfang
**  ---> Absender fuer den UMSIFSF-Server
 01          K-MODUL             PIC X(08)   VALUE "PFCMNT7S".

**  ---> Vorher-/Nachher-Bild eines Nachbucher-Eintrags
 01          W-ASY-BILD.
     05      WAB-FUNKTION        PIC X(01).
     05      WAB-PNR             PIC 9(02).
     05      WAB-TERMNR          PIC 9(08).
     05      WAB-TRACENR         PIC 9(06).
     05      WAB-ISONTYP         PIC 9(04).
     05      WAB-KZ-BEARB        PIC X(01).
     05      WAB-ANZ-REP         PIC 9(04).
     05      WAB-ROUTKZ          PIC 9(04).
     05      WAB-CARDID          PIC 9(04).
     05      WAB-TRACENR-AS      PIC 9(06).
     05      WAB-KEY-NAME        PIC X(04).
     05      WAB-GRUND           PIC X(60).

**  ---> Kartennummer fuer die Anzeige (maskiert)
 01          W-KANR-ANZ          PIC X(19)   VALUE SPACES.
 01          W-KANR-LEN          PIC S9(04) COMP VALUE ZEROS.
 01          W-MASK-LEN          PIC S9(04) COMP VALUE ZEROS.
 01          W-ISO-FLAG          PIC 9       VALUE ZERO.
     88      W-ISO-OK                        VALUE ZERO.
     88      W-ISO-FEHLER                    VALUE 1.
 01          W-DLQ-STATUS        PIC X(01)   VALUE SPACE.
*R000107 - Ende

*R000109 - Anfang
**  ---> Kartenregeln: Token zur Kartennummer (=PANVAULT)
 01          W-KANR              PIC X(19)   VALUE SPACES.
 01          W-PV-LFDNR          PIC 9(17)   VALUE ZEROS.
 01          W-TOKEN-FLAG        PIC 9       VALUE ZERO.
     88      W-TOKEN-DA                      VALUE ZERO.
     88      W-TOKEN-FEHLT                   VALUE 1.
     88      W-TOKEN-NOK                     VALUE 9.
 01          W-CR-IND            PIC S9(04) COMP VALUE ZEROS.
 01          W-CR-FLAG           PIC 9       VALUE ZERO.
     88      W-CR-OK                         VALUE ZERO.
     88      W-CR-FEHLER                     VALUE 1.

**  ---> Vorher-Bild einer Kartenregel (Aufbau wie MNT-CARDRULE)
 01          W-CR-BILD.
     05      WCB-KANR            PIC X(19).
     05      WCB-VUNR            PIC X(15).
     05      WCB-WGR-LISTE       PIC X(60).
     05      WCB-WOTAGE          PIC X(07).
     05      WCB-ZEIT-VON        PIC 9(04).
     05      WCB-ZEIT-BIS        PIC 9(04).
     05      WCB-LAENDER         PIC X(30).
     05      WCB-MAX-FUELLUNG    PIC 9(10)V99.
     05      WCB-MAX-TAG         PIC 9(10)V99.

**          ---> Schnittstelle zum Krypto-Baustein PFCPVK7
     COPY    PFCPVK7C OF "=MSGLIB".
 01          PVK-RCODE-D         PIC 9(04)   VALUE ZEROS.
 01          PVK-HSM-RCODE-D     PIC -9(04)  VALUE ZEROS.
*R000109 - Ende

*R000114 - Anfang
**  ---> Basis-Verfahren mit eigener D3xx-Verarbeitung (wie
**  ---> C310-AS-PROFIL in den Online-Servern)
 01          W-BASIS-VERF        PIC 9(02)   VALUE ZEROS.
     88      W-BASIS-VERF-OK                 VALUE 05 07 10 12 14
                                                   15 16 17 18 22
                                                   23 24 25.
*R000114 - Ende

*R000118 - Anfang
**  ---> Pruefung Schluesselinventar: Gueltigkeit als Datum
 01          W-KI-DATUM-X        PIC X(10)   VALUE SPACES.
 01          W-KI-DATUM          PIC 9(08)   VALUE ZEROS.
 01          W-KI-DATUM-R REDEFINES W-KI-DATUM.
     05      WKI-JHJJ            PIC X(04).
     05      WKI-MM              PIC X(02).
     05      WKI-TT              PIC X(02).
 01          W-KI-AB             PIC 9(08)   VALUE ZEROS.
 01          W-KI-BIS            PIC 9(08)   VALUE ZEROS.
 01          W-KI-FLAG           PIC 9       VALUE ZERO.
     88      W-KI-OK                         VALUE ZERO.
     88      W-KI-FEHLER                     VALUE 1.
 01          W-KI-ANZ            PIC S9(04) COMP VALUE ZEROS.
*R000118 - Ende

**  ---> Zerlegung KZ_ABWEICHUNG (wie U400-INTERPRET-ABWEICHUNG)
 01          C4-ANZ              PIC S9(04) COMP VALUE ZEROS.
 01          C4-PTR              PIC S9(04) COMP VALUE ZEROS.
**          ---> Fehlerstruktur fuer die Fehlertabelle (WSYS022)
     COPY    WSYS022C OF "=MSGLIB".

*R000107 - Anfang
**          ---> Schnittstelle WISO207 (ISO <-> COBOL)
     COPY    WISO207C OF "=MSGLIB"
             REPLACING =="*"== BY ==W207==.

**          ---> Schnittstelle UMSIFSF-Server (wie PFCSWP7)
     COPY    WUMSO07C OF "=MSGLIB"
             REPLACING =="*"== BY ==WUMS==.
*R000107 - Ende

 EXEC SQL
     INCLUDE SQLCA
 END-EXEC
 END-EXEC
*R000055 - Ende

*R000107 - Anfang
**  ---> Warteschlange des Nachbuchers und Dead-Letter-Ablage
 EXEC SQL
    INVOKE =ASYNC70 AS ASYNC70
 END-EXEC

 EXEC SQL
    INVOKE =ASYNCDLQ AS ASYNCDLQ
 END-EXEC

**  ---> Fuehrungstabelle und offene Reservierungen (Storno)
 EXEC SQL
    INVOKE =TXILOG70 AS TXILOG70
 END-EXEC

 EXEC SQL
    INVOKE =UMSWEAT AS UMSWEAT
 END-EXEC
*R000107 - Ende

*R000109 - Anfang
**  ---> Nutzungsregeln je Karte und PAN-Tresor
 EXEC SQL
    INVOKE =CARDRULE AS CARDRULE
 END-EXEC

 EXEC SQL
    INVOKE =PANVAULT AS PANVAULT
 END-EXEC

 EXEC SQL
    INVOKE =PANVSEQ AS PANVSEQ
 END-EXEC
*R000109 - Ende

*R000114 - Anfang
**  ---> Acquirer-Profil und Artikelcode-Uebersetzung
 EXEC SQL
    INVOKE =ASPROFIL AS ASPROFIL
 END-EXEC

 EXEC SQL
    INVOKE =ARTCODE AS ARTCODE
 END-EXEC
*R000114 - Ende

*R000118 - Anfang
**  ---> Schluesselinventar je KEYNAME
 EXEC SQL
    INVOKE =KEYINV AS KEYINV
 END-EXEC
*R000118 - Ende

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

     END-EVALUATE

*R000109 - Anfang
**  ---> Kartenregeln: pruefen und die Kartennummer durch das
**  ---> Token ersetzen, BEVOR etwas abgelegt wird - weder in
**  ---> =MNTSTAGE noch in =FCMNTH steht eine Klartext-Nummer
     IF  MNT-TAB-CARDRULE
         PERFORM C370-KARTENREGEL-VORBEREITEN
         IF  MNT-RC NOT = ZEROS
             EXIT SECTION
         END-IF
     END-IF
*R000109 - Ende

**  ---> Aktivierungsdatum in der Zukunft: zurueckstellen
     IF  MNT-AKTIV-DATUM NOT = SPACES
     AND MNT-AKTIV-DATUM > TAGESDATUM (1:10)
                 TO MNT-MELDUNG
             EXIT SECTION
         END-IF
*R000107 - Anfang
         IF  MNT-TAB-ASYNC70
             MOVE 14 TO MNT-RC
             MOVE "ASYNC70-Bearbeitung nicht zurueckstellbar"
                 TO MNT-MELDUNG
             EXIT SECTION
         END-IF
*R000107 - Ende
         PERFORM D100-STAGE-EINSTELLEN
         EXIT SECTION
     END-IF
*R000055 - Anfang
         WHEN MNT-TAB-MACQUAR    PERFORM C350-MACQUAR-FREIGEBEN
*R000055 - Ende
*R000107 - Anfang
         WHEN MNT-TAB-ASYNC70    PERFORM C360-ASYNC70-BEARBEITEN
*R000107 - Ende
*R000109 - Anfang
         WHEN MNT-TAB-CARDRULE   PERFORM C380-KARTENREGEL-PFLEGEN
*R000109 - Ende
*R000114 - Anfang
         WHEN MNT-TAB-ASPROFIL   PERFORM C390-ASPROFIL-PFLEGEN
         WHEN MNT-TAB-ARTCODE    PERFORM C395-ARTCODE-PFLEGEN
*R000114 - Ende
*R000118 - Anfang
         WHEN MNT-TAB-KEYINV     PERFORM C398-KEYINV-PFLEGEN
*R000118 - Ende
         WHEN OTHER              MOVE 12 TO MNT-RC
                                 MOVE "Unbekannte Tabelle"
                                     TO MNT-MELDUNG
     EXIT.
*R000055 - Ende

*R000107 - Anfang
******************************************************************
* Bearbeitung eines Dead-Letter-Eintrags des Nachbuchers
* (=ASYNC70 KZ_BEARB "D", abgestellt von PFCRGN7). Aktion ist
* immer "U", die Funktion steht in MA-FUNKTION:
*   A = anzeigen (Felder, letzter Fehler, Nachricht mit
*       maskierter Kartennummer)
*   K = korrigieren (ROUTKZ, CARDID, TRACENR_AS, KEY_NAME)
*   W = wieder einstellen (KZ_BEARB "A", ANZ_REP 1)
*   S = stornieren mit Grund (KZ_BEARB "X", =TXILOG70 auf "X"
*       ausser Stand-In "S", offene =UMSWEAT-Reservierung
*       schliessen)
* Jede Funktion - auch die Anzeige - hinterlaesst eine Zeile in
* =FCMNTH; alles in einer TMF-Transaktion
******************************************************************
 C360-ASYNC70-BEARBEITEN SECTION.
 C360-00.
     IF  NOT MNT-UPDATE
         MOVE 13 TO MNT-RC
         MOVE "Fuer ASYNC70 ist nur Bearbeitung (U) zulaessig"
             TO MNT-MELDUNG
         EXIT SECTION
     END-IF
     IF  NOT MA-ANZEIGEN
     AND NOT MA-KORRIGIEREN
     AND NOT MA-WIEDEREINSTELLEN
     AND NOT MA-STORNIEREN
         MOVE 50 TO MNT-RC
         MOVE "Unbekannte Funktion (A/K/W/S erwartet)"
             TO MNT-MELDUNG
         EXIT SECTION
     END-IF
     IF  MA-STORNIEREN
     AND MA-GRUND = SPACES
         MOVE 52 TO MNT-RC
         MOVE "Stornogrund fehlt" TO MNT-MELDUNG
         EXIT SECTION
     END-IF

     MOVE MA-PNR     TO PNR     OF ASYNC70
     MOVE MA-TERMNR  TO TERMNR  OF ASYNC70
     MOVE MA-TRACENR TO TRACENR OF ASYNC70
     MOVE MA-ISONTYP TO ISONTYP OF ASYNC70

     PERFORM U100-BEGIN
     PERFORM S330-SELECT-ASYNC70
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    PERFORM U120-ROLLBACK
                     MOVE 31 TO MNT-RC
                     MOVE "Satz nicht vorhanden" TO MNT-MELDUNG
                     EXIT SECTION
         WHEN OTHER  PERFORM U120-ROLLBACK
                     PERFORM Z002-PROGERR
                     EXIT SECTION
     END-EVALUATE

**  ---> Vorher-Bild
     MOVE SPACES TO W-ASY-BILD
     PERFORM C369-ASYNC70-BILD
     MOVE W-ASY-BILD TO W-BILD-VORHER

**  ---> aendernde Funktionen nur auf Dead-Letter-Eintraegen;
**  ---> alles andere gehoert noch dem Nachbucher
     IF  NOT MA-ANZEIGEN
     AND KZ-BEARB OF ASYNC70 NOT = "D"
         PERFORM U120-ROLLBACK
         MOVE 51 TO MNT-RC
         MOVE "Eintrag steht nicht auf Dead-Letter, KZ_BEARB "
             TO MNT-MELDUNG
         MOVE KZ-BEARB OF ASYNC70 TO MNT-MELDUNG (47:1)
         EXIT SECTION
     END-IF

     EVALUATE TRUE
         WHEN MA-ANZEIGEN          PERFORM C361-ASYNC70-ANZEIGEN
         WHEN MA-KORRIGIEREN       PERFORM C362-ASYNC70-KORRIGIEREN
         WHEN MA-WIEDEREINSTELLEN
             PERFORM C363-ASYNC70-WIEDEREINSTELLEN
         WHEN MA-STORNIEREN        PERFORM C364-ASYNC70-STORNIEREN
     END-EVALUATE
     IF  MNT-RC NOT = ZEROS
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF

**  ---> Nachher-Bild (bei der Anzeige unveraendert leer)
     IF  NOT MA-ANZEIGEN
         MOVE SPACES TO W-ASY-BILD
         PERFORM C369-ASYNC70-BILD
         MOVE W-ASY-BILD TO W-BILD-NACHHER
     END-IF

     PERFORM S300-HISTORIE-SCHREIBEN
     IF  MNT-RC = ZEROS
         PERFORM U110-COMMIT
     ELSE
         PERFORM U120-ROLLBACK
     END-IF
     .
 C360-99.
     EXIT.

******************************************************************
* Anzeige: Verwaltungsfelder, letzter Fehler aus =ASYNCDLQ und
* die wichtigsten Felder der Nachricht; die Kartennummer steht
* im Nachbucher-Bild im Klartext und wird nur maskiert gezeigt
******************************************************************
 C361-ASYNC70-ANZEIGEN SECTION.
 C361-00.
     MOVE KZ-BEARB OF ASYNC70 TO MA-KZ-BEARB
     MOVE ANZ-REP  OF ASYNC70 TO MA-ANZ-REP
     MOVE ZPUPD    OF ASYNC70 TO MA-ZPUPD
     MOVE SPACES              TO MA-FEHLER
                                 MA-KANR
                                 MA-BETRAG
                                 MA-AC-AS
     MOVE ZEROS               TO MA-NTYPE

     PERFORM S335-SELECT-ASYNCDLQ
     IF  SQLCODE OF SQLCA = ZERO
         MOVE FEHLER OF ASYNCDLQ TO MA-FEHLER
     END-IF

**  ---> Anfrage zerlegen
     IF  LEN OF ANFRAGE OF ASYNC70 > ZERO
         MOVE VAL OF ANFRAGE OF ASYNC70
              (1:LEN OF ANFRAGE OF ASYNC70)
                                        TO W207-ISOSTRING
         MOVE LEN OF ANFRAGE OF ASYNC70 TO W207-ISOLEN
         SET  W207-IFSF TO TRUE
         PERFORM L120-ISO2COB
         IF  W-ISO-OK
             MOVE W207-NTYPE TO MA-NTYPE
             IF  W207-TBMP(4) = 1
             AND W207-TLEN(4) > ZERO
                 MOVE W207-CF(W207-TPTR(4):W207-TLEN(4))
                   TO MA-BETRAG
             END-IF
**          ---> Kartennummer: erste 6 und letzte 4 Stellen
             IF  W207-TBMP(2) = 1
             AND W207-TLEN(2) > 10
             AND W207-TLEN(2) <= 19
                 MOVE W207-TLEN(2) TO W-KANR-LEN
                 MOVE SPACES TO W-KANR-ANZ
                 MOVE W207-CF(W207-TPTR(2):W-KANR-LEN)
                   TO W-KANR-ANZ
                 COMPUTE W-MASK-LEN = W-KANR-LEN - 10
                 MOVE ALL "*" TO W-KANR-ANZ (7:W-MASK-LEN)
                 MOVE W-KANR-ANZ TO MA-KANR
             END-IF
         END-IF
     END-IF

**  ---> Antwortcode einer evtl. vorhandenen AS-Antwort
     IF  LEN OF ANTWORT OF ASYNC70 > ZERO
         MOVE VAL OF ANTWORT OF ASYNC70
              (1:LEN OF ANTWORT OF ASYNC70)
                                        TO W207-ISOSTRING
         MOVE LEN OF ANTWORT OF ASYNC70 TO W207-ISOLEN
         SET  W207-IFSF TO TRUE
         PERFORM L120-ISO2COB
         IF  W-ISO-OK
         AND W207-TBMP(39) = 1
         AND W207-TLEN(39) > ZERO
             MOVE W207-CF(W207-TPTR(39):W207-TLEN(39)) TO MA-AC-AS
         END-IF
     END-IF

     MOVE "Eintrag angezeigt" TO MNT-MELDUNG
     .
 C361-99.
     EXIT.

******************************************************************
* Korrektur der Zustellfelder; der Eintrag bleibt auf "D", bis
* der Bediener ihn wieder einstellt
******************************************************************
 C362-ASYNC70-KORRIGIEREN SECTION.
 C362-00.
     IF  MA-ROUTKZ     = ZEROS
     AND MA-CARDID     = ZEROS
     AND MA-TRACENR-AS = ZEROS
     AND MA-KEY-NAME   = SPACES
         MOVE 53 TO MNT-RC
         MOVE "Keine Korrekturfelder angegeben" TO MNT-MELDUNG
         EXIT SECTION
     END-IF

     IF  MA-ROUTKZ NOT = ZEROS
         MOVE MA-ROUTKZ     TO ROUTKZ     OF ASYNC70
     END-IF
     IF  MA-CARDID NOT = ZEROS
         MOVE MA-CARDID     TO CARDID     OF ASYNC70
     END-IF
     IF  MA-TRACENR-AS NOT = ZEROS
         MOVE MA-TRACENR-AS TO TRACENR-AS OF ASYNC70
     END-IF
     IF  MA-KEY-NAME NOT = SPACES
         MOVE MA-KEY-NAME   TO KEY-NAME   OF ASYNC70
     END-IF

     PERFORM S340-UPDATE-ASYNC70
     IF  MNT-RC NOT = ZEROS
         EXIT SECTION
     END-IF
     MOVE "D" TO W-DLQ-STATUS
     PERFORM S345-UPDATE-ASYNCDLQ
     IF  MNT-RC = ZEROS
         MOVE "Eintrag korrigiert (bleibt auf D)" TO MNT-MELDUNG
     END-IF
     .
 C362-99.
     EXIT.

******************************************************************
* Wieder einstellen: der Nachbucher nimmt den Eintrag mit neuem
* Versuchszaehler wieder auf. Bei einer 1420 wird ein bereits
* aufgegebener =REVQUEUE-Eintrag ("F") wieder auf Quittung ("S")
* gestellt, damit PFCRGN7 den AC nachtraegt
******************************************************************
 C363-ASYNC70-WIEDEREINSTELLEN SECTION.
 C363-00.
     MOVE "A" TO KZ-BEARB OF ASYNC70
     MOVE 1   TO ANZ-REP  OF ASYNC70

     PERFORM S340-UPDATE-ASYNC70
     IF  MNT-RC NOT = ZEROS
         EXIT SECTION
     END-IF
     MOVE "W" TO W-DLQ-STATUS
     PERFORM S345-UPDATE-ASYNCDLQ
     IF  MNT-RC NOT = ZEROS
         EXIT SECTION
     END-IF
     IF  ISONTYP OF ASYNC70 = 1420
         PERFORM S360-UPDATE-REVQUEUE
         IF  MNT-RC NOT = ZEROS
             EXIT SECTION
         END-IF
     END-IF
     MOVE "Eintrag wieder eingestellt" TO MNT-MELDUNG
     .
 C363-99.
     EXIT.

******************************************************************
* Stornieren: Eintrag endgueltig aufgeben ("X"), Grund in
* =ASYNCDLQ; der Vorgang in =TXILOG70 geht auf "X" (eine Stand-In-
* Genehmigung behaelt ihr "S", siehe S350), eine noch
* offene Reservierung in =UMSWEAT wird ueber den UMSIFSF-Server
* geschlossen (wie PFCSWP7), damit die naechtliche Abstimmung
* den Vorgang nicht mehr als offen fuehrt
******************************************************************
 C364-ASYNC70-STORNIEREN SECTION.
 C364-00.
     MOVE "X" TO KZ-BEARB OF ASYNC70

     PERFORM S340-UPDATE-ASYNC70
     IF  MNT-RC NOT = ZEROS
         EXIT SECTION
     END-IF
     MOVE "X" TO W-DLQ-STATUS
     PERFORM S345-UPDATE-ASYNCDLQ
     IF  MNT-RC NOT = ZEROS
         EXIT SECTION
     END-IF
     PERFORM S350-UPDATE-TXILOG70
     IF  MNT-RC NOT = ZEROS
         EXIT SECTION
     END-IF
     PERFORM S355-UMSWEAT-SCHLIESSEN
     IF  MNT-RC = ZEROS
         MOVE "Eintrag storniert" TO MNT-MELDUNG
     END-IF
     .
 C364-99.
     EXIT.

******************************************************************
* Bild eines Nachbucher-Eintrags fuer die Historie
******************************************************************
 C369-ASYNC70-BILD SECTION.
 C369-00.
     MOVE MA-FUNKTION            TO WAB-FUNKTION
     MOVE PNR        OF ASYNC70  TO WAB-PNR
     MOVE TERMNR     OF ASYNC70  TO WAB-TERMNR
     MOVE TRACENR    OF ASYNC70  TO WAB-TRACENR
     MOVE ISONTYP    OF ASYNC70  TO WAB-ISONTYP
     MOVE KZ-BEARB   OF ASYNC70  TO WAB-KZ-BEARB
     MOVE ANZ-REP    OF ASYNC70  TO WAB-ANZ-REP
     MOVE ROUTKZ     OF ASYNC70  TO WAB-ROUTKZ
     MOVE CARDID     OF ASYNC70  TO WAB-CARDID
     MOVE TRACENR-AS OF ASYNC70  TO WAB-TRACENR-AS
     MOVE KEY-NAME   OF ASYNC70  TO WAB-KEY-NAME
     IF  MA-STORNIEREN
         MOVE MA-GRUND           TO WAB-GRUND
     END-IF
     .
 C369-99.
     EXIT.
*R000107 - Ende

*R000109 - Anfang
******************************************************************
* Kartenregel vorbereiten: Pflichtfelder und Werte pruefen und
* die Kartennummer durch das PAN-Token ersetzen (RC 24-28)
******************************************************************
 C370-KARTENREGEL-VORBEREITEN SECTION.
 C370-00.
     IF  MR-KANR = SPACES
         MOVE 24 TO MNT-RC
         MOVE "Kartennummer fehlt" TO MNT-MELDUNG
         EXIT SECTION
     END-IF

     IF  MNT-INSERT OR MNT-UPDATE
         PERFORM V110-PRUEFEN-KARTENREGEL
         IF  MNT-RC NOT = ZEROS
             EXIT SECTION
         END-IF
     END-IF

**  ---> Token ("99" + laufende Nummer) wird unveraendert
**  ---> uebernommen, eine Kartennummer wird ersetzt
     IF  MR-KANR (1:2) NOT = "99"
         PERFORM C371-KARTENREGEL-TOKEN
     END-IF
     .
 C370-99.
     EXIT.

******************************************************************
* Token zur Kartennummer holen bzw. neu vergeben (wie S261/S262
* in PFCPRE7); beim Loeschen wird kein Token angelegt
******************************************************************
 C371-KARTENREGEL-TOKEN SECTION.
 C371-00.
     MOVE MR-KANR TO W-KANR
     MOVE ZEROS   TO W-KANR-LEN
     INSPECT W-KANR TALLYING W-KANR-LEN
         FOR CHARACTERS BEFORE INITIAL SPACE
     IF  W-KANR-LEN < 13
     OR  W-KANR (1:W-KANR-LEN) IS NOT NUMERIC
         MOVE 24 TO MNT-RC
         MOVE "Kartennummer ungueltig" TO MNT-MELDUNG
         EXIT SECTION
     END-IF

     PERFORM S370-SELECT-PANVAULT
     IF  W-TOKEN-FEHLT
         IF  MNT-DELETE
             MOVE 31 TO MNT-RC
             MOVE "Satz nicht vorhanden" TO MNT-MELDUNG
             EXIT SECTION
         END-IF
         PERFORM U100-BEGIN
         PERFORM S375-INSERT-PANVAULT
         IF  W-TOKEN-DA
             PERFORM U110-COMMIT
         ELSE
             PERFORM U120-ROLLBACK
         END-IF
     END-IF

     IF  NOT W-TOKEN-DA
         IF  MNT-RC = ZEROS
             MOVE 99 TO MNT-RC
             MOVE "Token zur Kartennummer nicht ermittelbar"
                 TO MNT-MELDUNG
         END-IF
         EXIT SECTION
     END-IF

     MOVE TOKEN OF PANVAULT TO MR-KANR
     MOVE SPACES            TO W-KANR
     .
 C371-99.
     EXIT.

******************************************************************
* Pflege =CARDRULE (Schluessel Token)
******************************************************************
 C380-KARTENREGEL-PFLEGEN SECTION.
 C380-00.
**  ---> Vorher-Bild lesen
     SET W-SATZ-FEHLT TO TRUE
     EXEC SQL
         SELECT  VUNR, WGR_LISTE, WOTAGE, ZEIT_VON, ZEIT_BIS
                ,LAENDER, MAX_FUELLUNG, MAX_TAG
           INTO :VUNR         of CARDRULE
               ,:WGR-LISTE    of CARDRULE
               ,:WOTAGE       of CARDRULE
               ,:ZEIT-VON     of CARDRULE
               ,:ZEIT-BIS     of CARDRULE
               ,:LAENDER      of CARDRULE
               ,:MAX-FUELLUNG of CARDRULE
               ,:MAX-TAG      of CARDRULE
           FROM  =CARDRULE
          WHERE  KANR = :MR-KANR
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SATZ-DA TO TRUE
                     MOVE MR-KANR                  TO WCB-KANR
                     MOVE VUNR         OF CARDRULE TO WCB-VUNR
                     MOVE WGR-LISTE    OF CARDRULE TO WCB-WGR-LISTE
                     MOVE WOTAGE       OF CARDRULE TO WCB-WOTAGE
                     MOVE ZEIT-VON     OF CARDRULE TO WCB-ZEIT-VON
                     MOVE ZEIT-BIS     OF CARDRULE TO WCB-ZEIT-BIS
                     MOVE LAENDER      OF CARDRULE TO WCB-LAENDER
                     MOVE MAX-FUELLUNG OF CARDRULE
                       TO WCB-MAX-FUELLUNG
                     MOVE MAX-TAG      OF CARDRULE TO WCB-MAX-TAG
                     MOVE W-CR-BILD TO W-BILD-VORHER
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
                     EXIT SECTION
     END-EVALUATE

     IF  (MNT-INSERT AND W-SATZ-DA)
         MOVE 30 TO MNT-RC
         MOVE "Satz existiert bereits" TO MNT-MELDUNG
         EXIT SECTION
     END-IF
     IF  (MNT-UPDATE OR MNT-DELETE) AND W-SATZ-FEHLT
         MOVE 31 TO MNT-RC
         MOVE "Satz nicht vorhanden" TO MNT-MELDUNG
         EXIT SECTION
     END-IF

     MOVE MNT-USER TO BENUTZER OF CARDRULE

     PERFORM U100-BEGIN

     EVALUATE TRUE

         WHEN MNT-INSERT
             MOVE MNT-CARDRULE TO W-BILD-NACHHER
             EXEC SQL
                 INSERT
                   INTO  =CARDRULE
                         ( KANR, VUNR, WGR_LISTE, WOTAGE
                         , ZEIT_VON, ZEIT_BIS, LAENDER
                         , MAX_FUELLUNG, MAX_TAG
                         , BENUTZER, ZPUPD )
                 VALUES  ( :MR-KANR, :MR-VUNR, :MR-WGR-LISTE
                         , :MR-WOTAGE, :MR-ZEIT-VON, :MR-ZEIT-BIS
                         , :MR-LAENDER, :MR-MAX-FUELLUNG
                         , :MR-MAX-TAG, :BENUTZER of CARDRULE
                         , current  YEAR TO FRACTION(2) )
             END-EXEC

         WHEN MNT-UPDATE
             MOVE MNT-CARDRULE TO W-BILD-NACHHER
             EXEC SQL
                 UPDATE  =CARDRULE
                    SET  VUNR         = :MR-VUNR
                       , WGR_LISTE    = :MR-WGR-LISTE
                       , WOTAGE       = :MR-WOTAGE
                       , ZEIT_VON     = :MR-ZEIT-VON
                       , ZEIT_BIS     = :MR-ZEIT-BIS
                       , LAENDER      = :MR-LAENDER
                       , MAX_FUELLUNG = :MR-MAX-FUELLUNG
                       , MAX_TAG      = :MR-MAX-TAG
                       , BENUTZER     = :BENUTZER of CARDRULE
                       , ZPUPD        = current  YEAR TO FRACTION(2)
                  WHERE  KANR = :MR-KANR
             END-EXEC

         WHEN MNT-DELETE
             EXEC SQL
                 DELETE
                   FROM  =CARDRULE
                  WHERE  KANR = :MR-KANR
             END-EXEC

     END-EVALUATE

     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM U120-ROLLBACK
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

     PERFORM S300-HISTORIE-SCHREIBEN
     IF  MNT-RC = ZEROS
         PERFORM U110-COMMIT
         MOVE "CARDRULE gepflegt" TO MNT-MELDUNG
     ELSE
         PERFORM U120-ROLLBACK
     END-IF
     .
 C380-99.
     EXIT.
*R000109 - Ende

*R000114 - Anfang
******************************************************************
* Pflege =ASPROFIL: Basis-Verfahren je ROUTKZ; nur Verfahren mit
* eigener D3xx-Verarbeitung sind zulaessig
******************************************************************
 C390-ASPROFIL-PFLEGEN SECTION.
 C390-00.
     IF  MNT-INSERT OR MNT-UPDATE
         IF  MP-ROUTKZ = ZEROS
             MOVE 55 TO MNT-RC
             MOVE "ROUTKZ fehlt" TO MNT-MELDUNG
             EXIT SECTION
         END-IF
         MOVE MP-BASIS-VERF TO W-BASIS-VERF
         IF  NOT W-BASIS-VERF-OK
             MOVE 56 TO MNT-RC
             MOVE "BASIS_VERF ohne eigene Verarbeitung"
                 TO MNT-MELDUNG
             EXIT SECTION
         END-IF
     END-IF

**  ---> Vorher-Bild lesen
     SET W-SATZ-FEHLT TO TRUE
     EXEC SQL
         SELECT  BASIS_VERF
           INTO :BASIS-VERF of ASPROFIL
           FROM  =ASPROFIL
          WHERE  ROUTKZ = :MP-ROUTKZ
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SATZ-DA TO TRUE
                     MOVE MNT-ASPROFIL TO W-BILD-VORHER
                     MOVE BASIS-VERF OF ASPROFIL
                       TO W-BILD-VORHER (5:2)
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
                     EXIT SECTION
     END-EVALUATE

     IF  (MNT-INSERT AND W-SATZ-DA)
         MOVE 30 TO MNT-RC
         MOVE "Satz existiert bereits" TO MNT-MELDUNG
         EXIT SECTION
     END-IF
     IF  (MNT-UPDATE OR MNT-DELETE) AND W-SATZ-FEHLT
         MOVE 31 TO MNT-RC
         MOVE "Satz nicht vorhanden" TO MNT-MELDUNG
         EXIT SECTION
     END-IF

     PERFORM U100-BEGIN

     EVALUATE TRUE

         WHEN MNT-INSERT
             MOVE MNT-ASPROFIL TO W-BILD-NACHHER
             EXEC SQL
                 INSERT
                   INTO  =ASPROFIL
                         ( ROUTKZ, BASIS_VERF )
                 VALUES  ( :MP-ROUTKZ, :MP-BASIS-VERF )
             END-EXEC

         WHEN MNT-UPDATE
             MOVE MNT-ASPROFIL TO W-BILD-NACHHER
             EXEC SQL
                 UPDATE  =ASPROFIL
                    SET  BASIS_VERF = :MP-BASIS-VERF
                  WHERE  ROUTKZ     = :MP-ROUTKZ
             END-EXEC

         WHEN MNT-DELETE
             EXEC SQL
                 DELETE
                   FROM  =ASPROFIL
                  WHERE  ROUTKZ = :MP-ROUTKZ
             END-EXEC

     END-EVALUATE

     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM U120-ROLLBACK
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

     PERFORM S300-HISTORIE-SCHREIBEN
     IF  MNT-RC = ZEROS
         PERFORM U110-COMMIT
         MOVE "ASPROFIL gepflegt" TO MNT-MELDUNG
     ELSE
         PERFORM U120-ROLLBACK
     END-IF
     .
 C390-99.
     EXIT.

******************************************************************
* Pflege =ARTCODE: Uebersetzung eigene WGR/ARTNR -> AS-WGR/-ARTNR
* je ROUTKZ mit Mengenfaktor und Nachkommastellen (Auswertung in
* D4xx von PFCFAD7/PFCOFF7)
******************************************************************
 C395-ARTCODE-PFLEGEN SECTION.
 C395-00.
     IF  MNT-INSERT OR MNT-UPDATE
         IF  MC-ROUTKZ = ZEROS
         OR  MC-WGR    = SPACES
             MOVE 57 TO MNT-RC
             MOVE "ROUTKZ oder WGR fehlt" TO MNT-MELDUNG
             EXIT SECTION
         END-IF
         IF  MC-AS-WGR = SPACES
         OR  MC-FAKTOR = ZEROS
             MOVE 58 TO MNT-RC
             MOVE "AS_WGR fehlt oder FAKTOR ist 0" TO MNT-MELDUNG
             EXIT SECTION
         END-IF
     END-IF

**  ---> Vorher-Bild lesen
     SET W-SATZ-FEHLT TO TRUE
     EXEC SQL
         SELECT  AS_WGR, AS_ARTNR, FAKTOR, NKSTELLEN
           INTO :AS-WGR    of ARTCODE
               ,:AS-ARTNR  of ARTCODE
               ,:FAKTOR    of ARTCODE
               ,:NKSTELLEN of ARTCODE
           FROM  =ARTCODE
          WHERE  ROUTKZ = :MC-ROUTKZ
            AND  WGR    = :MC-WGR
            AND  ARTNR  = :MC-ARTNR
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SATZ-DA TO TRUE
                     MOVE MNT-ARTCODE TO W-BILD-VORHER
                     MOVE AS-WGR    OF ARTCODE TO W-BILD-VORHER (14:03)
                     MOVE AS-ARTNR  OF ARTCODE TO W-BILD-VORHER (17:06)
                     MOVE FAKTOR    OF ARTCODE TO W-BILD-VORHER (23:05)
                     MOVE NKSTELLEN OF ARTCODE TO W-BILD-VORHER (28:01)
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
                     EXIT SECTION
     END-EVALUATE

     IF  (MNT-INSERT AND W-SATZ-DA)
         MOVE 30 TO MNT-RC
         MOVE "Satz existiert bereits" TO MNT-MELDUNG
         EXIT SECTION
     END-IF
     IF  (MNT-UPDATE OR MNT-DELETE) AND W-SATZ-FEHLT
         MOVE 31 TO MNT-RC
         MOVE "Satz nicht vorhanden" TO MNT-MELDUNG
         EXIT SECTION
     END-IF

     PERFORM U100-BEGIN

     EVALUATE TRUE

         WHEN MNT-INSERT
             MOVE MNT-ARTCODE TO W-BILD-NACHHER
             EXEC SQL
                 INSERT
                   INTO  =ARTCODE
                         ( ROUTKZ, WGR, ARTNR, AS_WGR, AS_ARTNR
                         , FAKTOR, NKSTELLEN )
                 VALUES  ( :MC-ROUTKZ, :MC-WGR, :MC-ARTNR
                         , :MC-AS-WGR, :MC-AS-ARTNR
                         , :MC-FAKTOR, :MC-NKSTELLEN )
             END-EXEC

         WHEN MNT-UPDATE
             MOVE MNT-ARTCODE TO W-BILD-NACHHER
             EXEC SQL
                 UPDATE  =ARTCODE
                    SET  AS_WGR    = :MC-AS-WGR
                       , AS_ARTNR  = :MC-AS-ARTNR
                       , FAKTOR    = :MC-FAKTOR
                       , NKSTELLEN = :MC-NKSTELLEN
                  WHERE  ROUTKZ = :MC-ROUTKZ
                    AND  WGR    = :MC-WGR
                    AND  ARTNR  = :MC-ARTNR
             END-EXEC

         WHEN MNT-DELETE
             EXEC SQL
                 DELETE
                   FROM  =ARTCODE
                  WHERE  ROUTKZ = :MC-ROUTKZ
                    AND  WGR    = :MC-WGR
                    AND  ARTNR  = :MC-ARTNR
             END-EXEC

     END-EVALUATE

     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM U120-ROLLBACK
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

     PERFORM S300-HISTORIE-SCHREIBEN
     IF  MNT-RC = ZEROS
         PERFORM U110-COMMIT
         MOVE "ARTCODE gepflegt" TO MNT-MELDUNG
     ELSE
         PERFORM U120-ROLLBACK
     END-IF
     .
 C395-99.
     EXIT.
*R000114 - Ende

*R000118 - Anfang
******************************************************************
* Pflege =KEYINV: Schluesselinventar je KEYNAME (Typ, Pruefwert,
* Gueltigkeit, Verwahrer, Ansprechpartner beim AS); Ablaufwarnung
* und KCV-Abgleich gegen das Sicherheitsmodul in RFCKEY7
******************************************************************
 C398-KEYINV-PFLEGEN SECTION.
 C398-00.
     IF  MNT-INSERT OR MNT-UPDATE
         PERFORM V120-PRUEFEN-KEYINV
         IF  MNT-RC NOT = ZEROS
             EXIT SECTION
         END-IF
     END-IF

**  ---> Vorher-Bild lesen
     SET W-SATZ-FEHLT TO TRUE
     EXEC SQL
         SELECT  KEYTYP, KCV, GUELTIG_AB, GUELTIG_BIS
               , VERWAHRER_1, VERWAHRER_2, VERWAHRER_3
               , AS_KONTAKT, VORWARN_TAGE
           INTO :KEYTYP       of KEYINV
               ,:KCV          of KEYINV
               ,:GUELTIG-AB   of KEYINV
               ,:GUELTIG-BIS  of KEYINV
               ,:VERWAHRER-1  of KEYINV
               ,:VERWAHRER-2  of KEYINV
               ,:VERWAHRER-3  of KEYINV
               ,:AS-KONTAKT   of KEYINV
               ,:VORWARN-TAGE of KEYINV
           FROM  =KEYINV
          WHERE  KEYNAME = :MV-KEYNAME
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SATZ-DA TO TRUE
                     MOVE MNT-KEYINV TO W-BILD-VORHER
                     MOVE KEYTYP       OF KEYINV
                       TO W-BILD-VORHER (  9:04)
                     MOVE KCV          OF KEYINV
                       TO W-BILD-VORHER ( 13:06)
                     MOVE GUELTIG-AB   OF KEYINV
                       TO W-BILD-VORHER ( 19:10)
                     MOVE GUELTIG-BIS  OF KEYINV
                       TO W-BILD-VORHER ( 29:10)
                     MOVE VERWAHRER-1  OF KEYINV
                       TO W-BILD-VORHER ( 39:30)
                     MOVE VERWAHRER-2  OF KEYINV
                       TO W-BILD-VORHER ( 69:30)
                     MOVE VERWAHRER-3  OF KEYINV
                       TO W-BILD-VORHER ( 99:30)
                     MOVE AS-KONTAKT   OF KEYINV
                       TO W-BILD-VORHER (129:60)
                     MOVE VORWARN-TAGE OF KEYINV
                       TO W-BILD-VORHER (189:03)
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
                     EXIT SECTION
     END-EVALUATE

     IF  (MNT-INSERT AND W-SATZ-DA)
         MOVE 30 TO MNT-RC
         MOVE "Satz existiert bereits" TO MNT-MELDUNG
         EXIT SECTION
     END-IF
     IF  (MNT-UPDATE OR MNT-DELETE) AND W-SATZ-FEHLT
         MOVE 31 TO MNT-RC
         MOVE "Satz nicht vorhanden" TO MNT-MELDUNG
         EXIT SECTION
     END-IF

     PERFORM U100-BEGIN

     EVALUATE TRUE

         WHEN MNT-INSERT
             MOVE MNT-KEYINV TO W-BILD-NACHHER
             EXEC SQL
                 INSERT
                   INTO  =KEYINV
                         ( KEYNAME, KEYTYP, KCV, GUELTIG_AB
                         , GUELTIG_BIS, VERWAHRER_1, VERWAHRER_2
                         , VERWAHRER_3, AS_KONTAKT, VORWARN_TAGE )
                 VALUES  ( :MV-KEYNAME, :MV-KEYTYP, :MV-KCV
                         , :MV-GUELTIG-AB, :MV-GUELTIG-BIS
                         , :MV-VERWAHRER-1, :MV-VERWAHRER-2
                         , :MV-VERWAHRER-3, :MV-AS-KONTAKT
                         , :MV-VORWARN-TAGE )
             END-EXEC

         WHEN MNT-UPDATE
             MOVE MNT-KEYINV TO W-BILD-NACHHER
             EXEC SQL
                 UPDATE  =KEYINV
                    SET  KEYTYP       = :MV-KEYTYP
                       , KCV          = :MV-KCV
                       , GUELTIG_AB   = :MV-GUELTIG-AB
                       , GUELTIG_BIS  = :MV-GUELTIG-BIS
                       , VERWAHRER_1  = :MV-VERWAHRER-1
                       , VERWAHRER_2  = :MV-VERWAHRER-2
                       , VERWAHRER_3  = :MV-VERWAHRER-3
                       , AS_KONTAKT   = :MV-AS-KONTAKT
                       , VORWARN_TAGE = :MV-VORWARN-TAGE
                  WHERE  KEYNAME = :MV-KEYNAME
             END-EXEC

         WHEN MNT-DELETE
             EXEC SQL
                 DELETE
                   FROM  =KEYINV
                  WHERE  KEYNAME = :MV-KEYNAME
             END-EXEC

     END-EVALUATE

     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM U120-ROLLBACK
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

     PERFORM S300-HISTORIE-SCHREIBEN
     IF  MNT-RC = ZEROS
         PERFORM U110-COMMIT
         MOVE "KEYINV gepflegt" TO MNT-MELDUNG
     ELSE
         PERFORM U120-ROLLBACK
     END-IF
     .
 C398-99.
     EXIT.
*R000118 - Ende

******************************************************************
* Faellige zurueckgestellte Aenderungen ausfuehren (Aktion "A");
* jede faellige Zeile wird wie eine frisch eingegangene Pflege-
* Nachricht behandelt und danach auf "E" gestellt
******************************************************************
 C400-STAGE-AKTIVIEREN SECTION.
 C400-00.
     PERFORM S320-OPEN-MNTSTAGE-CURSOR
     PERFORM S321-FETCH-MNTSTAGE-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
**      ---> Stage-Zeile in die Nachricht uebernehmen
         MOVE AKTION   OF MNTSTAGE TO MNT-AKTION
         MOVE TABELLE  OF MNTSTAGE TO MNT-TABELLE
         MOVE BENUTZER OF MNTSTAGE TO MNT-USER
         MOVE SPACES               TO MNT-AKTIV-DATUM
         MOVE DATEN    OF MNTSTAGE TO MNT-DATEN
         MOVE ZEROS                TO MNT-RC
         MOVE SPACES               TO W-BILD-VORHER
                                      W-BILD-NACHHER

         EVALUATE TRUE
             WHEN MNT-TAB-FCPARAM   PERFORM C100-FCPARAM-PFLEGEN
             WHEN MNT-TAB-KEYNAMEN  PERFORM C200-KEYNAMEN-PFLEGEN
             WHEN MNT-TAB-IFSFAC    PERFORM C300-IFSFAC-PFLEGEN
*R000109 - Anfang
             WHEN MNT-TAB-CARDRULE  PERFORM C380-KARTENREGEL-PFLEGEN
*R000109 - Ende
*R000114 - Anfang
             WHEN MNT-TAB-ASPROFIL  PERFORM C390-ASPROFIL-PFLEGEN
             WHEN MNT-TAB-ARTCODE   PERFORM C395-ARTCODE-PFLEGEN
*R000114 - Ende
*R000118 - Anfang
             WHEN MNT-TAB-KEYINV    PERFORM C398-KEYINV-PFLEGEN
*R000118 - Ende
         END-EVALUATE

         IF  MNT-RC = ZEROS
             MOVE "E" TO KZ-STATUS OF MNTSTAGE
         ELSE
**          ---> fehlgeschlagene Aktivierung stehen lassen und
**          ---> ueber die Fehlertabelle melden
             MOVE "F" TO KZ-STATUS OF MNTSTAGE
             MOVE 2002 TO ERROR-NR OF GEN-ERROR
             MOVE "Aktivierung zurueckgestellter Aenderung "
                 TO DATEN-BUFFER1
             STRING  "LFDNR " LFDNR OF MNTSTAGE
                     " RC "   MNT-RC
                         delimited by size
               INTO  DATEN-BUFFER2
             END-STRING
             PERFORM Z999-ERRLOG
         END-IF
         PERFORM U100-BEGIN
         PERFORM S325-UPDATE-MNTSTAGE
         PERFORM U110-COMMIT

         PERFORM S321-FETCH-MNTSTAGE-CURSOR
     END-PERFORM
     PERFORM S322-CLOSE-MNTSTAGE-CURSOR

     MOVE ZEROS TO MNT-RC
     MOVE "Aktivierungslauf beendet" TO MNT-MELDUNG
     MOVE "A"        TO MNT-AKTION
     MOVE SPACES     TO MNT-TABELLE
     .
 C400-99.
     EXIT.

******************************************************************
* Aenderung mit Aktivierungsdatum in der Zukunft zurueckstellen
******************************************************************
 D100-STAGE-EINSTELLEN SECTION.
 D100-00.
**  ---> auch zurueckgestellte Aenderungen werden vorab geprueft
     IF  MNT-TAB-FCPARAM
     AND (MNT-INSERT OR MNT-UPDATE)
         PERFORM V100-PRUEFEN-ABWEICHUNG
         IF  W-ABW-FEHLER
             MOVE 20 TO MNT-RC
             MOVE "KZ_ABWEICHUNG syntaktisch fehlerhaft"
                 TO MNT-MELDUNG
             EXIT SECTION
         END-IF
     END-IF
*R000118 - Anfang
     IF  MNT-TAB-KEYINV
     AND (MNT-INSERT OR MNT-UPDATE)
         PERFORM V120-PRUEFEN-KEYINV
         IF  MNT-RC NOT = ZEROS
             EXIT SECTION
         END-IF
     END-IF
*R000118 - Ende

     PERFORM U100-BEGIN
     PERFORM S310-INSERT-MNTSTAGE
     IF  W-SQL-OK
         PERFORM U110-COMMIT
         MOVE "Aenderung zurueckgestellt bis " TO MNT-MELDUNG
         MOVE MNT-AKTIV-DATUM TO MNT-MELDUNG (31:10)
     ELSE
         PERFORM U120-ROLLBACK
         MOVE 40 TO MNT-RC
         MOVE "Zurueckstellen fehlgeschlagen" TO MNT-MELDUNG
     END-IF
     .
 D100-99.
     EXIT.

******************************************************************
* Lesen Message-Datei $RECEIVE
******************************************************************
 R000-LESEN-MESSAGE SECTION.
 R000-00.
     READ MESSAGE-DATEI
     IF  FILE-NOK
         SET MSG-EOF TO TRUE
     END-IF
     .
 R000-99.
     EXIT.

******************************************************************
* Schreiben Reply-Datei $RECEIVE
******************************************************************
 S000-SCHREIBEN-REPLY SECTION.
 S000-00.
     IF  MSG-EOF
         EXIT SECTION
     END-IF
     MOVE 389 TO REPLY-LAENGE
     MOVE MNT-NACHRICHT TO REPLY-SATZ
     WRITE REPLY-SATZ
     .
 S000-99.
     EXIT.

******************************************************************
* Historienzeile schreiben (Vorher-/Nachher-Bild, Benutzer, ZP)
******************************************************************
 S300-HISTORIE-SCHREIBEN SECTION.
 S300-00.
     MOVE MNT-TABELLE     TO TABELLE     OF FCMNTH
     MOVE MNT-AKTION      TO AKTION      OF FCMNTH
     MOVE MNT-USER        TO BENUTZER    OF FCMNTH
     MOVE MNT-AKTIV-DATUM TO AKTIV-DATUM OF FCMNTH
     MOVE W-BILD-VORHER   TO BILD-VORHER OF FCMNTH
     MOVE W-BILD-NACHHER  TO BILD-NACHHER OF FCMNTH

     EXEC SQL
         INSERT
           INTO  =FCMNTH
                 ( TABELLE, AKTION, BENUTZER, AKTIV_DATUM
                 , BILD_VORHER, BILD_NACHHER, ZPINS )
         VALUES  (
                  :TABELLE      of FCMNTH
                 ,:AKTION       of FCMNTH
                 ,:BENUTZER     of FCMNTH
                 ,:AKTIV-DATUM  of FCMNTH
                 ,:BILD-VORHER  of FCMNTH
                 ,:BILD-NACHHER of FCMNTH
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER
**          ---> ohne Historie keine Aenderung: Transaktion kippen
             MOVE 41 TO MNT-RC
             MOVE "Historie nicht schreibbar - Aenderung verworfen"
                 TO MNT-MELDUNG
             PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S300-99.
     EXIT.

******************************************************************
* Zurueckgestellte Aenderung ablegen
******************************************************************
 S310-INSERT-MNTSTAGE SECTION.
 S310-00.
     EXEC SQL
         INSERT
           INTO  =MNTSTAGE
                 ( AKTION, TABELLE, BENUTZER, AKTIV_DATUM
                 , DATEN, KZ_STATUS, ZPINS )
         VALUES  (
                  :MNT-AKTION
                 ,:MNT-TABELLE
                 ,:MNT-USER
                 ,:MNT-AKTIV-DATUM
                 ,:MNT-DATEN
                 ,"P"
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
 S325-99.
     EXIT.

*R000107 - Anfang
******************************************************************
* Nachbucher-Eintrag lesen (in der Transaktion, ohne BROWSE)
******************************************************************
 S330-SELECT-ASYNC70 SECTION.
 S330-00.
     EXEC SQL
         SELECT  KZ_BEARB, ANZ_REP, ROUTKZ, CARDID, TRACENR_AS
               , KEY_NAME, ZPUPD, ANFRAGE, ANTWORT
           INTO :KZ-BEARB   of ASYNC70
               ,:ANZ-REP    of ASYNC70
               ,:ROUTKZ     of ASYNC70
               ,:CARDID     of ASYNC70
               ,:TRACENR-AS of ASYNC70
               ,:KEY-NAME   of ASYNC70
               ,:ZPUPD      of ASYNC70
               ,:ANFRAGE    of ASYNC70
               ,:ANTWORT    of ASYNC70
           FROM  =ASYNC70
          WHERE  PNR     = :PNR     of ASYNC70
            AND  TERMNR  = :TERMNR  of ASYNC70
            AND  TRACENR = :TRACENR of ASYNC70
            AND  ISONTYP = :ISONTYP of ASYNC70
     END-EXEC
     .
 S330-99.
     EXIT.

******************************************************************
* Letzten Fehler aus der Dead-Letter-Ablage lesen
******************************************************************
 S335-SELECT-ASYNCDLQ SECTION.
 S335-00.
     EXEC SQL
         SELECT  FEHLER
           INTO :FEHLER of ASYNCDLQ
           FROM  =ASYNCDLQ
          WHERE  PNR     = :PNR     of ASYNC70
            AND  TERMNR  = :TERMNR  of ASYNC70
            AND  TRACENR = :TRACENR of ASYNC70
            AND  ISONTYP = :ISONTYP of ASYNC70
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S335-99.
     EXIT.

******************************************************************
* Nachbucher-Eintrag fortschreiben (nur solange er auf "D" steht)
******************************************************************
 S340-UPDATE-ASYNC70 SECTION.
 S340-00.
     EXEC SQL
         UPDATE  =ASYNC70
            SET  KZ_BEARB   = :KZ-BEARB   of ASYNC70
               , ANZ_REP    = :ANZ-REP    of ASYNC70
               , ROUTKZ     = :ROUTKZ     of ASYNC70
               , CARDID     = :CARDID     of ASYNC70
               , TRACENR_AS = :TRACENR-AS of ASYNC70
               , KEY_NAME   = :KEY-NAME   of ASYNC70
               , ZPUPD      = CURRENT
          WHERE  PNR        = :PNR        of ASYNC70
            AND  TERMNR     = :TERMNR     of ASYNC70
            AND  TRACENR    = :TRACENR    of ASYNC70
            AND  ISONTYP    = :ISONTYP    of ASYNC70
            AND  KZ_BEARB   = "D"
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    MOVE 31 TO MNT-RC
                     MOVE "Satz nicht vorhanden" TO MNT-MELDUNG
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S340-99.
     EXIT.

******************************************************************
* Dead-Letter-Ablage fortschreiben (Status, Grund, Bediener)
******************************************************************
 S345-UPDATE-ASYNCDLQ SECTION.
 S345-00.
     MOVE W-DLQ-STATUS         TO KZ-STATUS OF ASYNCDLQ
     MOVE ROUTKZ   OF ASYNC70  TO ROUTKZ    OF ASYNCDLQ
     MOVE MNT-USER             TO BENUTZER  OF ASYNCDLQ
     IF  MA-STORNIEREN
         MOVE MA-GRUND         TO GRUND     OF ASYNCDLQ
     ELSE
         MOVE SPACES           TO GRUND     OF ASYNCDLQ
     END-IF

     EXEC SQL
         UPDATE  =ASYNCDLQ
            SET  KZ_STATUS = :KZ-STATUS of ASYNCDLQ
               , ROUTKZ    = :ROUTKZ    of ASYNCDLQ
               , GRUND     = :GRUND     of ASYNCDLQ
               , BENUTZER  = :BENUTZER  of ASYNCDLQ
               , ZPUPD     = CURRENT
          WHERE  PNR       = :PNR       of ASYNC70
            AND  TERMNR    = :TERMNR    of ASYNC70
            AND  TRACENR   = :TRACENR   of ASYNC70
            AND  ISONTYP   = :ISONTYP   of ASYNC70
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
**      ---> Ablagezeile fehlt (z.B. von Hand auf "D" gestellt):
**      ---> die Historie in =FCMNTH genuegt
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S345-99.
     EXIT.

******************************************************************
* Vorgang in der Fuehrungstabelle als storniert kennzeichnen.
* Eine Stand-In-Genehmigung (KZ_BEARB "S") bleibt auf "S": die
* Verlustliste RFCSIL7 liest nur "S" und fuehrt den Vorgang ueber
* das "X" in =ASYNC70 als nicht zustellbar; der Storno steht in
* =ASYNC70/=ASYNCDLQ und =FCMNTH
******************************************************************
 S350-UPDATE-TXILOG70 SECTION.
 S350-00.
     EXEC SQL
         UPDATE  =TXILOG70
            SET  KZ_BEARB = "X"
          WHERE  PNR      = :PNR     of ASYNC70
            AND  TERMNR   = :TERMNR  of ASYNC70
            AND  TRACENR  = :TRACENR of ASYNC70
            AND  ISONTYP  = 200
*G.01.06 - Stand-In-Kennzeichen nicht ueberschreiben
            AND  KZ_BEARB <> "S"
*G.01.06 - Ende
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
**      ---> schon archiviert bzw. Stand-In: nichts zu aendern
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S350-99.
     EXIT.

******************************************************************
* Noch offene Reservierung des Vorgangs ueber den UMSIFSF-Server
* lesen und loeschen (wie PFCSWP7/G132+G135)
******************************************************************
 S355-UMSWEAT-SCHLIESSEN SECTION.
 S355-00.
     MOVE PNR     OF ASYNC70 TO PNR     OF UMSWEAT
     MOVE TERMNR  OF ASYNC70 TO TERMNR  OF UMSWEAT
     MOVE TRACENR OF ASYNC70 TO TRACENR OF UMSWEAT

     EXEC SQL
         SELECT  KZ_BEARB
           INTO :KZ-BEARB of UMSWEAT
           FROM  =UMSWEAT
          WHERE  PNR      = :PNR     of UMSWEAT
            AND  TERMNR   = :TERMNR  of UMSWEAT
            AND  TRACENR  = :TRACENR of UMSWEAT
            AND  KZ_BEARB = "R"
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    EXIT SECTION
         WHEN OTHER  PERFORM Z002-PROGERR
                     EXIT SECTION
     END-EVALUATE

     MOVE UMSWEAT    TO WUMS-UMSATZ
     MOVE K-MODUL    TO WUMS-ABSENDER
     SET WUMS-TAB-UW TO TRUE
     SET WUMS-CMD-ST TO TRUE
     PERFORM M180-CALL-IUMSW07
     IF  MNT-RC NOT = ZEROS
         EXIT SECTION
     END-IF

     MOVE UMSWEAT    TO WUMS-UMSATZ
     MOVE K-MODUL    TO WUMS-ABSENDER
     SET WUMS-TAB-UW TO TRUE
     SET WUMS-CMD-DT TO TRUE
     PERFORM M180-CALL-IUMSW07
     .
 S355-99.
     EXIT.

******************************************************************
* Aufgegebenen Storno-Vorgang wieder auf Quittung stellen
******************************************************************
 S360-UPDATE-REVQUEUE SECTION.
 S360-00.
     EXEC SQL
         UPDATE  =REVQUEUE
            SET  KZ_BEARB = "S"
               , ZPLETZT  = CURRENT
          WHERE  PNR      = :PNR     of ASYNC70
            AND  TERMNR   = :TERMNR  of ASYNC70
            AND  TRACENR  = :TRACENR of ASYNC70
            AND  KZ_BEARB = "F"
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
**      ---> Vorgang noch offen oder schon geraeumt
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S360-99.
     EXIT.

******************************************************************
* ISO-Nachricht -> COBOL-Sicht
******************************************************************
 L120-ISO2COB SECTION.
 L120-00.
     SET W-ISO-OK TO TRUE
     SET W207-ISO2COB TO TRUE
     PERFORM M130-CALL-WISO207

     IF  W207-RCODE NOT = ZERO
         SET W-ISO-FEHLER TO TRUE
     END-IF
     .
 L120-99.
     EXIT.

 M130-CALL-WISO207 SECTION.
 M130-00.
     CALL "WISO207" USING W207-WISO207C
     .
 M130-99.
     EXIT.

******************************************************************
* Aufruf UMSIFSF-Server
******************************************************************
 M180-CALL-IUMSW07 SECTION.
 M180-00.
     CALL "IUMSW07" USING WUMS-WUMSO07C
     IF  WUMS-ERR
         MOVE WUMS-RCODE TO D-NUM4
         MOVE 54 TO MNT-RC
         MOVE "UMSWEAT nicht schliessbar, IUMSW07 RC "
             TO MNT-MELDUNG
         MOVE D-NUM4 TO MNT-MELDUNG (40:4)
     END-IF
     .
 M180-99.
     EXIT.
*R000107 - Ende

*R000109 - Anfang
******************************************************************
* Token zur Kartennummer suchen: ueber den Schluessel-Hash, dann
* Klartext-Altsatz (KEY_VERSION 0, noch nicht umgeschluesselt)
******************************************************************
 S370-SELECT-PANVAULT SECTION.
 S370-00.
     SET  W-TOKEN-NOK     TO TRUE
     SET  PVK-HASH-BILDEN TO TRUE
     MOVE W-KANR          TO PVK-KANR
     PERFORM M190-CALL-PFCPVK7
     IF  PVK-ERR
         EXIT SECTION
     END-IF
     MOVE PVK-KANR-HASH   TO KANR-HASH OF PANVAULT

     EXEC SQL
         SELECT  TOKEN
           INTO :TOKEN of PANVAULT
           FROM  =PANVAULT
          WHERE  KANR_HASH = :KANR-HASH of PANVAULT
         BROWSE  ACCESS
     END-EXEC

     IF  SQLCODE OF SQLCA = 100
         EXEC SQL
             SELECT  TOKEN
               INTO :TOKEN of PANVAULT
               FROM  =PANVAULT
              WHERE  KANR        = :W-KANR
                AND  KEY_VERSION = 0
             BROWSE  ACCESS
         END-EXEC
     END-IF

     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-TOKEN-DA    TO TRUE
         WHEN 100    SET W-TOKEN-FEHLT TO TRUE
         WHEN OTHER  MOVE "Lesen =PANVAULT fehlgeschlagen"
                         TO DATEN-BUFFER1
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S370-99.
     EXIT.

******************************************************************
* Neues Token vergeben: Kartennummer verschluesseln, laufende
* Nummer aus =PANVSEQ ziehen (gesperrt bis zum Commit)
******************************************************************
 S375-INSERT-PANVAULT SECTION.
 S375-00.
     SET  W-TOKEN-NOK        TO TRUE
     SET  PVK-VERSCHLUESSELN TO TRUE
     MOVE W-KANR             TO PVK-KANR
     PERFORM M190-CALL-PFCPVK7
     IF  PVK-ERR
         EXIT SECTION
     END-IF
     MOVE SPACES             TO KANR        OF PANVAULT
     MOVE PVK-KANR-HASH      TO KANR-HASH   OF PANVAULT
     MOVE PVK-KANR-ENC       TO KANR-ENC    OF PANVAULT
     MOVE PVK-KEY-VERSION    TO KEY-VERSION OF PANVAULT

     EXEC SQL
         UPDATE  =PANVSEQ
            SET  LFDNR = LFDNR + 1
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         MOVE "=PANVSEQ nicht fortschreibbar" TO DATEN-BUFFER1
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

     EXEC SQL
         SELECT  LFDNR
           INTO :W-PV-LFDNR
           FROM  =PANVSEQ
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         MOVE "=PANVSEQ nicht lesbar" TO DATEN-BUFFER1
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

     MOVE SPACES   TO TOKEN OF PANVAULT
     STRING  "99"
             W-PV-LFDNR
                 DELIMITED BY SIZE
       INTO  TOKEN OF PANVAULT
     END-STRING

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
     IF  SQLCODE OF SQLCA NOT = ZERO
         MOVE "Insert =PANVAULT fehlgeschlagen" TO DATEN-BUFFER1
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF
     SET W-TOKEN-DA TO TRUE
     .
 S375-99.
     EXIT.

******************************************************************
* Aufruf Krypto-Baustein PAN-Tresor
******************************************************************
 M190-CALL-PFCPVK7 SECTION.
 M190-00.
     CALL "PFCPVK7" USING PVK-PFCPVK7C
     IF  PVK-ERR
         MOVE PVK-RCODE     TO PVK-RCODE-D
         MOVE PVK-HSM-RCODE TO PVK-HSM-RCODE-D
         MOVE SPACES TO DATEN-BUFFER1
         STRING  "PFCPVK7 Fkt " PVK-FUNKTION
                 " RCODE " PVK-RCODE-D
                 " HSM " PVK-HSM-RCODE-D
                     DELIMITED BY SIZE
           INTO  DATEN-BUFFER1
         END-STRING
         PERFORM Z002-PROGERR
     END-IF
     .
 M190-99.
     EXIT.
*R000109 - Ende

******************************************************************
* TMF-Klammer
******************************************************************
 V100-99.
     EXIT.

*R000109 - Anfang
******************************************************************
* Werte einer Kartenregel pruefen (RC 25-28)
******************************************************************
 V110-PRUEFEN-KARTENREGEL SECTION.
 V110-00.
**  ---> Wochentage: leer oder je Tag "J"/"N"
     IF  MR-WOTAGE NOT = SPACES
         SET W-CR-OK TO TRUE
         PERFORM VARYING W-CR-IND FROM 1 BY 1
                 UNTIL   W-CR-IND > 7
             IF  MR-WOTAGE (W-CR-IND:1) NOT = "J"
             AND MR-WOTAGE (W-CR-IND:1) NOT = "N"
                 SET W-CR-FEHLER TO TRUE
             END-IF
         END-PERFORM
         IF  W-CR-FEHLER
             MOVE 25 TO MNT-RC
             MOVE "WOTAGE ungueltig (7 x J/N erwartet)"
                 TO MNT-MELDUNG
             EXIT SECTION
         END-IF
     END-IF

**  ---> Zeitfenster hhmm
     IF  MR-ZEIT-VON IS NOT NUMERIC
     OR  MR-ZEIT-BIS IS NOT NUMERIC
     OR  MR-ZEIT-VON > 2359
     OR  MR-ZEIT-BIS > 2359
     OR  MR-ZEIT-VON (3:2) > "59"
     OR  MR-ZEIT-BIS (3:2) > "59"
         MOVE 26 TO MNT-RC
         MOVE "ZEIT_VON/ZEIT_BIS ungueltig (hhmm erwartet)"
             TO MNT-MELDUNG
         EXIT SECTION
     END-IF

**  ---> Hoechstbetraege
     IF  MR-MAX-FUELLUNG IS NOT NUMERIC
     OR  MR-MAX-TAG      IS NOT NUMERIC
         MOVE 27 TO MNT-RC
         MOVE "MAX_FUELLUNG/MAX_TAG nicht numerisch" TO MNT-MELDUNG
         EXIT SECTION
     END-IF

**  ---> eine Regel ohne jede Einschraenkung ist ein Eingabefehler
     IF  MR-WGR-LISTE    = SPACES
     AND MR-WOTAGE       = SPACES
     AND MR-ZEIT-VON     = ZERO
     AND MR-ZEIT-BIS     = ZERO
     AND MR-LAENDER      = SPACES
     AND MR-MAX-FUELLUNG = ZERO
     AND MR-MAX-TAG      = ZERO
         MOVE 28 TO MNT-RC
         MOVE "Keine Einschraenkung angegeben" TO MNT-MELDUNG
     END-IF
     .
 V110-99.
     EXIT.
*R000109 - Ende

*R000118 - Anfang
******************************************************************
* Werte eines Inventarsatzes pruefen (RC 59-64)
******************************************************************
 V120-PRUEFEN-KEYINV SECTION.
 V120-00.
     IF  MV-KEYNAME = SPACES
     OR  MV-KEYTYP  = SPACES
         MOVE 59 TO MNT-RC
         MOVE "KEYNAME oder KEYTYP fehlt" TO MNT-MELDUNG
         EXIT SECTION
     END-IF

**  ---> Pruefwert: 6 Hex-Stellen in Grossschreibung
     IF  MV-KCV IS NOT HEXZEICHEN
         MOVE 60 TO MNT-RC
         MOVE "KCV ungueltig (6 Hex-Stellen erwartet)"
             TO MNT-MELDUNG
         EXIT SECTION
     END-IF

**  ---> Gueltigkeit: zwei gueltige Daten, BIS nicht vor AB
     MOVE MV-GUELTIG-AB TO W-KI-DATUM-X
     PERFORM V125-PRUEFEN-DATUM
     MOVE W-KI-DATUM TO W-KI-AB
     IF  W-KI-OK
         MOVE MV-GUELTIG-BIS TO W-KI-DATUM-X
         PERFORM V125-PRUEFEN-DATUM
         MOVE W-KI-DATUM TO W-KI-BIS
     END-IF
     IF  W-KI-FEHLER
     OR  W-KI-BIS < W-KI-AB
     OR  MV-VORWARN-TAGE IS NOT NUMERIC
         MOVE 61 TO MNT-RC
         MOVE "GUELTIG_AB/BIS oder VORWARN_TAGE ungueltig"
             TO MNT-MELDUNG
         EXIT SECTION
     END-IF

**  ---> mindestens zwei verschiedene Verwahrer
     MOVE ZERO TO W-KI-ANZ
     IF  MV-VERWAHRER-1 NOT = SPACES
         ADD 1 TO W-KI-ANZ
     END-IF
     IF  MV-VERWAHRER-2 NOT = SPACES
     AND MV-VERWAHRER-2 NOT = MV-VERWAHRER-1
         ADD 1 TO W-KI-ANZ
     END-IF
     IF  MV-VERWAHRER-3 NOT = SPACES
     AND MV-VERWAHRER-3 NOT = MV-VERWAHRER-1
     AND MV-VERWAHRER-3 NOT = MV-VERWAHRER-2
         ADD 1 TO W-KI-ANZ
     END-IF
     IF  W-KI-ANZ < 2
         MOVE 62 TO MNT-RC
         MOVE "Mindestens zwei verschiedene Verwahrer angeben"
             TO MNT-MELDUNG
         EXIT SECTION
     END-IF

     IF  MV-AS-KONTAKT = SPACES
         MOVE 63 TO MNT-RC
         MOVE "AS_KONTAKT fehlt" TO MNT-MELDUNG
         EXIT SECTION
     END-IF

**  ---> nur Schluessel, die in =KEYNAMEN verwendet werden
     EXEC SQL
         SELECT  COUNT(*)
           INTO :W-KI-ANZ
           FROM  =KEYNAMEN
          WHERE  KEYNAME = :MV-KEYNAME
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF
     IF  W-KI-ANZ = ZERO
         MOVE 64 TO MNT-RC
         MOVE "KEYNAME nicht in =KEYNAMEN" TO MNT-MELDUNG
     END-IF
     .
 V120-99.
     EXIT.

******************************************************************
* Datum JJJJ-MM-TT in W-KI-DATUM-X pruefen; Ergebnis JJJJMMTT in
* W-KI-DATUM, W-KI-FLAG
******************************************************************
 V125-PRUEFEN-DATUM SECTION.
 V125-00.
     SET W-KI-FEHLER TO TRUE
     MOVE ZEROS TO W-KI-DATUM
     IF  W-KI-DATUM-X (5:1) NOT = "-"
     OR  W-KI-DATUM-X (8:1) NOT = "-"
     OR  W-KI-DATUM-X (1:4) IS NOT NUMERIC
     OR  W-KI-DATUM-X (6:2) IS NOT NUMERIC
     OR  W-KI-DATUM-X (9:2) IS NOT NUMERIC
         EXIT SECTION
     END-IF
     IF  W-KI-DATUM-X (6:2) < "01"
     OR  W-KI-DATUM-X (6:2) > "12"
     OR  W-KI-DATUM-X (9:2) < "01"
     OR  W-KI-DATUM-X (9:2) > "31"
         EXIT SECTION
     END-IF
     MOVE W-KI-DATUM-X (1:4) TO WKI-JHJJ
     MOVE W-KI-DATUM-X (6:2) TO WKI-MM
     MOVE W-KI-DATUM-X (9:2) TO WKI-TT
     SET W-KI-OK TO TRUE
     .
 V125-99.
     EXIT.
*R000118 - Ende

******************************************************************
* Allgemeine Fehlerbehandlung - wie in den Schwester-Servern
* ueber die Fehlertabelle (WSYS022), nicht nur DISPLAY
