?SEARCH  =TALLIB
?SEARCH  =WISO107
?SEARCH  =WISO207
*R000099 - Baustein Terminal-Arbeitsschluessel
?SEARCH  =PFCTKY7
*R000099 - Ende

?NOLMAP, SYMBOLS, INSPECT
?SAVE ALL
 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.03
* Kurzbeschreibung :: Netzwerk-Management-Server fuer die Terminal-
* Kurzbeschreibung :: seite des WEAT-Protokolls (800er-Familie).
* Kurzbeschreibung :: Die Station meldet sich nach dem Einschalten
* Kurzbeschreibung :: damit "Station dunkel seit 14:12" sofort in
* Kurzbeschreibung :: =TERMSTAT statt erst am Folgetag ueber
* Kurzbeschreibung :: DATUM_LAST in =POST70 (RFCDOR7).
* Kurzbeschreibung :: Parameter-Download (BMP 70 = 401/402/403):
* Kurzbeschreibung :: das Terminal holt blockweise den frei-
* Kurzbeschreibung :: gegebenen Parameterstand (=TPARVER) mit
* Kurzbeschreibung :: Offline-Limits je Kartensystem (=TPARLIM),
* Kurzbeschreibung :: Kartenpraefix-/CARDID-Tabelle (=TPARPFX)
* Kurzbeschreibung :: und dem Delta der fuer Offline-Freigaben
* Kurzbeschreibung :: relevanten =HOTCARD-Eintraege; mit BMP 70 =
* Kurzbeschreibung :: 409 bestaetigt es den geladenen Stand, der
* Kurzbeschreibung :: in =TERMSTAT festgehalten wird (RFCTPV7).
* Kurzbeschreibung :: Schluesselwechsel (BMP 70 = 501/509): Terminals
* Kurzbeschreibung :: mit Satz in =TERMKEY erhalten bei Faelligkeit
* Kurzbeschreibung :: neue MAC-/PAC-Arbeitsschluessel unter ihrem KEK;
* Kurzbeschreibung :: umgestellt wird erst nach der Bestaetigung mit
* Kurzbeschreibung :: den Pruefwerten (RFCTKY7: ueberfaellige Terminals).
* Package          :: ICC
*
* Aenderungen
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.03|2026-10-15| kl  | Review:
*       |          |     | - Schnittstelle zu PFCTKY7 als COPY statt
*       |          |     |   eigener 01-Stufe
*-------|----------|-----|-------------------------------------------*
*G.01.02|2026-10-15| kl  | R7-535:
*       |          |     | - Schluesselwechsel fuer Terminals mit
*       |          |     |   festen Schluesseln: 501 liefert bei
*       |          |     |   Faelligkeit (=TERMKEY.DATUM_FAELLIG)
*       |          |     |   neue MAC-/PAC-Schluessel unter KEK mit
*       |          |     |   Pruefwert, 509 stellt nach Abgleich der
*       |          |     |   Pruefwerte um; die bisherigen Schlues-
*       |          |     |   sel gelten noch K-KEY-UEBERLAPPUNG-MIN
*       |          |     |   Minuten (ZP_ALT_BIS)
*-------|----------|-----|-------------------------------------------*
*G.01.01|2026-10-15| kl  | R7-534:
*       |          |     | - Parameter-Download ueber die 800er-
*       |          |     |   Familie: 401 Offline-Limits, 402
*       |          |     |   Kartenpraefixe/CARDID, 403 Sperr-
*       |          |     |   listen-Delta, 409 Versionsbestaeti-
*       |          |     |   gung; BMP 62 Version/Block, BMP 63
*       |          |     |   Datenblock
*       |          |     | - =TERMSTAT fuehrt den bestaetigten
*       |          |     |   Parameterstand (PARAM_VERSION,
*       |          |     |   ZP_PARAM) und den Stand der Sperr-
*       |          |     |   liste (ZP_HOTCARD, ZP_HOTDL)
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-09-02| kl  | R7-502:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
* Aufruf      :: Pathway-Serverklasse hinter der Drehscheibe
*                (Terminalnachrichten vom Typ 800)
*
* Download    :: Anfrage BMP 62 (optional bei 401-403, Pflicht bei
*                409): VERSION(6) BLOCK(4); Version 0 = aktuell
*                freigegebener Stand, Block ab 1.
*                Antwort BMP 62: VERSION(6) BLOCK(4) WEITERE(1, J/N)
*                ANZAHL(3); BMP 63: Eintraege fester Laenge
*                  401 CARDID(4) LIMIT-CENT(8)
*                  402 PFX-VON(10) PFX-BIS(10) PAN-LAENGE(2)
*                      CARDID(4)
*                  403 CARDID(4) KANR-VON(19) KANR-BIS(19)
*                      GUELTIG-BIS(10)
*
* Schluessel  :: 501 Anfrage ohne BMP 62; Antwort BMP 62: WECHSEL(1,
*                J/N) KEY-VERSION(4); bei "J" BMP 63: MAC-KEY unter
*                KEK(32) MAC-KCV(6) PAC-KEY unter KEK(32) PAC-KCV(6).
*                Ein noch nicht bestaetigtes Angebot wird unveraendert
*                wiederholt.
*                509 Anfrage BMP 62: KEY-VERSION(4) MAC-KCV(6)
*                PAC-KCV(6); Antwort nur BMP 39.
*
******************************************************************
* Uebersicht der SECTIONs:
*
*
* C100-ANFRAGE-CHECK
* C200-STATUS-FORTSCHREIBEN
* C300-DOWNLOAD
* C310-LIMIT-BLOCK
* C320-PRAEFIX-BLOCK
* C330-SPERR-BLOCK
* C340-EINTRAG-UEBERNEHMEN
* C400-VERSION-BESTAETIGEN
* C500-SCHLUESSEL-ANBIETEN
* C510-SCHLUESSEL-BESTAETIGEN
* E100-ANTWORT-BAUEN
*
* L100-ADD-BMP
* L110-COB2ISO
* M130-CALL-WISO207-ISO2COB
* M195-CALL-PFCTKY7
*
* R000-LESEN-MESSAGE
* S000-SCHREIBEN-REPLY
* S300-SELECT-TERMSTAT
* S310-INSERT-TERMSTAT
* S320-UPDATE-TERMSTAT
* S330-UPDATE-TERMSTAT-HOTDL
* S340-UPDATE-TERMSTAT-VERSION
* S400-SELECT-TPARVER
* S900-OPEN-TPARLIM-CURSOR
* S910-FETCH-TPARLIM-CURSOR
* S920-CLOSE-TPARLIM-CURSOR
* S930-OPEN-TPARPFX-CURSOR
* S940-FETCH-TPARPFX-CURSOR
* S950-CLOSE-TPARPFX-CURSOR
* S960-OPEN-HOTDL-CURSOR
* S970-FETCH-HOTDL-CURSOR
* S980-CLOSE-HOTDL-CURSOR
* S500-SELECT-TERMKEY
* S510-UPDATE-TERMKEY-ANGEBOT
* S520-UPDATE-TERMKEY-WECHSEL
* S990-CURSOR-STATUS
*
* U100-BEGIN
* U110-COMMIT
* U120-ROLLBACK
* U200-TIMESTAMP
* U300-KEY-TERMINE
*
* Z002-PROGERR
* Z999-ERRLOG
     88      W-NWM-SIGNON                    VALUE "001".
     88      W-NWM-SIGNOFF                   VALUE "002".
     88      W-NWM-ECHO                      VALUE "301".
*R000098 - Anfang
     88      W-NWM-DL-LIMIT                  VALUE "401".
     88      W-NWM-DL-PRAEFIX                VALUE "402".
     88      W-NWM-DL-SPERRE                 VALUE "403".
     88      W-NWM-DOWNLOAD                  VALUE "401" "402" "403".
     88      W-NWM-DL-BESTAET                VALUE "409".
*R000098 - Ende
*R000099 - Anfang
     88      W-NWM-KEY-ANFORDERN             VALUE "501".
     88      W-NWM-KEY-BESTAET               VALUE "509".
*R000099 - Ende

**  ---> neuer Status fuer =TERMSTAT
 01          W-KZ-STATUS-NEU     PIC X(01)   VALUE SPACE.

*R000098 - Anfang
**  ---> Parameter-Download: Anfrage aus BMP 62
 01          W-DL-ANFRAGE.
     05      W-DL-VERSION-AN     PIC 9(06)   VALUE ZEROS.
     05      W-DL-BLOCK-AN       PIC 9(04)   VALUE ZEROS.

**  ---> Parameter-Download: Antwort in BMP 62
 01          W-DL-ANTWORT.
     05      W-DLA-VERSION       PIC 9(06)   VALUE ZEROS.
     05      W-DLA-BLOCK         PIC 9(04)   VALUE ZEROS.
     05      W-DLA-WEITERE       PIC X(01)   VALUE "N".
     05      W-DLA-ANZ           PIC 9(03)   VALUE ZEROS.
 01          W-DL-ANTWORT-FLAG   PIC 9       VALUE ZERO.
     88      W-DL-ANTWORT-JA                 VALUE 1.

**  ---> Eintraege je Block (BMP 63 hoechstens 999 Byte)
 01          K-DL-LIMIT-JE-BLOCK    PIC S9(04) COMP VALUE 60.
 01          K-DL-PRAEFIX-JE-BLOCK  PIC S9(04) COMP VALUE 30.
 01          K-DL-SPERRE-JE-BLOCK   PIC S9(04) COMP VALUE 15.

 01          W-DL-VERSION        PIC 9(06)   VALUE ZEROS.
 01          W-DL-JE-BLOCK       PIC S9(04) COMP VALUE ZEROS.
 01          W-DL-UEBERSPRINGEN  PIC S9(09) COMP VALUE ZEROS.
 01          W-DL-GELESEN        PIC S9(09) COMP VALUE ZEROS.
 01          W-DL-SATZLAENGE     PIC S9(04) COMP VALUE ZEROS.
 01          W-DL-POS            PIC S9(04) COMP VALUE 1.
 01          W-DL-PUFFER         PIC X(999)  VALUE SPACES.
 01          W-DL-EINTRAG        PIC X(60)   VALUE SPACES.

**  ---> Eintragsaufbau je Download-Funktion
 01          W-DL-LIMIT-SATZ.
     05      W-DLL-CARDID        PIC 9(04).
     05      W-DLL-LIMIT         PIC 9(08).
 01          W-DL-PRAEFIX-SATZ.
     05      W-DLP-PFX-VON       PIC X(10).
     05      W-DLP-PFX-BIS       PIC X(10).
     05      W-DLP-PAN-LAENGE    PIC 9(02).
     05      W-DLP-CARDID        PIC 9(04).
 01          W-DL-SPERR-SATZ.
     05      W-DLH-CARDID        PIC 9(04).
     05      W-DLH-KANR-VON      PIC X(19).
     05      W-DLH-KANR-BIS      PIC X(19).
     05      W-DLH-GUELTIG-BIS   PIC X(10).

**  ---> Sperrlisten-Delta: Eintraege nach dem bestaetigten Stand;
**  ---> ohne Stand (neues Terminal) die vollstaendige Liste
 01          K-ZP-INITIAL        PIC X(22)
                                 VALUE "1900-01-01:00:00:00.00".
 01          W-HOT-AB            PIC X(22)   VALUE SPACES.
 01          W-DATUM-HEUTE       PIC X(10)   VALUE SPACES.
*R000098 - Ende

*R000099 - Anfang
**  ---> Schluesselwechsel: Bestaetigung aus BMP 62 (509)
 01          W-KW-ANFRAGE.
     05      W-KWA-VERSION       PIC 9(04)   VALUE ZEROS.
     05      W-KWA-MAC-KCV       PIC X(06)   VALUE SPACES.
     05      W-KWA-PAC-KCV       PIC X(06)   VALUE SPACES.

**  ---> Schluesselwechsel: Antwort in BMP 62 und BMP 63 (501)
 01          W-KW-ANTWORT.
     05      W-KWR-WECHSEL       PIC X(01)   VALUE "N".
     05      W-KWR-VERSION       PIC 9(04)   VALUE ZEROS.
 01          W-KW-BLOCK.
     05      W-KWB-MAC-KEK       PIC X(32)   VALUE SPACES.
     05      W-KWB-MAC-KCV       PIC X(06)   VALUE SPACES.
     05      W-KWB-PAC-KEK       PIC X(32)   VALUE SPACES.
     05      W-KWB-PAC-KCV       PIC X(06)   VALUE SPACES.
 01          W-KW-ANTWORT-FLAG   PIC 9       VALUE ZERO.
     88      W-KW-ANTWORT-JA                 VALUE 1.

 01          W-TERMKEY-FLAG      PIC 9       VALUE ZERO.
     88      W-TKEY-DA                       VALUE ZERO.
     88      W-TKEY-NEU                      VALUE 1.
     88      W-TKEY-NOK                      VALUE 9.

**  ---> Ueberlappung der bisherigen Schluessel nach dem Wechsel und
**  ---> Wechselturnus, wenn =TERMKEY.INTERVALL_TAGE nicht belegt ist
 01          K-KEY-UEBERLAPPUNG-MIN PIC 9(04) VALUE 60.
 01          K-KEY-INTERVALL-TAGE   PIC 9(04) VALUE 180.

 01          W-HEUTE-8           PIC 9(08)   VALUE ZEROS.
 01          W-KW-TAGE           PIC S9(09) COMP VALUE ZEROS.
 01          W-KW-GMIN           PIC S9(11) COMP VALUE ZEROS.
 01          W-KW-REST           PIC S9(04) COMP VALUE ZEROS.
 01          W-KW-STD            PIC S9(04) COMP VALUE ZEROS.
 01          W-KW-MIN            PIC S9(04) COMP VALUE ZEROS.
 01          W-KW-DATUM-8        PIC 9(08)   VALUE ZEROS.
 01          W-KW-ALT-BIS        PIC 9(12)   VALUE ZEROS.
 01          W-KW-FAELLIG        PIC 9(08)   VALUE ZEROS.
 01          W-KW-INTERVALL      PIC 9(04)   VALUE ZEROS.

**          ---> Schnittstelle zum Baustein PFCTKY7
     COPY    PFCTKY7C OF "=MSGLIB".
 01          TKY-RCODE-D         PIC 9(04)   VALUE ZEROS.
 01          TKY-HSM-RCODE-D     PIC -9(04)  VALUE ZEROS.
*R000099 - Ende

 01          D-NUM4              PIC -9(04)  VALUE ZEROS.

**  ---> Fregat-Angaben
    INVOKE =TERMSTAT AS TERMSTAT
 END-EXEC

*R000098 - Anfang
**  ---> Terminal-Parameterstaende (Kopf), Offline-Limits je
**  ---> Kartensystem, Kartenpraefix-/CARDID-Tabelle, Sperrliste
 EXEC SQL
    INVOKE =TPARVER AS TPARVER
 END-EXEC

 EXEC SQL
    INVOKE =TPARLIM AS TPARLIM
 END-EXEC

 EXEC SQL
    INVOKE =TPARPFX AS TPARPFX
 END-EXEC

 EXEC SQL
    INVOKE =HOTCARD AS HOTCARD
 END-EXEC
*R000098 - Ende

*R000099 - Anfang
**  ---> Arbeitsschluessel je Terminal
 EXEC SQL
    INVOKE =TERMKEY AS TERMKEY
 END-EXEC
*R000099 - Ende

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

*R000098 - Anfang
 EXEC SQL
     DECLARE TPARLIM_CURS CURSOR FOR
         SELECT  CARDID, LIMIT_OFFLINE
           FROM  =TPARLIM
          WHERE  VERSION = :W-DL-VERSION
          ORDER  BY CARDID
         BROWSE  ACCESS
 END-EXEC

 EXEC SQL
     DECLARE TPARPFX_CURS CURSOR FOR
         SELECT  PFX_VON, PFX_BIS, PAN_LAENGE, CARDID
           FROM  =TPARPFX
          WHERE  VERSION = :W-DL-VERSION
          ORDER  BY PFX_VON, PFX_BIS
         BROWSE  ACCESS
 END-EXEC

**  ---> nur Kartensysteme mit Offline-Limit (CARDID 0 = alle);
**  ---> neue Eintraege haengen per ZPINS hinten an, die Block-
**  ---> folge bleibt waehrend eines Downloads stabil
 EXEC SQL
     DECLARE HOTDL_CURS CURSOR FOR
         SELECT  CARDID, KANR_VON, KANR_BIS, GUELTIG_BIS
           FROM  =HOTCARD
          WHERE  ZPINS > :W-HOT-AB
                     TYPE AS DATETIME YEAR TO FRACTION(2)
            AND  GUELTIG_BIS >= :W-DATUM-HEUTE
            AND  (    CARDID = 0
                  OR  CARDID IN ( SELECT  CARDID
                                    FROM  =TPARLIM
                                   WHERE  VERSION = :W-DL-VERSION
                                     AND  LIMIT_OFFLINE > 0 ) )
          ORDER  BY ZPINS, CARDID, KANR_VON
         BROWSE  ACCESS
 END-EXEC
*R000098 - Ende

 EXEC SQL
     CONTROL TABLE * WAIT IF LOCKED
 END-EXEC
                  W-AC
     MOVE IMSG-MONNAME TO W-FRE-MONNAME

*R000098 - Anfang
     MOVE ZERO TO W-DL-ANTWORT-FLAG
*R000098 - Ende
*R000099 - Anfang
     MOVE ZERO TO W-KW-ANTWORT-FLAG
*R000099 - Ende
     PERFORM C100-ANFRAGE-CHECK
     IF  W-AC = ZERO
     AND ENDE-OFF
*R000098 - Anfang
         EVALUATE TRUE
             WHEN W-NWM-DOWNLOAD    PERFORM C300-DOWNLOAD
             WHEN W-NWM-DL-BESTAET  PERFORM C400-VERSION-BESTAETIGEN
*R000099 - Anfang
             WHEN W-NWM-KEY-ANFORDERN
                                    PERFORM C500-SCHLUESSEL-ANBIETEN
             WHEN W-NWM-KEY-BESTAET
                                    PERFORM C510-SCHLUESSEL-BESTAETIGEN
*R000099 - Ende
             WHEN OTHER             PERFORM C200-STATUS-FORTSCHREIBEN
         END-EVALUATE
*R000098 - Ende
     END-IF

     PERFORM E100-ANTWORT-BAUEN
     IF  NOT W-NWM-SIGNON
     AND NOT W-NWM-SIGNOFF
     AND NOT W-NWM-ECHO
*R000098 - Anfang
     AND NOT W-NWM-DOWNLOAD
     AND NOT W-NWM-DL-BESTAET
*R000098 - Ende
*R000099 - Anfang
     AND NOT W-NWM-KEY-ANFORDERN
     AND NOT W-NWM-KEY-BESTAET
*R000099 - Ende
         MOVE 30 TO W-AC
         MOVE 2201 TO ERROR-NR OF GEN-ERROR
         MOVE "Unbekannter Netzverwaltungscode in BMP 70"
             TO DATEN-BUFFER1
         MOVE W-NWM-CODE TO DATEN-BUFFER2
         PERFORM Z002-PROGERR
*R000098 - Anfang
         EXIT SECTION
     END-IF

**  ---> Download/Bestaetigung: Version und Block aus BMP 62
     MOVE ZEROS TO W-DL-VERSION-AN
                   W-DL-BLOCK-AN
     IF  W207-TBMP(62) = 1
     AND W207-TLEN(62) >= 10
         MOVE W207-CF(W207-TPTR(62):10) TO W-DL-ANFRAGE
     END-IF
     IF  W-NWM-DOWNLOAD
     OR  W-NWM-DL-BESTAET
         IF  W-DL-VERSION-AN NOT NUMERIC
         OR  W-DL-BLOCK-AN   NOT NUMERIC
         OR (W-NWM-DL-BESTAET AND W-DL-VERSION-AN = ZERO)
             MOVE 30 TO W-AC
             MOVE 2201 TO ERROR-NR OF GEN-ERROR
             MOVE "Version/Block in BMP 62 ungueltig"
                 TO DATEN-BUFFER1
             MOVE W-DL-ANFRAGE TO DATEN-BUFFER2
             PERFORM Z002-PROGERR
             EXIT SECTION
         END-IF
         IF  W-DL-BLOCK-AN = ZERO
             MOVE 1 TO W-DL-BLOCK-AN
         END-IF
*R000098 - Ende
     END-IF

*R000099 - Anfang
**  ---> Schluesselbestaetigung: Version und Pruefwerte aus BMP 62
     IF  W-NWM-KEY-BESTAET
         MOVE ZEROS  TO W-KWA-VERSION
         MOVE SPACES TO W-KWA-MAC-KCV
                        W-KWA-PAC-KCV
         IF  W207-TBMP(62) = 1
         AND W207-TLEN(62) >= 16
             MOVE W207-CF(W207-TPTR(62):16) TO W-KW-ANFRAGE
         END-IF
         IF  W-KWA-VERSION NOT NUMERIC
         OR  W-KWA-VERSION = ZERO
             MOVE 30 TO W-AC
             MOVE 2201 TO ERROR-NR OF GEN-ERROR
             MOVE "Schluesselversion/KCV in BMP 62 ungueltig"
                 TO DATEN-BUFFER1
             MOVE W-KW-ANFRAGE TO DATEN-BUFFER2
             PERFORM Z002-PROGERR
         END-IF
     END-IF
*R000099 - Ende
     .
 C100-99.
     EXIT.
 C200-99.
     EXIT.

*R000098 - Anfang
******************************************************************
* Parameter-Download: einen Block des angefragten Stands in
* W-DL-PUFFER stellen (401 Limits, 402 Praefixe, 403 Sperr-
* listen-Delta); Block n ueberspringt (n - 1) volle Bloecke
******************************************************************
 C300-DOWNLOAD SECTION.
 C300-00.
     PERFORM S400-SELECT-TPARVER
     IF  W-AC NOT = ZERO
         EXIT SECTION
     END-IF

     MOVE W-DL-VERSION   TO W-DLA-VERSION
     MOVE W-DL-BLOCK-AN  TO W-DLA-BLOCK
     MOVE "N"            TO W-DLA-WEITERE
     MOVE ZEROS          TO W-DLA-ANZ
                            W-DL-GELESEN
     MOVE SPACES         TO W-DL-PUFFER
     MOVE 1              TO W-DL-POS

     EVALUATE TRUE
         WHEN W-NWM-DL-LIMIT
             MOVE K-DL-LIMIT-JE-BLOCK   TO W-DL-JE-BLOCK
         WHEN W-NWM-DL-PRAEFIX
             MOVE K-DL-PRAEFIX-JE-BLOCK TO W-DL-JE-BLOCK
         WHEN W-NWM-DL-SPERRE
             MOVE K-DL-SPERRE-JE-BLOCK  TO W-DL-JE-BLOCK
     END-EVALUATE
     COMPUTE W-DL-UEBERSPRINGEN = (W-DL-BLOCK-AN - 1) * W-DL-JE-BLOCK

     EVALUATE TRUE
         WHEN W-NWM-DL-LIMIT    PERFORM C310-LIMIT-BLOCK
         WHEN W-NWM-DL-PRAEFIX  PERFORM C320-PRAEFIX-BLOCK
         WHEN W-NWM-DL-SPERRE   PERFORM C330-SPERR-BLOCK
     END-EVALUATE

     IF  W-AC = ZERO
         SET W-DL-ANTWORT-JA TO TRUE
     END-IF
     .
 C300-99.
     EXIT.

******************************************************************
* 401: Offline-Limits je Kartensystem (Betrag in Cent)
******************************************************************
 C310-LIMIT-BLOCK SECTION.
 C310-00.
     MOVE 12 TO W-DL-SATZLAENGE

     PERFORM S900-OPEN-TPARLIM-CURSOR
     IF  W-SQL-OK
         PERFORM S910-FETCH-TPARLIM-CURSOR
     END-IF
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
             OR    W-DLA-WEITERE = "J"
         MOVE CARDID        OF TPARLIM TO W-DLL-CARDID
         MOVE LIMIT-OFFLINE OF TPARLIM TO W-DLL-LIMIT
         MOVE W-DL-LIMIT-SATZ TO W-DL-EINTRAG
         PERFORM C340-EINTRAG-UEBERNEHMEN
         IF  W-DLA-WEITERE NOT = "J"
             PERFORM S910-FETCH-TPARLIM-CURSOR
         END-IF
     END-PERFORM
     PERFORM S920-CLOSE-TPARLIM-CURSOR
     .
 C310-99.
     EXIT.

******************************************************************
* 402: Kartenpraefix-Bereiche mit PAN-Laenge und CARDID
******************************************************************
 C320-PRAEFIX-BLOCK SECTION.
 C320-00.
     MOVE 26 TO W-DL-SATZLAENGE

     PERFORM S930-OPEN-TPARPFX-CURSOR
     IF  W-SQL-OK
         PERFORM S940-FETCH-TPARPFX-CURSOR
     END-IF
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
             OR    W-DLA-WEITERE = "J"
         MOVE PFX-VON    OF TPARPFX TO W-DLP-PFX-VON
         MOVE PFX-BIS    OF TPARPFX TO W-DLP-PFX-BIS
         MOVE PAN-LAENGE OF TPARPFX TO W-DLP-PAN-LAENGE
         MOVE CARDID     OF TPARPFX TO W-DLP-CARDID
         MOVE W-DL-PRAEFIX-SATZ TO W-DL-EINTRAG
         PERFORM C340-EINTRAG-UEBERNEHMEN
         IF  W-DLA-WEITERE NOT = "J"
             PERFORM S940-FETCH-TPARPFX-CURSOR
         END-IF
     END-PERFORM
     PERFORM S950-CLOSE-TPARPFX-CURSOR
     .
 C320-99.
     EXIT.

******************************************************************
* 403: Sperrlisten-Delta seit dem vom Terminal bestaetigten Stand
* (ZP_HOTCARD); Block 1 merkt den Beginn des Downloads in ZP_HOTDL,
* der mit der Bestaetigung (409) zum neuen Stand wird
******************************************************************
 C330-SPERR-BLOCK SECTION.
 C330-00.
     MOVE 52 TO W-DL-SATZLAENGE

     PERFORM S300-SELECT-TERMSTAT
     EVALUATE TRUE
         WHEN W-TSTAT-DA
             MOVE ZP-HOTCARD OF TERMSTAT TO W-HOT-AB
         WHEN W-TSTAT-NEU
             MOVE "A" TO W-KZ-STATUS-NEU
             PERFORM S310-INSERT-TERMSTAT
             MOVE K-ZP-INITIAL TO W-HOT-AB
         WHEN OTHER
             MOVE 96 TO W-AC
     END-EVALUATE
     IF  W-AC NOT = ZERO
         EXIT SECTION
     END-IF

     IF  W-DL-BLOCK-AN = 1
         PERFORM S330-UPDATE-TERMSTAT-HOTDL
         IF  W-AC NOT = ZERO
             EXIT SECTION
         END-IF
     END-IF

     MOVE TAGESDATUM (1:10) TO W-DATUM-HEUTE
     PERFORM S960-OPEN-HOTDL-CURSOR
     IF  W-SQL-OK
         PERFORM S970-FETCH-HOTDL-CURSOR
     END-IF
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
             OR    W-DLA-WEITERE = "J"
         MOVE CARDID      OF HOTCARD TO W-DLH-CARDID
         MOVE KANR-VON    OF HOTCARD TO W-DLH-KANR-VON
         MOVE KANR-BIS    OF HOTCARD TO W-DLH-KANR-BIS
         MOVE GUELTIG-BIS OF HOTCARD TO W-DLH-GUELTIG-BIS
         MOVE W-DL-SPERR-SATZ TO W-DL-EINTRAG
         PERFORM C340-EINTRAG-UEBERNEHMEN
         IF  W-DLA-WEITERE NOT = "J"
             PERFORM S970-FETCH-HOTDL-CURSOR
         END-IF
     END-PERFORM
     PERFORM S980-CLOSE-HOTDL-CURSOR
     .
 C330-99.
     EXIT.

******************************************************************
* Einen gelesenen Eintrag uebernehmen: Eintraege frueherer Bloecke
* ueberspringen; ist der Block voll, bedeutet ein weiterer Eintrag
* "weitere Bloecke folgen"
******************************************************************
 C340-EINTRAG-UEBERNEHMEN SECTION.
 C340-00.
     ADD 1 TO W-DL-GELESEN
     IF  W-DL-GELESEN <= W-DL-UEBERSPRINGEN
         EXIT SECTION
     END-IF

     IF  W-DLA-ANZ >= W-DL-JE-BLOCK
         MOVE "J" TO W-DLA-WEITERE
         EXIT SECTION
     END-IF

     STRING  W-DL-EINTRAG (1:W-DL-SATZLAENGE)
                 DELIMITED BY SIZE
       INTO  W-DL-PUFFER
       WITH  POINTER W-DL-POS
     END-STRING
     ADD 1 TO W-DLA-ANZ
     .
 C340-99.
     EXIT.

******************************************************************
* 409: Terminal bestaetigt den vollstaendig geladenen Stand
******************************************************************
 C400-VERSION-BESTAETIGEN SECTION.
 C400-00.
     PERFORM S400-SELECT-TPARVER
     IF  W-AC NOT = ZERO
         EXIT SECTION
     END-IF

     PERFORM S300-SELECT-TERMSTAT
     EVALUATE TRUE
         WHEN W-TSTAT-DA
             CONTINUE
         WHEN W-TSTAT-NEU
             MOVE "A" TO W-KZ-STATUS-NEU
             PERFORM S310-INSERT-TERMSTAT
         WHEN OTHER
             MOVE 96 TO W-AC
     END-EVALUATE
     IF  W-AC = ZERO
         PERFORM S340-UPDATE-TERMSTAT-VERSION
     END-IF
     .
 C400-99.
     EXIT.
*R000098 - Ende

*R000099 - Anfang
******************************************************************
* 501: Schluesselwechsel anbieten. Ein offenes Angebot (KZ_STATUS
* "W") wird unveraendert wiederholt, damit eine verlorene Antwort
* nicht zu einem zweiten Schluesselpaar fuehrt; sonst bei
* Faelligkeit ein neues Paar im Sicherheitsmodul erzeugen.
* Terminals ohne =TERMKEY bleiben auf den Serverklassen-Schluesseln.
******************************************************************
 C500-SCHLUESSEL-ANBIETEN SECTION.
 C500-00.
     MOVE "N"    TO W-KWR-WECHSEL
     MOVE ZEROS  TO W-KWR-VERSION
     MOVE SPACES TO W-KW-BLOCK

     PERFORM S500-SELECT-TERMKEY
     EVALUATE TRUE
         WHEN W-TKEY-DA
             CONTINUE
         WHEN W-TKEY-NEU
             SET W-KW-ANTWORT-JA TO TRUE
             EXIT SECTION
         WHEN OTHER
             EXIT SECTION
     END-EVALUATE

     PERFORM U300-KEY-TERMINE

     EVALUATE TRUE
         WHEN KZ-STATUS OF TERMKEY = "W"
             MOVE "J"                         TO W-KWR-WECHSEL
             MOVE KEY-VERSION-NEU OF TERMKEY  TO W-KWR-VERSION
             MOVE MAC-KEK-NEU     OF TERMKEY  TO W-KWB-MAC-KEK
             MOVE MAC-KCV-NEU     OF TERMKEY  TO W-KWB-MAC-KCV
             MOVE PAC-KEK-NEU     OF TERMKEY  TO W-KWB-PAC-KEK
             MOVE PAC-KCV-NEU     OF TERMKEY  TO W-KWB-PAC-KCV

         WHEN DATUM-FAELLIG OF TERMKEY <= W-HEUTE-8
             SET  TKY-ERZEUGEN            TO TRUE
             MOVE KEK-NAME OF TERMKEY     TO TKY-KEK-NAME
             PERFORM M195-CALL-PFCTKY7
             IF  TKY-ERR
                 EXIT SECTION
             END-IF

             IF  KEY-VERSION OF TERMKEY >= 9999
                 MOVE 1 TO KEY-VERSION-NEU OF TERMKEY
             ELSE
                 COMPUTE KEY-VERSION-NEU OF TERMKEY
                       = KEY-VERSION OF TERMKEY + 1
             END-IF
             MOVE TKY-MAC-NAME TO MACKEY-NEU  OF TERMKEY
             MOVE TKY-MAC-KEK  TO MAC-KEK-NEU OF TERMKEY
             MOVE TKY-MAC-KCV  TO MAC-KCV-NEU OF TERMKEY
             MOVE TKY-PAC-NAME TO PACKEY-NEU  OF TERMKEY
             MOVE TKY-PAC-KEK  TO PAC-KEK-NEU OF TERMKEY
             MOVE TKY-PAC-KCV  TO PAC-KCV-NEU OF TERMKEY
             PERFORM S510-UPDATE-TERMKEY-ANGEBOT
             IF  W-AC NOT = ZERO
                 EXIT SECTION
             END-IF

             MOVE "J"                         TO W-KWR-WECHSEL
             MOVE KEY-VERSION-NEU OF TERMKEY  TO W-KWR-VERSION
             MOVE TKY-MAC-KEK                 TO W-KWB-MAC-KEK
             MOVE TKY-MAC-KCV                 TO W-KWB-MAC-KCV
             MOVE TKY-PAC-KEK                 TO W-KWB-PAC-KEK
             MOVE TKY-PAC-KCV                 TO W-KWB-PAC-KCV

         WHEN OTHER
             MOVE KEY-VERSION OF TERMKEY      TO W-KWR-VERSION
     END-EVALUATE

     SET W-KW-ANTWORT-JA TO TRUE
     .
 C500-99.
     EXIT.

******************************************************************
* 509: Terminal bestaetigt die neuen Schluessel mit Version und
* Pruefwerten; erst dann wird umgestellt. Eine wiederholte
* Bestaetigung der bereits aktiven Version ist in Ordnung.
******************************************************************
 C510-SCHLUESSEL-BESTAETIGEN SECTION.
 C510-00.
     PERFORM S500-SELECT-TERMKEY
     EVALUATE TRUE
         WHEN W-TKEY-DA
             CONTINUE
         WHEN W-TKEY-NEU
             MOVE 30 TO W-AC
             MOVE 2201 TO ERROR-NR OF GEN-ERROR
             MOVE "Schluesselbestaetigung ohne Satz in =TERMKEY"
                 TO DATEN-BUFFER1
             PERFORM Z002-PROGERR
             EXIT SECTION
         WHEN OTHER
             EXIT SECTION
     END-EVALUATE

     IF  KZ-STATUS   OF TERMKEY NOT = "W"
     AND KEY-VERSION OF TERMKEY = W-KWA-VERSION
         EXIT SECTION
     END-IF

     IF  KZ-STATUS       OF TERMKEY NOT = "W"
     OR  KEY-VERSION-NEU OF TERMKEY NOT = W-KWA-VERSION
     OR  MAC-KCV-NEU     OF TERMKEY NOT = W-KWA-MAC-KCV
     OR  PAC-KCV-NEU     OF TERMKEY NOT = W-KWA-PAC-KCV
         MOVE 30 TO W-AC
         MOVE 2201 TO ERROR-NR OF GEN-ERROR
         MOVE "Schluesselbestaetigung passt nicht (Version/KCV)"
             TO DATEN-BUFFER1
         MOVE W-KW-ANFRAGE TO DATEN-BUFFER2
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

     PERFORM U300-KEY-TERMINE
     PERFORM S520-UPDATE-TERMKEY-WECHSEL
     .
 C510-99.
     EXIT.
*R000099 - Ende

******************************************************************
* 810-Antwort an die Station bauen (BMP 70 gespiegelt)
******************************************************************
     MOVE W-AC  TO W207-XCOBVAL
     PERFORM L100-ADD-BMP

*R000098 - Anfang
**  ---> BMP 62/63 - Parameter-Download (Version/Block, Datenblock);
**  ---> das BMP 62 der Anfrage vorher abschalten
     IF  W-DL-ANTWORT-JA
     AND W-AC = ZERO
     AND ENDE-OFF
         MOVE ZERO TO W207-TBMP(62)
                      W207-TPTR(62)
                      W207-TLEN(62)
         MOVE 62            TO W207-XBMP
         MOVE 14            TO W207-XCOBLEN
         MOVE W-DL-ANTWORT  TO W207-XCOBVAL
         PERFORM L100-ADD-BMP
         IF  ENDE
             EXIT SECTION
         END-IF

         IF  W-DLA-ANZ > ZERO
             MOVE 63 TO W207-XBMP
             COMPUTE W207-XCOBLEN = W-DL-POS - 1
             MOVE W-DL-PUFFER (1:W207-XCOBLEN) TO W207-XCOBVAL
             PERFORM L100-ADD-BMP
             IF  ENDE
                 EXIT SECTION
             END-IF
         END-IF
     END-IF
*R000098 - Ende

*R000099 - Anfang
**  ---> BMP 62/63 - Schluesselwechsel (Kennzeichen/Version,
**  ---> Schluessel unter KEK mit Pruefwerten)
     IF  W-KW-ANTWORT-JA
     AND W-AC = ZERO
     AND ENDE-OFF
         MOVE ZERO TO W207-TBMP(62)
                      W207-TPTR(62)
                      W207-TLEN(62)
         MOVE 62            TO W207-XBMP
         MOVE 5             TO W207-XCOBLEN
         MOVE W-KW-ANTWORT  TO W207-XCOBVAL
         PERFORM L100-ADD-BMP
         IF  ENDE
             EXIT SECTION
         END-IF

         IF  W-KWR-WECHSEL = "J"
             MOVE 63            TO W207-XBMP
             MOVE 76            TO W207-XCOBLEN
             MOVE W-KW-BLOCK    TO W207-XCOBVAL
             PERFORM L100-ADD-BMP
             IF  ENDE
                 EXIT SECTION
             END-IF
         END-IF
     END-IF
*R000099 - Ende

**  ---> Nachricht zusammenstellen; schlaegt der Aufbau fehl,
**  ---> bleibt ENDE stehen und S000 verwirft die Nachricht
     SET W207-EC TO TRUE
 L110-99.
     EXIT.

*R000099 - Anfang
******************************************************************
* Aufruf Baustein Terminal-Arbeitsschluessel
******************************************************************
 M195-CALL-PFCTKY7 SECTION.
 M195-00.
     CALL "PFCTKY7" USING TKY-PFCTKY7C
     IF  TKY-ERR
         MOVE 96 TO W-AC
         MOVE TKY-RCODE     TO TKY-RCODE-D
         MOVE TKY-HSM-RCODE TO TKY-HSM-RCODE-D
         MOVE 1201 TO ERROR-NR OF GEN-ERROR
         MOVE SPACES TO DATEN-BUFFER1
         STRING  "PFCTKY7 Fkt " TKY-FUNKTION
                 " RCODE " TKY-RCODE-D
                 " HSM " TKY-HSM-RCODE-D
                     DELIMITED BY SIZE
           INTO  DATEN-BUFFER1
         END-STRING
         MOVE "Schluesselwechsel nicht moeglich" TO DATEN-BUFFER2
         PERFORM Z002-PROGERR
     END-IF
     .
 M195-99.
     EXIT.
*R000099 - Ende

 M130-CALL-WISO207-ISO2COB SECTION.
 M130-00.
     SET W207-ISO2COB TO TRUE

     EXEC SQL
         SELECT  KZ_STATUS
*R000098 - Anfang
               , ZP_HOTCARD
*R000098 - Ende
           INTO :KZ-STATUS  of TERMSTAT
*R000098 - Anfang
               ,:ZP-HOTCARD of TERMSTAT
*R000098 - Ende
           FROM  =TERMSTAT
          WHERE  PNR    = :W-PNR
            AND  TERMNR = :W-TERMNR
         INSERT
           INTO  =TERMSTAT
                 ( PNR, TERMNR, KZ_STATUS
                 , ZP_SIGNON, ZP_SIGNOFF, ZP_ECHO, ZPUPD
*R000098 - Anfang
                 , PARAM_VERSION, ZP_PARAM, ZP_HOTCARD, ZP_HOTDL
*R000098 - Ende
                 )
         VALUES  (
                  :W-PNR
                 ,:W-TERMNR
                 ,current  YEAR TO FRACTION(2)
                 ,current  YEAR TO FRACTION(2)
                 ,current  YEAR TO FRACTION(2)
*R000098 - Anfang
                 ,0
                 ,:K-ZP-INITIAL TYPE AS DATETIME YEAR TO FRACTION(2)
                 ,:K-ZP-INITIAL TYPE AS DATETIME YEAR TO FRACTION(2)
                 ,:K-ZP-INITIAL TYPE AS DATETIME YEAR TO FRACTION(2)
*R000098 - Ende
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
 S320-99.
     EXIT.

*R000098 - Anfang
******************************************************************
* Beginn eines Sperrlisten-Downloads merken
******************************************************************
 S330-UPDATE-TERMSTAT-HOTDL SECTION.
 S330-00.
     EXEC SQL
         UPDATE  =TERMSTAT
            SET  ZP_HOTDL = CURRENT
               , ZPUPD    = CURRENT
          WHERE  PNR    = :W-PNR
            AND  TERMNR = :W-TERMNR
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  MOVE 96 TO W-AC
                     MOVE 2004 TO ERROR-NR OF GEN-ERROR
                     MOVE "Update =TERMSTAT (ZP_HOTDL) fehlgeschlagen"
                         TO DATEN-BUFFER1
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S330-99.
     EXIT.

******************************************************************
* Bestaetigten Parameterstand festhalten; der beim Download
* gemerkte Beginn wird zum neuen Stand der Sperrliste
******************************************************************
 S340-UPDATE-TERMSTAT-VERSION SECTION.
 S340-00.
     EXEC SQL
         UPDATE  =TERMSTAT
            SET  PARAM_VERSION = :W-DL-VERSION
               , ZP_PARAM      = CURRENT
               , ZP_HOTCARD    = ZP_HOTDL
               , ZPUPD         = CURRENT
          WHERE  PNR    = :W-PNR
            AND  TERMNR = :W-TERMNR
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  MOVE 96 TO W-AC
                     MOVE 2005 TO ERROR-NR OF GEN-ERROR
                     MOVE "Update =TERMSTAT (PARAM_VERSION) "
                       & "fehlgeschlagen"
                         TO DATEN-BUFFER1
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S340-99.
     EXIT.

******************************************************************
* Parameterstand pruefen: Version 0 = zuletzt freigegebener Stand,
* sonst muss die angefragte Version freigegeben sein
******************************************************************
 S400-SELECT-TPARVER SECTION.
 S400-00.
     IF  W-DL-VERSION-AN = ZERO
         EXEC SQL
             SELECT  VERSION
               INTO :VERSION of TPARVER
               FROM  =TPARVER
              WHERE  KZ_STATUS = "F"
                AND  VERSION   = ( SELECT  MAX(VERSION)
                                     FROM  =TPARVER
                                    WHERE  KZ_STATUS = "F" )
             BROWSE  ACCESS
         END-EXEC
     ELSE
         MOVE W-DL-VERSION-AN TO VERSION OF TPARVER
         EXEC SQL
             SELECT  VERSION
               INTO :VERSION of TPARVER
               FROM  =TPARVER
              WHERE  VERSION   = :VERSION of TPARVER
                AND  KZ_STATUS = "F"
             BROWSE  ACCESS
         END-EXEC
     END-IF

     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   MOVE VERSION OF TPARVER TO W-DL-VERSION
         WHEN 100    IF  W-DL-VERSION-AN = ZERO
                         MOVE 91 TO W-AC
                     ELSE
                         MOVE 30 TO W-AC
                     END-IF
                     MOVE 2201 TO ERROR-NR OF GEN-ERROR
                     MOVE "Parameterstand nicht freigegeben"
                         TO DATEN-BUFFER1
                     MOVE W-DL-ANFRAGE TO DATEN-BUFFER2
                     PERFORM Z002-PROGERR
         WHEN OTHER  MOVE 96 TO W-AC
                     MOVE 2006 TO ERROR-NR OF GEN-ERROR
                     MOVE "Lesen =TPARVER fehlgeschlagen"
                         TO DATEN-BUFFER1
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S400-99.
     EXIT.

******************************************************************
* Cursor auf =TPARLIM
******************************************************************
 S900-OPEN-TPARLIM-CURSOR SECTION.
 S900-00.
     EXEC SQL
         OPEN TPARLIM_CURS
     END-EXEC
     PERFORM S990-CURSOR-STATUS
     .
 S900-99.
     EXIT.

 S910-FETCH-TPARLIM-CURSOR SECTION.
 S910-00.
     EXEC SQL
         FETCH TPARLIM_CURS
          INTO :CARDID        of TPARLIM
              ,:LIMIT-OFFLINE of TPARLIM
     END-EXEC
     PERFORM S990-CURSOR-STATUS
     .
 S910-99.
     EXIT.

 S920-CLOSE-TPARLIM-CURSOR SECTION.
 S920-00.
     EXEC SQL
         CLOSE TPARLIM_CURS
     END-EXEC
     .
 S920-99.
     EXIT.

******************************************************************
* Cursor auf =TPARPFX
******************************************************************
 S930-OPEN-TPARPFX-CURSOR SECTION.
 S930-00.
     EXEC SQL
         OPEN TPARPFX_CURS
     END-EXEC
     PERFORM S990-CURSOR-STATUS
     .
 S930-99.
     EXIT.

 S940-FETCH-TPARPFX-CURSOR SECTION.
 S940-00.
     EXEC SQL
         FETCH TPARPFX_CURS
          INTO :PFX-VON    of TPARPFX
              ,:PFX-BIS    of TPARPFX
              ,:PAN-LAENGE of TPARPFX
              ,:CARDID     of TPARPFX
     END-EXEC
     PERFORM S990-CURSOR-STATUS
     .
 S940-99.
     EXIT.

 S950-CLOSE-TPARPFX-CURSOR SECTION.
 S950-00.
     EXEC SQL
         CLOSE TPARPFX_CURS
     END-EXEC
     .
 S950-99.
     EXIT.

******************************************************************
* Cursor auf =HOTCARD (Sperrlisten-Delta)
******************************************************************
 S960-OPEN-HOTDL-CURSOR SECTION.
 S960-00.
     EXEC SQL
         OPEN HOTDL_CURS
     END-EXEC
     PERFORM S990-CURSOR-STATUS
     .
 S960-99.
     EXIT.

 S970-FETCH-HOTDL-CURSOR SECTION.
 S970-00.
     EXEC SQL
         FETCH HOTDL_CURS
          INTO :CARDID      of HOTCARD
              ,:KANR-VON    of HOTCARD
              ,:KANR-BIS    of HOTCARD
              ,:GUELTIG-BIS of HOTCARD
     END-EXEC
     PERFORM S990-CURSOR-STATUS
     .
 S970-99.
     EXIT.

 S980-CLOSE-HOTDL-CURSOR SECTION.
 S980-00.
     EXEC SQL
         CLOSE HOTDL_CURS
     END-EXEC
     .
 S980-99.
     EXIT.

*R000099 - Anfang
******************************************************************
* Schluesselsatz des Terminals lesen
******************************************************************
 S500-SELECT-TERMKEY SECTION.
 S500-00.
     SET W-TKEY-DA TO TRUE
     MOVE W-PNR    TO PNR    OF TERMKEY
     MOVE W-TERMNR TO TERMNR OF TERMKEY

     EXEC SQL
         SELECT  KEK_NAME, KEY_VERSION, KZ_STATUS
               , KEY_VERSION_NEU, MAC_KEK_NEU, MAC_KCV_NEU
               , PAC_KEK_NEU, PAC_KCV_NEU
               , INTERVALL_TAGE, DATUM_FAELLIG
           INTO :KEK-NAME        of TERMKEY
               ,:KEY-VERSION     of TERMKEY
               ,:KZ-STATUS       of TERMKEY
               ,:KEY-VERSION-NEU of TERMKEY
               ,:MAC-KEK-NEU     of TERMKEY
               ,:MAC-KCV-NEU     of TERMKEY
               ,:PAC-KEK-NEU     of TERMKEY
               ,:PAC-KCV-NEU     of TERMKEY
               ,:INTERVALL-TAGE  of TERMKEY
               ,:DATUM-FAELLIG   of TERMKEY
           FROM  =TERMKEY
          WHERE  PNR    = :PNR    of TERMKEY
            AND  TERMNR = :TERMNR of TERMKEY
     END-EXEC

     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    SET W-TKEY-NEU TO TRUE
         WHEN OTHER  SET W-TKEY-NOK TO TRUE
                     MOVE 96 TO W-AC
                     MOVE 2008 TO ERROR-NR OF GEN-ERROR
                     MOVE "Lesen =TERMKEY fehlgeschlagen"
                         TO DATEN-BUFFER1
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S500-99.
     EXIT.

******************************************************************
* Neues Schluesselpaar als offenes Angebot festhalten
******************************************************************
 S510-UPDATE-TERMKEY-ANGEBOT SECTION.
 S510-00.
     EXEC SQL
         UPDATE  =TERMKEY
            SET  KZ_STATUS       = "W"
               , KEY_VERSION_NEU = :KEY-VERSION-NEU of TERMKEY
               , MACKEY_NEU      = :MACKEY-NEU      of TERMKEY
               , MAC_KEK_NEU     = :MAC-KEK-NEU     of TERMKEY
               , MAC_KCV_NEU     = :MAC-KCV-NEU     of TERMKEY
               , PACKEY_NEU      = :PACKEY-NEU      of TERMKEY
               , PAC_KEK_NEU     = :PAC-KEK-NEU     of TERMKEY
               , PAC_KCV_NEU     = :PAC-KCV-NEU     of TERMKEY
               , ZP_ANGEBOT      = CURRENT
               , ZPUPD           = CURRENT
          WHERE  PNR    = :PNR    of TERMKEY
            AND  TERMNR = :TERMNR of TERMKEY
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  MOVE 96 TO W-AC
                     MOVE 2009 TO ERROR-NR OF GEN-ERROR
                     MOVE "Update =TERMKEY (Angebot) fehlgeschlagen"
                         TO DATEN-BUFFER1
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S510-99.
     EXIT.

******************************************************************
* Auf die bestaetigten Schluessel umstellen; die bisherigen
* bleiben bis ZP_ALT_BIS gueltig, naechster Wechsel nach Turnus
******************************************************************
 S520-UPDATE-TERMKEY-WECHSEL SECTION.
 S520-00.
     EXEC SQL
         UPDATE  =TERMKEY
            SET  MACKEY_ALT    = MACKEY
               , PACKEY_ALT    = PACKEY
               , ZP_ALT_BIS    = :W-KW-ALT-BIS
               , MACKEY        = MACKEY_NEU
               , PACKEY        = PACKEY_NEU
               , KEY_VERSION   = KEY_VERSION_NEU
               , KZ_STATUS     = "A"
               , DATUM_WECHSEL = :W-HEUTE-8
               , DATUM_FAELLIG = :W-KW-FAELLIG
               , ZPUPD         = CURRENT
          WHERE  PNR    = :PNR    of TERMKEY
            AND  TERMNR = :TERMNR of TERMKEY
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  MOVE 96 TO W-AC
                     MOVE 2010 TO ERROR-NR OF GEN-ERROR
                     MOVE "Update =TERMKEY (Wechsel) fehlgeschlagen"
                         TO DATEN-BUFFER1
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S520-99.
     EXIT.
*R000099 - Ende

******************************************************************
* SQLCODE nach OPEN/FETCH der Download-Cursor auswerten
******************************************************************
 S990-CURSOR-STATUS SECTION.
 S990-00.
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     MOVE 96 TO W-AC
                     MOVE 2007 TO ERROR-NR OF GEN-ERROR
                     MOVE "Download-Cursor fehlgeschlagen"
                         TO DATEN-BUFFER1
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S990-99.
     EXIT.
*R000098 - Ende

******************************************************************
* TMF-Klammer
******************************************************************
 U200-99.
     EXIT.

*R000099 - Anfang
******************************************************************
* Termine zum Schluesselwechsel (ueber INTEGER-OF-DATE, Tages-
* wechsel eingerechnet): heutiges Datum, Ende der Ueberlappung
* (JJJJMMTThhmm) und naechste Faelligkeit nach Turnus
******************************************************************
 U300-KEY-TERMINE SECTION.
 U300-00.
     COMPUTE W-HEUTE-8 = TAL-JHJJ OF TAL-TIME-D * 10000
                       + TAL-MM   OF TAL-TIME-D * 100
                       + TAL-TT   OF TAL-TIME-D
     COMPUTE W-KW-TAGE = FUNCTION INTEGER-OF-DATE (W-HEUTE-8)

     COMPUTE W-KW-GMIN = W-KW-TAGE * 1440
                       + TAL-HH OF TAL-TIME-D * 60
                       + TAL-MI OF TAL-TIME-D
                       + K-KEY-UEBERLAPPUNG-MIN
     DIVIDE W-KW-GMIN BY 1440 GIVING W-KW-TAGE
                              REMAINDER W-KW-REST
     DIVIDE W-KW-REST BY 60   GIVING W-KW-STD
                              REMAINDER W-KW-MIN
     COMPUTE W-KW-DATUM-8 = FUNCTION DATE-OF-INTEGER (W-KW-TAGE)
     COMPUTE W-KW-ALT-BIS = W-KW-DATUM-8 * 10000
                          + W-KW-STD * 100
                          + W-KW-MIN

     IF  INTERVALL-TAGE OF TERMKEY > ZERO
         MOVE INTERVALL-TAGE OF TERMKEY TO W-KW-INTERVALL
     ELSE
         MOVE K-KEY-INTERVALL-TAGE      TO W-KW-INTERVALL
     END-IF
     COMPUTE W-KW-TAGE = FUNCTION INTEGER-OF-DATE (W-HEUTE-8)
                       + W-KW-INTERVALL
     COMPUTE W-KW-FAELLIG = FUNCTION DATE-OF-INTEGER (W-KW-TAGE)
     .
 U300-99.
     EXIT.
*R000099 - Ende

******************************************************************
* Allgemeine Fehlerbehandlung - wie in den Schwester-Servern
* ueber die Fehlertabelle (WSYS022), nicht nur DISPLAY
