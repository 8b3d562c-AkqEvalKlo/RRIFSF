?SEARCH  =WEUR055
?SEARCH  =WEUR056

*R000095 - Krypto-Baustein PAN-Tresor
?SEARCH  =PFCPVK7
*R000095 - Ende

*R000099 - Baustein Terminal-Arbeitsschluessel
?SEARCH  =PFCTKY7
*R000099 - Ende

*R000110 - Baustein Benachrichtigungs-Feed
?SEARCH  =PFCNTQ7
*R000110 - Ende

?NOLMAP, SYMBOLS, INSPECT
?SAVE ALL
?SAVEABEND


*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.03.17
* Kurzbeschreibung :: Dieses Programm setzt Flottenkarten-
* Kurzbeschreibung :: Autorisierungsanantworten vom AS-IFSF-Protokoll
* Kurzbeschreibung :: auf WEAT-TERMINAL-Protokoll um. Bearbeitet werden
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.03.17|2026-10-15| kl  | Review:
*       |          |     | - F905: wurde die Anfrage mit dem alten
*       |          |     |   Terminalschluessel geprueft ("TKA" aus
*       |          |     |   PFCPRE7), wird auch die Antwort-MAC mit
*       |          |     |   dem alten Schluessel gebildet
*       |          |     | - Schnittstellen zu PFCPVK7, PFCTKY7 und
*       |          |     |   PFCNTQ7 als COPY statt eigener 01-Stufe
*-------|----------|-----|-------------------------------------------*
*G.03.16|2026-10-15| kl  | R7-546:
*       |          |     | - Benachrichtigungs-Feed fuer Flotten-
*       |          |     |   kunden: nach dem Schreiben von
*       |          |     |   =TXILOG70 wird der Vorgang ueber den
*       |          |     |   Baustein PFCNTQ7 fuer abonnierte VUNR
*       |          |     |   (=NOTIFYABO) in =NOTIFYQ vorgemerkt
*       |          |     |   (Autorisierung bzw. Ablehnung aus der
*       |          |     |   AS-Antwort); Zustellung durch PFCNTF7
*-------|----------|-----|-------------------------------------------*
*G.03.15|2026-10-15| kl  | R7-535:
*       |          |     | - Antwort-MAC fuer Terminals mit eigenen
*       |          |     |   Arbeitsschluesseln (=TERMKEY, Baustein
*       |          |     |   PFCTKY7) mit dem MAC-Schluessel des
*       |          |     |   Terminals statt dem der Serverklasse
*-------|----------|-----|-------------------------------------------*
*G.03.14|2026-10-15| kl  | R7-531:
*       |          |     | - PAN-Tresor: die Kartennummer steht
*       |          |     |   verschluesselt in KANR_ENC und wird
*       |          |     |   ueber den Krypto-Baustein PFCPVK7 mit
*       |          |     |   der Schluesselversion des Satzes
*       |          |     |   zurueckgeholt (KEY_VERSION 0: Altsatz,
*       |          |     |   KANR noch im Klartext)
*-------|----------|-----|-------------------------------------------*
*G.03.13|2026-09-02| kl  | R7-526:
*       |          |     | - VUNR wandert mit in den =UMSWEAT-
*       |          |     |   Umsatz (neue Spalte), damit PFCPRE7
*R000038 - Ende
* E900-PUT-ERRLOG
*
*R000099 - Anfang
* F905-TERMINAL-SCHLUESSEL
*R000099 - Ende
* F910-MAC-PRUEFEN
* F920-MAC-BILDEN
* F915-ASMAC-DUKPT
* G120-PUT-TXNLOG70-AS
* G130-PUT-UMSWEAT
* G140-PUT-CRDUSEDN
*R000110 - Anfang
* G160-PUT-NOTIFYQ
*R000110 - Ende
*
* L100-ADD-BMP
* L110-COB2ISO
* M140-CALL-WSY7066
* M160-CALL-WSYS971
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
*
* P100-PATHSEND
* P900-WTHEX
 01          W-PACKEYA           PIC X(08) VALUE LOW-VALUE.
 01          W-MACKEYT           PIC X(04) VALUE SPACES.
 01          W-PACKEYT           PIC X(04) VALUE SPACES.
*R000099 - Anfang
**          ---> MAC-Schluessel der Serverklasse (Startparameter);
**          ---> Terminals mit eigenen Schluesseln (=TERMKEY)
**          ---> ueberschreiben W-MACKEYT je Vorgang
 01          W-MACKEYT-KLASSE    PIC X(04) VALUE SPACES.
*R000099 - Ende
 01          W-HERSTID           PIC X(02) VALUE SPACES.
 01          W-VERSION           PIC X(02) VALUE SPACES.
 01          W-PADDING           PIC X(08) VALUE LOW-VALUE.
     COPY    WEUR056C OF  "=MSGLIB"
             REPLACING =="*"== BY ==Z==.

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


******************************************************************
* Im Folgenden Vorkehrungen f�r SQL
******************************************************************
     MOVE STUP-TEXT(1:STUP-RESULT) TO P-HEX16
     PERFORM P900-WTHEX
     MOVE P-HEX8 TO W-MACKEYT
*R000099 - Anfang
     MOVE W-MACKEYT TO W-MACKEYT-KLASSE
*R000099 - Ende

**  ---> holen Boxen-Monitor
     MOVE "BOXMON" TO STUP-PORTION
         EXIT SECTION
     END-IF

*R000099 - Anfang
**  ---> MAC-Schluessel des Terminals bestimmen
     PERFORM F905-TERMINAL-SCHLUESSEL
*R000099 - Ende

**  ---> und echten MAC bilden und einstellen
     IF  MAC-YES
         MOVE ALL LOW-VALUES    TO W66-TKEY-NAME
 F915-99.
   EXIT.

*R000099 - Anfang
******************************************************************
* MAC-Schluessel des Terminals: steht das Terminal in =TERMKEY,
* gilt sein eigener Schluessel, sonst der der Serverklasse. Die
* Antwort geht mit dem aktuellen Schluessel des Terminals - es sei
* denn, PFCPRE7 hat die Anfrage in der Ueberlappungszeit mit dem
* bisherigen Schluessel angenommen (TXILOG70 "TKA", F910): dann
* laeuft auch die Antwort mit dem bisherigen Schluessel
******************************************************************
 F905-TERMINAL-SCHLUESSEL SECTION.
 F905-00.
     MOVE W-MACKEYT-KLASSE TO W-MACKEYT

     SET  TKY-LESEN  TO TRUE
     MOVE W-TERMNR   TO TKY-TERMNR
     PERFORM M195-CALL-PFCTKY7

     IF  TKY-EIGENE-KEYS
         MOVE TKY-MACKEY TO W-MACKEYT
     END-IF
*G.03.17 - Anfang
     IF  TKY-EIGENE-KEYS
     AND TKY-ALT-GUELTIG
     AND PROJEKT-ABH-DATEN OF TXILOG70 (28:3) = "TKA"
         MOVE TKY-MACKEY-ALT TO W-MACKEYT
     END-IF
*G.03.17 - Ende
     .
 F905-99.
     EXIT.
*R000099 - Ende

******************************************************************
* Erstellen Antwort-MAC
******************************************************************

**  ---> und schreiben
     PERFORM S180-INSERT-TXILOG70

*R000110 - Anfang
**  ---> Benachrichtigungs-Feed der Flottenkunden (PFCNTF7)
     IF  TXILOG70-OK
         PERFORM G160-PUT-NOTIFYQ
     END-IF
*R000110 - Ende
     .
 G100-99.
     EXIT.
     MOVE KANR OF TXILOG70 TO W-KANR-FEED
     IF  W-KANR-FEED (1:2) = "99"
         MOVE W-KANR-FEED TO TOKEN OF PANVAULT
*R000095 - Anfang
**  ---> die Kartennummer steht verschluesselt im Tresor (Altsatz
**  ---> KEY_VERSION 0: noch im Klartext in KANR)
         EXEC SQL
             SELECT  KANR, KANR_ENC, KEY_VERSION
               INTO :KANR        of PANVAULT
                   ,:KANR-ENC    of PANVAULT
                   ,:KEY-VERSION of PANVAULT
               FROM  =PANVAULT
              WHERE  TOKEN = :TOKEN of PANVAULT
             BROWSE  ACCESS
         END-EXEC
         MOVE ZERO TO PVK-RCODE
         IF  SQLCODE OF SQLCA = ZERO
         AND KEY-VERSION OF PANVAULT NOT = ZERO
             PERFORM M190-CALL-PFCPVK7
         END-IF
         IF  SQLCODE OF SQLCA = ZERO
         AND PVK-OK
*R000095 - Ende
             MOVE KANR OF PANVAULT TO W-KANR-FEED
         ELSE
             MOVE "Token nicht aufloesbar - kein CRDUSEDN-Eintrag"
 M180-99.
     EXIT.

*R000095 - Anfang
******************************************************************
* Kartennummer ueber den Krypto-Baustein entschluesseln
* (KANR_ENC unter der Schluesselversion des Tresorsatzes)
******************************************************************
 M190-CALL-PFCPVK7 SECTION.
 M190-00.
     SET  PVK-ENTSCHLUESSELN      TO TRUE
     MOVE KANR-ENC    OF PANVAULT TO PVK-KANR-ENC
     MOVE KEY-VERSION OF PANVAULT TO PVK-KEY-VERSION
     CALL "PFCPVK7" USING PVK-PFCPVK7C
     IF  PVK-OK
         MOVE PVK-KANR TO KANR OF PANVAULT
     ELSE
         MOVE PVK-RCODE     TO PVK-RCODE-D
         MOVE PVK-HSM-RCODE TO PVK-HSM-RCODE-D
         MOVE SPACES TO DATEN-BUFFER2
         STRING  "PFCPVK7@"
                 PVK-RCODE-D
                 "@"
                 PVK-HSM-RCODE-D
                 "@@"
                     delimited by size
           INTO  DATEN-BUFFER2
         END-STRING
     END-IF
     .
 M190-99.
     EXIT.
*R000095 - Ende

*R000099 - Anfang
******************************************************************
* Aufruf Baustein Terminal-Arbeitsschluessel; bei Fehler bleibt
* der Schluessel der Serverklasse
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
         STRING  "PFCTKY7@"
                 TKY-RCODE-D
                 "@"
                 TKY-HSM-RCODE-D
                 "@@"
                     delimited by size
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
* vormerken (AS-Antwort); der Baustein prueft das
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

******************************************************************
* Aufruf Artikel-Mapper
******************************************************************
