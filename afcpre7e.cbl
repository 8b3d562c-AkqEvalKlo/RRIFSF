?SEARCH  =WEUR056
*G.01.16 - Ende

*R000099 - Baustein Terminal-Arbeitsschluessel
?SEARCH  =PFCTKY7
*R000099 - Ende

*R000110 - Baustein Benachrichtigungs-Feed
?SEARCH  =PFCNTQ7
*R000110 - Ende

?NOLMAP, SYMBOLS, INSPECT
?SAVE ALL
?SAVEABEND


*****************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.53
* Kurzbeschreibung :: Dieses Programm setzt Flottenkarten-
* Kurzbeschreibung :: Autorisierungsanantworten vom AS-IFSF-Protokoll
* Kurzbeschreibung :: auf WEAT-TERMINAL-Protokoll um. Bearbeitet werden
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar
*-------|----------|-----|-------------------------------------------*
*G.01.53|2026-10-15| kl  | Review:
*       |          |     | - F905: wurde die Anfrage mit dem alten
*       |          |     |   Terminalschluessel geprueft ("TKA" aus
*       |          |     |   PFCPRE7), wird auch die Antwort-MAC mit
*       |          |     |   dem alten Schluessel gebildet
*       |          |     | - Schnittstellen zu PFCTKY7 und PFCNTQ7
*       |          |     |   als COPY statt eigener 01-Stufe
*-------|----------|-----|-------------------------------------------*
*G.01.52|2026-10-15| kl  | R7-546:
*       |          |     | - Benachrichtigungs-Feed fuer Flotten-
*       |          |     |   kunden: nach dem Schreiben von
*       |          |     |   =TXILOG70 wird der Vorgang ueber den
*       |          |     |   Baustein PFCNTQ7 fuer abonnierte VUNR
*       |          |     |   (=NOTIFYABO) in =NOTIFYQ vorgemerkt
*       |          |     |   (Autorisierung bzw. Ablehnung aus der
*       |          |     |   AS-Antwort); Zustellung durch PFCNTF7
*-------|----------|-----|-------------------------------------------*
*G.01.51|2026-10-15| kl  | R7-536:
*       |          |     | - Erhoehung einer Vorautorisierung (ABWKZ
*       |          |     |   "68"): bei Genehmigung wird die offene
*       |          |     |   Reservierung der Ursprungs-Voraut in
*       |          |     |   =UMSWEAT um den genehmigten Betrag
*       |          |     |   erhoeht (kein zweiter Eintrag) und
*       |          |     |   BETRAG_AUTOR der Ursprungs-Voraut in
*       |          |     |   TXILOG70 mitgefuehrt (Abschluss/Storno)
*-------|----------|-----|-------------------------------------------*
*G.01.50|2026-10-15| kl  | R7-535:
*       |          |     | - Antwort-MAC fuer Terminals mit eigenen
*       |          |     |   Arbeitsschluesseln (=TERMKEY, Baustein
*       |          |     |   PFCTKY7) mit dem MAC-Schluessel des
*       |          |     |   Terminals statt dem der Serverklasse
*-------|----------|-----|-------------------------------------------*
*G.01.49|2026-09-02| kl  | R7-524:
*       |          |     | - Abrechnungstag je Acquirer: jede
*       |          |     |   TXILOG70-Zeile bekommt beim Einfuegen
* E300-ARTIKELDATEN
* E900-PUT-ERRLOG
*
*R000099 - Anfang
* F905-TERMINAL-SCHLUESSEL
*R000099 - Ende
* F910-MAC-PRUEFEN
* F920-MAC-BILDEN
*
* G110-PUT-TXNLOG70-TS
* G120-PUT-TXNLOG70-AS
* G130-PUT-UMSWEAT
*R000100 - Anfang
* G131-UMSWEAT-ERHOEHEN
*R000100 - Ende
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
*R000099 - Anfang
* M195-CALL-PFCTKY7
*R000099 - Ende
*R000110 - Anfang
* M196-CALL-PFCNTQ7
*R000110 - Ende
*
* P100-PATHSEND
* P900-WTHEX
*R000012 - Anfang
* S185-INSERT-TOTALREDEX
*R000012 - Ende
*R000100 - Anfang
* S187-UPDATE-TXILOG70-VORAUT
*R000100 - Ende
* S190-INSERT-TXNLOG70-TS
* S200-INSERT-TXNLOG70-AS
* S900-OPEN-FCPARAM-CURSOR

     05      W-ABWKZ             PIC 9(02).
     05      W-BELEGNR           PIC 9(04).
*R000100 - Trace der Ursprungs-Voraut bei Erhoehung (ABWKZ 68)
     05      W-TRACENR-37        PIC 9(06).
*R000100 - Ende
     05      W-LTGIND            PIC 9(04).
     05      W-ASID              PIC 9(18).
     05      W-BETRAG            PIC 9(18).
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
*G.10.04 - Ende


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
* Im Folgenden Vorkehrungen für SQL
******************************************************************
 END-EXEC
*R000072 - Ende

*R000100 - Anfang
**          ---> Ursprungs-Voraut bei Erhoehung (S187)
 01          VE-FELDER.
     05      VE-PNR              PIC 9(02)  VALUE ZEROS.
     05      VE-TERMNR           PIC 9(08)  VALUE ZEROS.
     05      VE-TRACENR          PIC 9(06)  VALUE ZEROS.
     05      VE-BETRAG           PIC S9(12)V99 COMP VALUE ZEROS.
*R000100 - Ende

 EXEC SQL
     END DECLARE SECTION
 END-EXEC
     MOVE STUP-TEXT(1:STUP-RESULT) TO P-HEX16
     PERFORM P900-WTHEX
     MOVE P-HEX8 TO W-MACKEYT
*R000099 - Anfang
     MOVE W-MACKEYT TO W-MACKEYT-KLASSE
*R000099 - Ende

**  ---> holen Boxen-Monitor
     MOVE "BOXMON" TO STUP-PORTION
     MOVE W2TS-CF(W2TS-TPTR(03) + 2:4)    TO W-BELEGNR
*G.01.30 - Ende

*R000100 - Anfang
**  ---> Erhoehung einer Voraut: Trace der Ursprungs-Voraut aus
**  ---> BMP 37 der Terminalanfrage (von PFCPRE7 geprueft)
     MOVE ZEROS TO W-TRACENR-37
     IF  W-ABWKZ = 68
     AND W2TS-TBMP(37) = 1
         MOVE W2TS-CF(W2TS-TPTR(37) + 6:6) TO W-TRACENR-37
     END-IF
*R000100 - Ende

**  ---> AS-Anfrage aufbereiten für Prüfungen
     MOVE VAL OF ANFRAGE OF TXNLOG70-AS(1:LEN of ANFRAGE OF TXNLOG70-AS)
       TO W207-ISOSTRING
         EXIT SECTION
     END-IF

*R000099 - Anfang
**  ---> MAC-Schluessel des Terminals bestimmen
     PERFORM F905-TERMINAL-SCHLUESSEL
*R000099 - Ende

**  ---> und echten MAC bilden und einstellen
     IF  MAC-YES
         MOVE ALL LOW-VALUES    TO W66-TKEY-NAME
     IF W-AC-OK
*G.01.12 - Ende

*R000100 - Anfang
**  ---> Erhoehung: bestehende Reservierung erhoehen statt eines
**  ---> zweiten UMSWEAT-Eintrags
      IF W-ABWKZ = 68
        PERFORM G131-UMSWEAT-ERHOEHEN
        IF ENDE
           EXIT SECTION
        END-IF
      ELSE
*R000100 - Ende
        PERFORM G130-PUT-UMSWEAT
        IF ENDE
           EXIT SECTION
        END-IF
*R000100 - Anfang
      END-IF
*R000100 - Ende
     END-IF

*G.01.03 - Ende

*G.01.14 - Ende

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
*G.01.53 - Anfang
     IF  TKY-EIGENE-KEYS
     AND TKY-ALT-GUELTIG
     AND PROJEKT-ABH-DATEN OF TXILOG70 (28:3) = "TKA"
         MOVE TKY-MACKEY-ALT TO W-MACKEYT
     END-IF
*G.01.53 - Ende
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
 G130-99.
     EXIT.

*R000100 - Anfang
******************************************************************
* Erhoehung einer Vorautorisierung (ABWKZ "68"): Reservierung der
* Ursprungs-Voraut (W-TRACENR-37) ueber IUMSW07 lesen und um den
* genehmigten Erhoehungsbetrag hochsetzen; danach BETRAG_AUTOR der
* Ursprungs-Voraut in TXILOG70 nachziehen, damit Abschluss
* (PFCFAD7), Storno (PFCSTO7) und Sweeper (PFCSWP7) mit der
* erhoehten Summe arbeiten
******************************************************************
 G131-UMSWEAT-ERHOEHEN SECTION.
 G131-00.
     MOVE PNR          of TXILOG70  TO PNR       of UMSWEAT
     MOVE TERMNR       of TXILOG70  TO TERMNR    of UMSWEAT
     MOVE W-TRACENR-37              TO TRACENR   of UMSWEAT
     MOVE MDNR         of TXILOG70  TO MDNR      of UMSWEAT
     MOVE TSNR         of TXILOG70  TO TSNR      of UMSWEAT
     MOVE W-BELEGNR                 TO BELEGNR   of UMSWEAT

**  ---> Aufruf Modul IUMSW07 (Zugriff zum UMSIFSF-Server)
     MOVE UMSWEAT    TO WUMS-UMSATZ
     MOVE K-MODUL    TO WUMS-ABSENDER
     SET WUMS-TAB-UW TO TRUE
     SET WUMS-CMD-SB TO TRUE
     PERFORM M180-CALL-IUMSW07
     IF  ENDE
         EXIT SECTION
     END-IF
     MOVE WUMS-UMSATZ TO UMSWEAT

     ADD  BETRAG-AUTOR of TXILOG70  TO BETRAG    of UMSWEAT

     MOVE UMSWEAT    TO WUMS-UMSATZ
     MOVE K-MODUL    TO WUMS-ABSENDER
     SET WUMS-TAB-UW TO TRUE
     SET WUMS-CMD-UB TO TRUE
     PERFORM M180-CALL-IUMSW07
     IF  ENDE
         EXIT SECTION
     END-IF

     PERFORM S187-UPDATE-TXILOG70-VORAUT
     .
 G131-99.
     EXIT.
*R000100 - Ende

******************************************************************
* Einstellen Daten in CRDUSEDN-Buffer
******************************************************************
 M180-99.
     EXIT.

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
     EXIT.
*R000012 - Ende

*R000100 - Anfang
******************************************************************
* Update TXILOG70 der Ursprungs-Voraut: BETRAG_AUTOR um den
* genehmigten Erhoehungsbetrag hochsetzen
******************************************************************
 S187-UPDATE-TXILOG70-VORAUT SECTION.
 S187-00.
     MOVE PNR          of TXILOG70  TO VE-PNR
     MOVE TERMNR       of TXILOG70  TO VE-TERMNR
     MOVE W-TRACENR-37              TO VE-TRACENR
     MOVE BETRAG-AUTOR of TXILOG70  TO VE-BETRAG

     EXEC SQL
         UPDATE  =TXILOG70
            SET  BETRAG_AUTOR = BETRAG_AUTOR + :VE-BETRAG
          WHERE  PNR     = :VE-PNR
            AND  TERMNR  = :VE-TERMNR
            AND  TRACENR = :VE-TRACENR
            AND  ISONTYP = 200
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  SET ENDE TO TRUE
                     MOVE 2005 TO ERROR-NR of GEN-ERROR
                     STRING  "TXILOG70 Voraut@"
                             VE-PNR     "/"
                             VE-TERMNR  "/"
                             VE-TRACENR
                                 DELIMITED BY SIZE
                       INTO DATEN-BUFFER1
                     END-STRING
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S187-99.
     EXIT.
*R000100 - Ende

******************************************************************
* Insert auf Tabelle TXNLOG70
******************************************************************
