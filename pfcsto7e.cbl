?SEARCH =ZPVERK
*G.01.07 - ende

*R000095 - Krypto-Baustein PAN-Tresor
?SEARCH  =PFCPVK7
*R000095 - Ende

*R000110 - Baustein Benachrichtigungs-Feed
?SEARCH  =PFCNTQ7
*R000110 - Ende

*R000117 - Baustein Nachrichten-Konformitaet
?SEARCH  =PFCKON7
*R000117 - Ende


?NOLMAP, SYMBOLS, INSPECT
?SAVE ALL


****************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.02.12
* Kurzbeschreibung :: Dieses Programm setzt Flottenkarten-
* Kurzbeschreibung :: Stornierungsanfragen vom Terminal-Protokoll
* Kurzbeschreibung :: auf AS-IFSF-Protokoll um. Bearbeitet werden
*----------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                             *
*-------|----------|-----|---------------------------------------*
*G.02.12|2026-10-15| kl  | Review:
*       |          |     | - Schnittstellen zu PFCPVK7, PFCNTQ7 und
*       |          |     |   PFCKON7 als COPY statt eigener 01-Stufe
*       |          |     | - =PANVAULT: KANR wird seit der Tresor-
*       |          |     |   Umstellung leer eingefuegt, gesucht
*       |          |     |   wird ueber KANR_HASH. Der eindeutige
*       |          |     |   Index auf =PANVAULT muss vor Einsatz
*       |          |     |   dieser Version von KANR auf KANR_HASH
*       |          |     |   umgestellt sein, sonst scheitert schon
*       |          |     |   das zweite neue Token am doppelten
*       |          |     |   (leeren) Schluessel
*-------|----------|-----|-------------------------------------------*
*G.02.11|2026-10-15| kl  | R7-553:
*       |          |     | - Konformitaetspruefung der Nachrichten
*       |          |     |   gegen das Regelwerk =MSGRULE (Pflicht-,
*       |          |     |   bedingte und verbotene BMPs, Laenge,
*       |          |     |   Format je NTYPE/ABWKZ/ROUTKZ) ueber
*       |          |     |   den Baustein PFCKON7: Terminal-Anfrage
*       |          |     |   in C100 (C125), fertige AS-Nachricht
*       |          |     |   in C400 (C410); Verstoss => Ablehnung
*       |          |     |   mit AC 79, Protokoll in =MSGKONEX
*       |          |     |   (Tagesbericht RFCKON7)
*-------|----------|-----|---------------------------------------*
*G.02.10|2026-10-15| kl  | R7-546:
*       |          |     | - Benachrichtigungs-Feed fuer Flotten-
*       |          |     |   kunden: nach dem Schreiben von
*       |          |     |   =TXILOG70 wird der Vorgang ueber den
*       |          |     |   Baustein PFCNTQ7 fuer abonnierte VUNR
*       |          |     |   (=NOTIFYABO) in =NOTIFYQ vorgemerkt
*       |          |     |   (Storno bzw. abgelehnter Storno);
*       |          |     |   Zustellung durch PFCNTF7
*-------|----------|-----|---------------------------------------*
*G.02.09|2026-10-15| kl  | R7-531:
*       |          |     | - PAN-Tresor =PANVAULT: Kartennummer
*       |          |     |   nur noch verschluesselt (KANR_ENC,
*       |          |     |   Schluesselversion KEY_VERSION);
*       |          |     |   Token-Suche ueber Schluessel-Hash
*       |          |     |   KANR_HASH; Krypto-Baustein PFCPVK7,
*       |          |     |   Umschluesselung Batch PFCPVR7.
*       |          |     |   Klartext-Altsaetze (KEY_VERSION 0)
*       |          |     |   werden bis zur Umschluesselung
*       |          |     |   weiter gefunden
*-------|----------|-----|---------------------------------------*
*G.02.08|2026-09-02| kl  | Review:
*       |          |     | - Artikelcode-Uebersetzung =ARTCODE
*       |          |     |   (wie PFCPRE7: Laden in B095/B097,
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
* G110-PUT-TXNLOG70-TS
* G130-PUT-CRDUSEDN
* G130-PUT-UMSWEAT
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
*R000110 - Anfang
* M196-CALL-PFCNTQ7
*R000110 - Ende
*R000117 - Anfang
* M198-CALL-PFCKON7
*R000117 - Ende
*
* P100-PATHSEND
* P900-WTHEX
      COPY    ZPVERKAUF-IFC OF "=MSGLIB".
*G.01.07 - ende

*R000095 - Anfang
**          ---> Schnittstelle zum Krypto-Baustein PFCPVK7
     COPY    PFCPVK7C OF "=MSGLIB".
 01          PVK-RCODE-D         PIC 9(04)   VALUE ZEROS.
 01          PVK-HSM-RCODE-D     PIC -9(04)  VALUE ZEROS.
*R000095 - Ende

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

******************************************************************
* Im Folgenden Vorkehrungen für SQL
******************************************************************
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
     OR  IMSG-CF(IMSG-TPTR(3):2) = "77"
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
         MOVE ALL LOW-VALUES    TO W66-AKEY-NAME
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
     PERFORM G110-PUT-TXNLOG70-TS
*R000046 - Anfang
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

*R000110 - Anfang
******************************************************************
* Vorgang fuer den Benachrichtigungs-Feed der Flottenkunden
* vormerken (Storno); der Baustein prueft das
* Abonnement der VUNR (=NOTIFYABO), zugestellt wird durch PFCNTF7
******************************************************************
 G160-PUT-NOTIFYQ SECTION.
 G160-00.
     MOVE "R"                  TO NTQ-ART
     MOVE PNR     OF TXILOG70  TO NTQ-PNR
     MOVE TERMNR  OF TXILOG70  TO NTQ-TERMNR
     MOVE TRACENR OF TXILOG70  TO NTQ-TRACENR
     MOVE ISONTYP OF TXILOG70  TO NTQ-ISONTYP
     MOVE VUNR    OF TXILOG70  TO NTQ-VUNR
     MOVE AC-TERM OF TXILOG70  TO NTQ-AC
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
* Aufruf Artikel-Mapper
******************************************************************
