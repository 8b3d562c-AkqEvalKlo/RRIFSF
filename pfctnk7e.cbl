?CONSULT $SYSTEM.SYSTEM.COBOLEX0
?SEARCH  $SYSTEM.SYSTEM.COBOLLIB
?SEARCH  =TALLIB

?NOLMAP, SYMBOLS, INSPECT
?SAVE ALL
?SAVEABEND
?LINES 66
?CHECK 3
?SQL

 IDENTIFICATION DIVISION.

 PROGRAM-ID. PFCTNK7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.01
* Kurzbeschreibung :: Baustein Tankinhalts- und Kraftstoffpruefung
* Kurzbeschreibung :: gegen den Fahrzeugstamm der Flottenkunden
* Kurzbeschreibung :: (=FAHRZEUG, Import PFCFZI7). Das Fahrzeug der
* Kurzbeschreibung :: Karte ist die zuletzt gemeldete Fahrzeugnummer
* Kurzbeschreibung :: aus =KMSTAND (bzw. die vom Aufrufer mitge-
* Kurzbeschreibung :: gebene). Geprueft werden die Kraftstoff-
* Kurzbeschreibung :: zeilen (Artikelklasse "K") des Vorgangs:
* Kurzbeschreibung ::   - Summe der Mengen hoechstens Tankinhalt
* Kurzbeschreibung ::     plus Toleranz in Prozent
* Kurzbeschreibung ::   - Kraftstoffart der Warengruppe (=ARTKLASSE
* Kurzbeschreibung ::     KRAFTSTOFF) gleich der des Fahrzeugs
* Kurzbeschreibung :: Regelwerk =TANKCFG je ROUTKZ/CARDID (CARDID 0
* Kurzbeschreibung :: = Default): AKTION "A" lehnt mit AC_TERM ab,
* Kurzbeschreibung :: sonst wird nur gekennzeichnet. Ohne Regelwerk,
* Kurzbeschreibung :: ohne Fahrzeug im Stamm oder ohne Kraftstoff-
* Kurzbeschreibung :: zeile keine Pruefung. Jeder Verstoss wird in
* Kurzbeschreibung :: =TANKEX protokolliert (Tagesliste RFCTNK7).
* Package          :: ICC
*
* Aenderungen
*
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.01|2026-10-15| kl  | Review:
*       |          |     | - Schnittstelle in der LINKAGE SECTION
*       |          |     |   als COPY PFCTNK7C (dieselbe
*       |          |     |   Beschreibung wie in den Aufrufern)
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-10-15| kl  | R7-547:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: CALL "PFCTNK7" USING TNK-PFCTNK7C
*                aus PFCPRE7 (Vorautorisierung) und PFCOFF7S
*                (Nachbuchung mit der getankten Menge)
* Schnittstelle :: ein: TNK-ROUTKZ, TNK-CARDID (Regelwerk)
*                       TNK-KANR    Kartennummer (=KMSTAND)
*                       TNK-FZNR    Fahrzeugnummer, optional;
*                                   leer = aus =KMSTAND
*                       TNK-VUNR    Vertrag des Flottenkunden
*                       TNK-DATUM, TNK-PNR, TNK-TERMNR,
*                       TNK-TRACENR, TNK-ISONTYP, TNK-MDNR,
*                       TNK-TSNR    (Protokoll =TANKEX)
*                       TNK-ANZ-ZEILEN, TNK-ZEILE (1..30):
*                         WGR (eigene Warengruppe), KLASSE,
*                         KRAFTSTOFF (aus =ARTKLASSE), MENGE
*                         in 1/1000
*                aus:   TNK-KZ-ERGEBNIS  " " nicht geprueft
*                                        "0" in Ordnung
*                                        "K" Verstoss, nur
*                                            Kennzeichnung
*                                        "A" Verstoss, Ablehnung
*                       TNK-AC      AC_TERM bei Ablehnung
*                       TNK-KZ-GRUND  "M" Menge ueber Tankinhalt
*                                     "K" falscher Kraftstoff
*                                     "B" beides
*                TNK-RCODE  0 ok
*                           5 Stammdaten/Regelwerk nicht lesbar
*                             (keine Pruefung)
*                           6 =TANKEX nicht schreibbar
*                           (SQLCODE in TNK-SQLCODE)
* Hinweis     :: Der Baustein oeffnet keine eigene TMF-Transaktion.
*                Lesefehler gelten als "keine Pruefung" (fail-open
*                wie die uebrigen Plausibilitaetspruefungen).
*
******************************************************************
* Uebersicht der SECTIONs:
*
* A100-STEUERUNG
*
* C100-PRUEFEN
* C110-KRAFTSTOFFZEILEN
*
* S100-SELECT-KMSTAND
* S110-SELECT-FAHRZEUG
* S120-SELECT-TANKCFG
* S130-INSERT-TANKEX
******************************************************************

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     DECIMAL-POINT IS COMMA.

 DATA DIVISION.
 WORKING-STORAGE SECTION.

 01          W-CFG-FLAG          PIC 9       VALUE ZERO.
     88      W-CFG-FEHLT                     VALUE ZERO.
     88      W-CFG-DA                        VALUE 1.

 01          W-FZG-FLAG          PIC 9       VALUE ZERO.
     88      W-FZG-FEHLT                     VALUE ZERO.
     88      W-FZG-DA                        VALUE 1.

**  ---> Kraftstoffzeilen des Vorgangs
 01          W-IND               PIC S9(04) COMP VALUE ZEROS.
 01          W-ANZ-K             PIC S9(04) COMP VALUE ZEROS.
 01          W-MENGE-SUMME       PIC 9(09)   VALUE ZEROS.
 01          W-MENGE-GRENZE      PIC 9(09)   VALUE ZEROS.
 01          W-TANK-INHALT       PIC 9(04)   VALUE ZEROS.
 01          W-KZ-MENGE          PIC X(01)   VALUE SPACE.
 01          W-KZ-KRAFTSTOFF     PIC X(01)   VALUE SPACE.
 01          W-KRAFTSTOFF-IST    PIC X(02)   VALUE SPACES.
 01          W-WGR               PIC X(03)   VALUE SPACES.
 01          W-KZ-ABGELEHNT      PIC X(01)   VALUE SPACE.

 EXEC SQL
     INCLUDE SQLCA
 END-EXEC

 EXEC SQL
     BEGIN DECLARE SECTION
 END-EXEC

**  ---> letzter Stand / Fahrzeug der Karte
 EXEC SQL
    INVOKE =KMSTAND AS KMSTAND
 END-EXEC

**  ---> Fahrzeugstamm der Flottenkunden (Import PFCFZI7)
 EXEC SQL
    INVOKE =FAHRZEUG AS FAHRZEUG
 END-EXEC

**  ---> Regelwerk je ROUTKZ/CARDID
 EXEC SQL
    INVOKE =TANKCFG AS TANKCFG
 END-EXEC

**  ---> Verstoesse (Tagesliste RFCTNK7)
 EXEC SQL
    INVOKE =TANKEX AS TANKEX
 END-EXEC

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

 LINKAGE SECTION.

     COPY    PFCTNK7C OF "=MSGLIB".

 PROCEDURE DIVISION USING TNK-PFCTNK7C.

******************************************************************
* Steuerung
******************************************************************
 A100-STEUERUNG SECTION.
 A100-00.
     MOVE ZERO   TO TNK-RCODE
                    TNK-SQLCODE
                    TNK-AC
     MOVE SPACES TO TNK-KZ-ERGEBNIS
                    TNK-KZ-GRUND

     PERFORM C100-PRUEFEN

     EXIT PROGRAM
     .
 A100-99.
     EXIT.

******************************************************************
* Kraftstoffzeilen gegen das Fahrzeug der Karte pruefen
******************************************************************
 C100-PRUEFEN SECTION.
 C100-00.
     PERFORM C110-KRAFTSTOFFZEILEN
     IF  W-ANZ-K = ZERO
         EXIT SECTION
     END-IF

**  ---> Fahrzeug der Karte: mitgegeben oder zuletzt gemeldet
     IF  TNK-FZNR = SPACES OR LOW-VALUES
         PERFORM S100-SELECT-KMSTAND
         IF  TNK-FZNR = SPACES
             EXIT SECTION
         END-IF
     END-IF

     PERFORM S110-SELECT-FAHRZEUG
     IF  W-FZG-FEHLT
         EXIT SECTION
     END-IF

     PERFORM S120-SELECT-TANKCFG
     IF  W-CFG-FEHLT
         EXIT SECTION
     END-IF

**  ---> Menge: Tankinhalt (Liter bzw. kg) plus Toleranz, in 1/1000
     MOVE SPACE TO W-KZ-MENGE
     MOVE TANK-INHALT OF FAHRZEUG TO W-TANK-INHALT
     IF  W-TANK-INHALT > ZERO
         COMPUTE W-MENGE-GRENZE
               = W-TANK-INHALT * 10
               * (100 + TOLERANZ-PROZ OF TANKCFG)
         IF  W-MENGE-SUMME > W-MENGE-GRENZE
             MOVE "M" TO W-KZ-MENGE
         END-IF
     END-IF

**  ---> Kraftstoffart (nur wenn Fahrzeug und Warengruppe sie
**  ---> kennen; die erste abweichende Zeile wird protokolliert)
     MOVE SPACE  TO W-KZ-KRAFTSTOFF
     MOVE SPACES TO W-KRAFTSTOFF-IST
                    W-WGR
     IF  KRAFTSTOFF OF FAHRZEUG NOT = SPACES
         PERFORM VARYING W-IND FROM 1 BY 1
                 UNTIL   W-IND > TNK-ANZ-ZEILEN
                 OR      W-KZ-KRAFTSTOFF NOT = SPACE
             IF  TNK-Z-KLASSE (W-IND) = "K"
             AND TNK-Z-KRAFTSTOFF (W-IND) NOT = SPACES
             AND TNK-Z-KRAFTSTOFF (W-IND)
                 NOT = KRAFTSTOFF OF FAHRZEUG
                 MOVE "K"                     TO W-KZ-KRAFTSTOFF
                 MOVE TNK-Z-KRAFTSTOFF (W-IND) TO W-KRAFTSTOFF-IST
                 MOVE TNK-Z-WGR (W-IND)        TO W-WGR
             END-IF
         END-PERFORM
     END-IF

     EVALUATE TRUE
         WHEN W-KZ-MENGE = "M" AND W-KZ-KRAFTSTOFF = "K"
             MOVE "B" TO TNK-KZ-GRUND
         WHEN W-KZ-MENGE = "M"
             MOVE "M" TO TNK-KZ-GRUND
         WHEN W-KZ-KRAFTSTOFF = "K"
             MOVE "K" TO TNK-KZ-GRUND
         WHEN OTHER
             SET TNK-IN-ORDNUNG TO TRUE
             EXIT SECTION
     END-EVALUATE

     IF  AKTION OF TANKCFG = "A"
         SET  TNK-ABLEHNEN TO TRUE
         MOVE AC-TERM OF TANKCFG TO TNK-AC
         MOVE "J" TO W-KZ-ABGELEHNT
     ELSE
         SET  TNK-KENNZEICHNEN TO TRUE
         MOVE "N" TO W-KZ-ABGELEHNT
     END-IF

     PERFORM S130-INSERT-TANKEX
     .
 C100-99.
     EXIT.

******************************************************************
* Kraftstoffzeilen (Artikelklasse "K") zaehlen und Mengen
* aufsummieren; ohne Kraftstoff keine Pruefung
******************************************************************
 C110-KRAFTSTOFFZEILEN SECTION.
 C110-00.
     MOVE ZERO  TO W-ANZ-K
     MOVE ZEROS TO W-MENGE-SUMME
     IF  TNK-ANZ-ZEILEN > 30
         MOVE 30 TO TNK-ANZ-ZEILEN
     END-IF

     PERFORM VARYING W-IND FROM 1 BY 1
             UNTIL   W-IND > TNK-ANZ-ZEILEN
         IF  TNK-Z-KLASSE (W-IND) = "K"
             ADD 1                  TO W-ANZ-K
             ADD TNK-Z-MENGE (W-IND) TO W-MENGE-SUMME
         END-IF
     END-PERFORM
     .
 C110-99.
     EXIT.

******************************************************************
* Zuletzt gemeldete Fahrzeugnummer der Karte
******************************************************************
 S100-SELECT-KMSTAND SECTION.
 S100-00.
     MOVE SPACES   TO TNK-FZNR
     MOVE TNK-KANR TO KANR OF KMSTAND

     EXEC SQL
         SELECT  FZNR
           INTO :FZNR of KMSTAND
           FROM  =KMSTAND
          WHERE  KANR = :KANR of KMSTAND
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   MOVE FZNR OF KMSTAND TO TNK-FZNR
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE 5                TO TNK-RCODE
                     MOVE SQLCODE OF SQLCA TO TNK-SQLCODE
     END-EVALUATE
     .
 S100-99.
     EXIT.

******************************************************************
* Fahrzeug im Stamm des Flottenkunden (nur aktive)
******************************************************************
 S110-SELECT-FAHRZEUG SECTION.
 S110-00.
     SET  W-FZG-FEHLT TO TRUE
     MOVE TNK-VUNR    TO VUNR OF FAHRZEUG
     MOVE TNK-FZNR    TO FZNR OF FAHRZEUG

     EXEC SQL
         SELECT  KENNZEICHEN, KRAFTSTOFF, TANK_INHALT
           INTO :KENNZEICHEN of FAHRZEUG
               ,:KRAFTSTOFF  of FAHRZEUG
               ,:TANK-INHALT of FAHRZEUG
           FROM  =FAHRZEUG
          WHERE  VUNR     = :VUNR of FAHRZEUG
            AND  FZNR     = :FZNR of FAHRZEUG
            AND  KZ_AKTIV = "J"
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-FZG-DA TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE 5                TO TNK-RCODE
                     MOVE SQLCODE OF SQLCA TO TNK-SQLCODE
     END-EVALUATE
     .
 S110-99.
     EXIT.

******************************************************************
* Regelwerk lesen: erst CARDID-spezifisch, dann CARDID 0
******************************************************************
 S120-SELECT-TANKCFG SECTION.
 S120-00.
     SET  W-CFG-FEHLT TO TRUE
     MOVE TNK-ROUTKZ  TO ROUTKZ OF TANKCFG
     MOVE TNK-CARDID  TO CARDID OF TANKCFG

     EXEC SQL
         SELECT  TOLERANZ_PROZ, AKTION, AC_TERM
           INTO :TOLERANZ-PROZ of TANKCFG
               ,:AKTION        of TANKCFG
               ,:AC-TERM       of TANKCFG
           FROM  =TANKCFG
          WHERE  ROUTKZ, CARDID
                 =    :ROUTKZ of TANKCFG
                     ,:CARDID of TANKCFG
         BROWSE  ACCESS
     END-EXEC

     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-CFG-DA TO TRUE
                     EXIT SECTION
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE 5                TO TNK-RCODE
                     MOVE SQLCODE OF SQLCA TO TNK-SQLCODE
                     EXIT SECTION
     END-EVALUATE

     MOVE ZERO TO CARDID OF TANKCFG

     EXEC SQL
         SELECT  TOLERANZ_PROZ, AKTION, AC_TERM
           INTO :TOLERANZ-PROZ of TANKCFG
               ,:AKTION        of TANKCFG
               ,:AC-TERM       of TANKCFG
           FROM  =TANKCFG
          WHERE  ROUTKZ, CARDID
                 =    :ROUTKZ of TANKCFG
                     ,:CARDID of TANKCFG
         BROWSE  ACCESS
     END-EXEC

     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-CFG-DA TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE 5                TO TNK-RCODE
                     MOVE SQLCODE OF SQLCA TO TNK-SQLCODE
     END-EVALUATE
     .
 S120-99.
     EXIT.

******************************************************************
* Verstoss protokollieren (Schluessel wie =ARTZEILE plus ISONTYP)
******************************************************************
 S130-INSERT-TANKEX SECTION.
 S130-00.
     EXEC SQL
         INSERT
           INTO  =TANKEX
                 ( DATUM, PNR, TERMNR, TRACENR, ISONTYP
                 , VUNR, FZNR, KENNZEICHEN, MDNR, TSNR
                 , ROUTKZ, CARDID, KZ_GRUND
                 , MENGE, TANK_INHALT, TOLERANZ_PROZ
                 , KRAFTSTOFF_FZG, KRAFTSTOFF_IST, WGR
                 , KZ_ABGELEHNT, ZPINS )
         VALUES  (
                  :TNK-DATUM
                 ,:TNK-PNR
                 ,:TNK-TERMNR
                 ,:TNK-TRACENR
                 ,:TNK-ISONTYP
                 ,:TNK-VUNR
                 ,:TNK-FZNR
                 ,:KENNZEICHEN   of FAHRZEUG
                 ,:TNK-MDNR
                 ,:TNK-TSNR
                 ,:ROUTKZ        of TANKCFG
                 ,:TNK-CARDID
                 ,:TNK-KZ-GRUND
                 ,:W-MENGE-SUMME
                 ,:TANK-INHALT   of FAHRZEUG
                 ,:TOLERANZ-PROZ of TANKCFG
                 ,:KRAFTSTOFF    of FAHRZEUG
                 ,:W-KRAFTSTOFF-IST
                 ,:W-WGR
                 ,:W-KZ-ABGELEHNT
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
**      ---> Wiederholung derselben Anfrage
         WHEN -8227  CONTINUE
         WHEN OTHER  MOVE 6                TO TNK-RCODE
                     MOVE SQLCODE OF SQLCA TO TNK-SQLCODE
     END-EVALUATE
     .
 S130-99.
     EXIT.
