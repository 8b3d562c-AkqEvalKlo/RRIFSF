 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.08
* Kurzbeschreibung :: Gebuehren-Engine. Zwei Laufarten (PARAM MODUS):
* Kurzbeschreibung ::   TAG   - bepreist jede abgerechnete Transaktion
* Kurzbeschreibung ::           des Tages aus =TXILOG70 (AC_TERM 0,
* Kurzbeschreibung ::           Vertragsunternehmen (VUNR) und einmal
* Kurzbeschreibung ::           je Acquiring-System (ROUTKZ), per
* Kurzbeschreibung ::           Kontrollwechsel wie RFCSET7.
* Kurzbeschreibung ::           Die Mengenrabatt-Gutschriften des
* Kurzbeschreibung ::           Monats aus RFCRAB7 (=RABGUT) gehen
* Kurzbeschreibung ::           als G-Saetze mit in FEEINV.
* Kurzbeschreibung :: Stornierte Umsaetze (Typ 400) gehen mit
* Kurzbeschreibung :: negativem Vorzeichen in die Gebuehrenbasis ein.
* Package          :: ICC
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.08|2026-10-15| kl  | Review:
*       |          |     | - Spaetstorno: ist =PERIODE zum Ursprungs-
*       |          |     |   monat nicht lesbar, bricht der TAG-Lauf
*       |          |     |   ab, statt den Monat als offen zu werten
*       |          |     |   (Wiederholungslauf raeumt den Tag)
*-------|----------|-----|-------------------------------------------*
*G.01.07|2026-10-15| kl  | R7-548:
*       |          |     | - Periodenabschluss (PFCPAB7): TAG- und
*       |          |     |   MONAT-Lauf fuer einen in =PERIODE
*       |          |     |   geschlossenen Monat werden abgewiesen
*       |          |     | - Spaetstorno: liegt die Ursprungs-
*       |          |     |   transaktion (TRACENR_S) in einem
*       |          |     |   geschlossenen Monat, wird der Storno
*       |          |     |   normal im laufenden Tag bepreist und
*       |          |     |   zusaetzlich als Korrektur zum
*       |          |     |   Ursprungsmonat in =PERIODKORR vermerkt
*       |          |     |   (Abgleich PFCPAB7 ABGLEICH); der TAG-
*       |          |     |   Lauf raeumt auch diese Saetze des Tages
*-------|----------|-----|-------------------------------------------*
*G.01.06|2026-10-15| kl  | R7-539:
*       |          |     | - Mengenrabatt-Gutschriften (RFCRAB7,
*       |          |     |   =RABGUT) des Monats als G-Saetze in
*       |          |     |   der Rechnungsdatei FEEINV, je Satz mit
*       |          |     |   der Rechnungsnummer des VUNR; ersetzte
*       |          |     |   Gutschriften erscheinen mit ihrer
*       |          |     |   Gegenbuchung (Status S/R)
*-------|----------|-----|-------------------------------------------*
*G.01.05|2026-10-15| kl  | R7-537:
*       |          |     | - Leistungsklasse je Transaktion: "E"
*       |          |     |   (Ladevorgang), sobald eine Artikel-
*       |          |     |   zeile in =ARTZEILE die Klasse "E"
*       |          |     |   traegt, sonst "K"; Tarif =FEESCHED
*       |          |     |   zuerst mit der Klasse, dann mit
*       |          |     |   KLASSE " " (= alle); Klasse in =FEEREC
*       |          |     |   und als eigene Rechnungsposition
*       |          |     |   (INVP-KLASSE)
*-------|----------|-----|-------------------------------------------*
*G.01.04|2026-09-02| kl  | Review:
*       |          |     | - Rechnungslauf waehrungsrein: WKZ ist
*       |          |     |   jetzt Teil des Kontrollwechsels, die
* B200-MONATSLAUF
*
* C100-TRANSAKTION-BEPREISEN
*R000112 - Anfang
* C110-SPAETSTORNO-PRUEFEN
* C115-KORREKTUR-BUCHEN
*R000112 - Ende
* C200-VUNR-ABRECHNUNG
* C210-VUNR-SUMME-SCHREIBEN
* C300-ROUTKZ-ABRECHNUNG
* C430-ZEILE-VERARBEITEN
* C440-RECHNUNG-SCHLIESSEN
*R000063 - Ende
*R000103 - Anfang
* C450-GUTSCHRIFTEN-SCHREIBEN
*R000103 - Ende
*
* P950-GETPARAMTEXT
*
* S300-DELETE-FEEREC-TAG
* S310-SELECT-FEESCHED
*R000101 - Anfang
* S312-FEESCHED-KASKADE
*R000101 - Ende
* S315-SELECT-FEESCHED-SATZ
* S320-INSERT-FEEREC
*R000064 - Anfang
* S325-SELECT-WKZRATE
*R000064 - Ende
*R000101 - Anfang
* S327-SELECT-ARTZEILE-KLASSE
*R000101 - Ende
*R000063 - Anfang
* S330-SELECT-LAND
* S335-SELECT-USTSATZ
* S345-INSERT-FEEINVREG
* S350-FETCH-FEEREC-INV-CURSOR
*R000063 - Ende
*R000103 - Anfang
* S360-FETCH-RABGUT-CURSOR
*R000103 - Ende
*R000112 - Anfang
* S370-SELECT-PERIODE
* S375-SELECT-URSPRUNG
* S380-INSERT-PERIODKORR
*R000112 - Ende
* S900-OPEN-TXILOG70-CURSOR
* S910-FETCH-TXILOG70-CURSOR
* S920-CLOSE-TXILOG70-CURSOR
     05      INVP-BASIS-CENT     PIC S9(15) SIGN LEADING SEPARATE.
     05      INVP-GEB-CENT       PIC S9(15) SIGN LEADING SEPARATE.
     05      INVP-UST-CENT       PIC S9(15) SIGN LEADING SEPARATE.
*R000101 - Leistungsklasse: K Kraftstoff/Sonstiges, E Ladevorgang
     05      INVP-KLASSE         PIC X(01).
     05      FILLER              PIC X(42)   VALUE SPACES.
*R000101 - Ende

 01          INV-S-SATZ.
     05      FILLER              PIC X(01)   VALUE "S".
     05      INVS-BRUTTO-CENT    PIC S9(15) SIGN LEADING SEPARATE.
     05      FILLER              PIC X(51)   VALUE SPACES.

*R000103 - Anfang
**  ---> Mengenrabatt-Gutschrift (RFCRAB7); Betrag brutto in Cent,
**  ---> Status A aktiv, S storniert, R Gegenbuchung zu BEZUG
 01          INV-G-SATZ.
     05      FILLER              PIC X(01)   VALUE "G".
     05      INVG-GUTNR          PIC 9(10).
     05      INVG-RECHNR         PIC 9(10).
     05      INVG-VUNR           PIC X(15).
     05      INVG-MONAT          PIC X(07).
     05      INVG-STATUS         PIC X(01).
     05      INVG-BEZUG          PIC 9(10).
     05      INVG-BETRAG-CENT    PIC S9(15) SIGN LEADING SEPARATE.
     05      FILLER              PIC X(50)   VALUE SPACES.

 01          W-GUT-BETRAG        PIC S9(15)  COMP VALUE ZEROS.
 77          W-ANZ-GUTSCHRIFTEN  PIC 9(05)   VALUE ZERO.
*R000103 - Ende

**  ---> Kontrollwechsel Rechnungslauf
 01          W-INV-VUNR-ALT      PIC X(15)   VALUE SPACES.
 01          W-INV-WKZ-ALT       PIC 9(03)   VALUE ZEROS.
 01          W-INV-CARDID-ALT    PIC S9(04) COMP VALUE ZEROS.
 01          W-INV-ISONTYP-ALT   PIC S9(04) COMP VALUE ZEROS.
*R000101 - Position zusaetzlich je Leistungsklasse
 01          W-INV-KLASSE-ALT    PIC X(01)   VALUE SPACE.
*R000101 - Ende
 01          W-INV-ERSTER-FLAG   PIC 9       VALUE ZERO.
     88      W-INV-ERSTER                    VALUE ZERO.
     88      W-INV-LAUFEND                   VALUE 1.
 01          W-ZP-VON            PIC 9(14)   VALUE ZEROS.
 01          W-ZP-BIS            PIC 9(14)   VALUE ZEROS.

*R000101 - Anfang
**  ---> Leistungsklasse der aktuellen Transaktion aus =ARTZEILE
**  ---> ("E" Ladevorgang, sonst "K"); beim Storno zaehlen die
**  ---> Artikelzeilen der Ursprungstransaktion (TRACENR_S)
 01          W-KLASSE            PIC X(01)   VALUE "K".
 01          W-KLASSE-TRACENR    PIC 9(06)   VALUE ZEROS.
 01          W-KLASSE-ANZ        PIC S9(09) COMP VALUE ZEROS.
*R000101 - Ende

*R000112 - Anfang
**  ---> Periodenabschluss: Status des geprueften Monats aus
**  ---> =PERIODE ("G" geschlossen, Abschluss PFCPAB7)
 01          W-PRF-MONAT         PIC X(07)   VALUE SPACES.
 01          W-KZ-STATUS         PIC X(01)   VALUE SPACE.
 01          W-PERIODE-FLAG      PIC 9       VALUE ZERO.
     88      W-PERIODE-OFFEN                 VALUE ZERO.
     88      W-PERIODE-GESCHLOSSEN           VALUE 1.

**  ---> Spaetstorno: Ursprungstransaktion in einem geschlossenen
**  ---> Monat; Cache je Ursprungsmonat
 01          W-KORR-FLAG         PIC 9       VALUE ZERO.
     88      W-KORR-KEINE                    VALUE ZERO.
     88      W-KORR-SPAET                    VALUE 1.
 01          W-URSPR-ANZ         PIC S9(09) COMP VALUE ZEROS.
 01          W-URSPR-ZP          PIC 9(14)   VALUE ZEROS.
 01          W-URSPR-ZP-R        REDEFINES W-URSPR-ZP.
     05      W-URSPR-JJJJ        PIC X(04).
     05      W-URSPR-MM          PIC X(02).
     05      W-URSPR-TT          PIC X(02).
     05      FILLER              PIC X(06).
 01          W-URSPR-MONAT       PIC X(07)   VALUE SPACES.
 01          W-URSPR-DATUM       PIC X(10)   VALUE SPACES.
 01          W-URSPR-MONAT-ALT   PIC X(07)   VALUE SPACES.
 01          W-URSPR-GESCHL-ALT  PIC 9       VALUE ZERO.
 77          W-ANZ-KORR          PIC 9(07)   VALUE ZERO.
*R000112 - Ende

**  ---> berechnete Gebuehr der aktuellen Transaktion
 01          W-GEBUEHR           PIC S9(11)V99 COMP VALUE ZEROS.
 01          W-BASIS             PIC S9(16)V99 COMP VALUE ZEROS.
    INVOKE =FEEREC AS FEEREC
 END-EXEC

*R000101 - Anfang
**  ---> Artikelzeilen (Leistungsklasse der Transaktion)
 EXEC SQL
    INVOKE =ARTZEILE AS ARTZEILE
 END-EXEC
*R000101 - Ende

*R000063 - Anfang
**  ---> Stationszuordnung fuer die USt-Ermittlung
 EXEC SQL
 END-EXEC
*R000063 - Ende

*R000103 - Anfang
**  ---> Mengenrabatt-Gutschriften (RFCRAB7)
 EXEC SQL
    INVOKE =RABGUT AS RABGUT
 END-EXEC
*R000103 - Ende

 EXEC SQL
     END DECLARE SECTION
 END-EXEC
*R000063 - WKZ zusaetzlich (geht mit in =FEEREC)
         SELECT  PNR, TERMNR, TRACENR, ISONTYP, ROUTKZ, CARDID
               , ERFASSUNGS_ART, BETRAG, VUNR, WKZ
*R000101 - Ursprungs-Trace des Stornos (Leistungsklasse)
               , TRACENR_S
*R000101 - Ende
           FROM  =TXILOG70
          WHERE  ZP_VERKAUF >= :W-ZP-VON
            AND  ZP_VERKAUF <= :W-ZP-BIS
*R000063 - Anfang
**  ---> Rechnungslauf je VUNR, Positionen je Kartensystem (CARDID)
**  ---> und Leistungsart (ISONTYP 200/400)
*R000101 - und Leistungsklasse (KLASSE, Ladevorgaenge getrennt)
 EXEC SQL
     DECLARE FEEREC_INV_CURS CURSOR FOR
         SELECT  VUNR, CARDID, ISONTYP, PNR, TERMNR, WKZ
               , GEB_BASIS, GEBUEHR, KLASSE
           FROM  =FEEREC
          WHERE  DATUM LIKE :W-MONAT
          ORDER  BY VUNR, WKZ, CARDID, ISONTYP, KLASSE
         BROWSE  ACCESS
 END-EXEC
*R000063 - Ende

*R000103 - Anfang
**  ---> Gutschriften des Monats je VUNR in Nummernfolge
 EXEC SQL
     DECLARE RABGUT_CURS CURSOR FOR
         SELECT  GUTNR, VUNR, KZ_STATUS, BEZUG_GUTNR, BETRAG
           FROM  =RABGUT
          WHERE  MONAT = :W-MONAT-KEY
          ORDER  BY VUNR, GUTNR
         BROWSE  ACCESS
 END-EXEC
*R000103 - Ende

 PROCEDURE DIVISION.

******************************************************************
             + (TAL-TT   OF TAL-TIME-D * 1000000)
     COMPUTE W-ZP-BIS = W-ZP-VON + 235959
     MOVE TAGESDATUM (1:10) TO W-DATUM-HEUTE

*R000112 - Anfang
**  ---> ein geschlossener Monat wird nicht neu geschrieben
     IF  W-MODUS-MONAT
         MOVE W-MONAT-KEY         TO W-PRF-MONAT
     ELSE
         MOVE W-DATUM-HEUTE (1:7) TO W-PRF-MONAT
     END-IF
     PERFORM S370-SELECT-PERIODE
     IF  W-PERIODE-GESCHLOSSEN
         DISPLAY "PFCFEE7 - !!! Monat " W-PRF-MONAT
                 " ist abgeschlossen - Lauf abgewiesen"
         SET W-ENDE TO TRUE
     END-IF
*R000112 - Ende
     .
 B000-99.
     EXIT.
*R000064 - Transaktionen ohne Tageskurs (EUR-Sicht = 0)
         DISPLAY "PFCFEE7 - ohne Tageskurs  : " W-ANZ-OHNE-KURS
*R000064 - Ende
*R000112 - Spaetstornos zu geschlossenen Monaten
         DISPLAY "PFCFEE7 - Spaetstornos    : " W-ANZ-KORR
*R000112 - Ende
     END-IF
     .
 B090-99.
     PERFORM S910-FETCH-TXILOG70-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         PERFORM C100-TRANSAKTION-BEPREISEN
*G.01.08 - Anfang
         IF  W-ENDE
             SET W-SQL-NOK TO TRUE
         ELSE
             PERFORM S910-FETCH-TXILOG70-CURSOR
         END-IF
*G.01.08 - Ende
     END-PERFORM
     PERFORM S920-CLOSE-TXILOG70-CURSOR
     .
         MOVE BETRAG OF TXILOG70 TO W-BASIS
     END-IF

*R000101 - Leistungsklasse aus den Artikelzeilen
     PERFORM S327-SELECT-ARTZEILE-KLASSE
*R000101 - Ende

*R000112 - Storno zu einem geschlossenen Monat?
     SET W-KORR-KEINE TO TRUE
     IF  ISONTYP OF TXILOG70 = 400
         PERFORM C110-SPAETSTORNO-PRUEFEN
     END-IF
*R000112 - Ende
*G.01.08 - Periodenstatus nicht lesbar: Lauf abbrechen
     IF  W-ENDE
         EXIT SECTION
     END-IF
*G.01.08 - Ende

     PERFORM S310-SELECT-FEESCHED
     IF  W-TARIF-FEHLT
         ADD 1 TO W-ANZ-OHNE-TARIF
*R000112 - Umsatzkorrektur auch ohne Tarif (Gebuehr 0)
         IF  W-KORR-SPAET
             MOVE ZEROS TO W-GEBUEHR
             PERFORM C115-KORREKTUR-BUCHEN
         END-IF
*R000112 - Ende
         EXIT SECTION
     END-IF


     PERFORM U100-BEGIN
     PERFORM S320-INSERT-FEEREC
*R000112 - Korrektur in derselben TMF-Transaktion
     IF  W-SQL-OK
     AND W-KORR-SPAET
         PERFORM S380-INSERT-PERIODKORR
     END-IF
*R000112 - Ende
     IF  W-SQL-OK
         PERFORM U110-COMMIT
         ADD 1 TO W-ANZ-BEPREIST
 C100-99.
     EXIT.

*R000112 - Anfang
******************************************************************
* Spaetstorno pruefen: Verkaufstag der Ursprungstransaktion
* (TRACENR_S, vor dem heutigen Tag) ermitteln; liegt er in einem
* anderen, bereits geschlossenen Monat, wird der Storno als
* Korrektur zu diesem Monat vermerkt
******************************************************************
 C110-SPAETSTORNO-PRUEFEN SECTION.
 C110-00.
     PERFORM S375-SELECT-URSPRUNG
     IF  W-URSPR-ANZ = ZERO
         EXIT SECTION
     END-IF

     MOVE SPACES TO W-URSPR-MONAT
                    W-URSPR-DATUM
     STRING  W-URSPR-JJJJ "-" W-URSPR-MM
                 DELIMITED BY SIZE
       INTO  W-URSPR-MONAT
     END-STRING
     STRING  W-URSPR-JJJJ "-" W-URSPR-MM "-" W-URSPR-TT
                 DELIMITED BY SIZE
       INTO  W-URSPR-DATUM
     END-STRING
     IF  W-URSPR-MONAT = W-DATUM-HEUTE (1:7)
         EXIT SECTION
     END-IF

**  ---> Periodenstatus je Ursprungsmonat nur einmal lesen
     IF  W-URSPR-MONAT NOT = W-URSPR-MONAT-ALT
         MOVE W-URSPR-MONAT TO W-PRF-MONAT
         PERFORM S370-SELECT-PERIODE
*G.01.08 - Anfang
         IF  W-ENDE
             DISPLAY "PFCFEE7 - !!! Periodenstatus " W-PRF-MONAT
                     " nicht lesbar - Lauf abgebrochen"
             EXIT SECTION
         END-IF
*G.01.08 - Ende
         MOVE W-URSPR-MONAT  TO W-URSPR-MONAT-ALT
         MOVE W-PERIODE-FLAG TO W-URSPR-GESCHL-ALT
     END-IF
     IF  W-URSPR-GESCHL-ALT = 1
         SET W-KORR-SPAET TO TRUE
     END-IF
     .
 C110-99.
     EXIT.

******************************************************************
* Korrektur ohne Gebuehrensatz buchen (Storno ohne Tarif)
******************************************************************
 C115-KORREKTUR-BUCHEN SECTION.
 C115-00.
     PERFORM U100-BEGIN
     PERFORM S380-INSERT-PERIODKORR
     IF  W-SQL-OK
         PERFORM U110-COMMIT
     ELSE
         PERFORM U120-ROLLBACK
     END-IF
     .
 C115-99.
     EXIT.
*R000112 - Ende

******************************************************************
* Monatsabrechnung je VUNR (Kontrollwechsel)
******************************************************************
         CLOSE FEEREC_INV_CURS
     END-EXEC
     MOVE ZERO TO W-SQLCODE-FLAG
*R000103 - Mengenrabatt-Gutschriften des Monats anhaengen
     PERFORM C450-GUTSCHRIFTEN-SCHREIBEN
*R000103 - Ende
     CLOSE RECHNUNG-DATEI

     DISPLAY "PFCFEE7 - Rechnungen in FEEINV : " W-ANZ-RECHNUNGEN
*R000103 - Anfang
     DISPLAY "PFCFEE7 - Gutschriften in FEEINV: "
             W-ANZ-GUTSCHRIFTEN
*R000103 - Ende
     .
 C400-99.
     EXIT.
* Eine FEEREC-Zeile in den Rechnungslauf einarbeiten
* (Kontrollwechsel VUNR -> neue Rechnung, WKZ -> neuer
* waehrungsreiner Block mit eigenem Kontrollsummensatz,
* CARDID/ISONTYP/KLASSE -> neue Position)
******************************************************************
 C430-ZEILE-VERARBEITEN SECTION.
 C430-00.
         MOVE WKZ     OF FEEREC TO W-INV-WKZ-ALT
         MOVE CARDID  OF FEEREC TO W-INV-CARDID-ALT
         MOVE ISONTYP OF FEEREC TO W-INV-ISONTYP-ALT
*R000101 - Leistungsklasse
         MOVE KLASSE  OF FEEREC TO W-INV-KLASSE-ALT
*R000101 - Ende
         PERFORM C410-RECHNUNG-OEFFNEN
         SET W-INV-LAUFEND TO TRUE
     ELSE
                 MOVE WKZ     OF FEEREC TO W-INV-WKZ-ALT
                 MOVE CARDID  OF FEEREC TO W-INV-CARDID-ALT
                 MOVE ISONTYP OF FEEREC TO W-INV-ISONTYP-ALT
*R000101 - Leistungsklasse
                 MOVE KLASSE  OF FEEREC TO W-INV-KLASSE-ALT
*R000101 - Ende
                 PERFORM C410-RECHNUNG-OEFFNEN
**          ---> Waehrungswechsel innerhalb der Rechnung: eigener
**          ---> Kontrollsummensatz je Waehrung
                 MOVE WKZ     OF FEEREC TO W-INV-WKZ-ALT
                 MOVE CARDID  OF FEEREC TO W-INV-CARDID-ALT
                 MOVE ISONTYP OF FEEREC TO W-INV-ISONTYP-ALT
*R000101 - Leistungsklasse
                 MOVE KLASSE  OF FEEREC TO W-INV-KLASSE-ALT
*R000101 - Ende
             WHEN CARDID  OF FEEREC NOT = W-INV-CARDID-ALT
             OR   ISONTYP OF FEEREC NOT = W-INV-ISONTYP-ALT
*R000101 - Leistungsklasse
             OR   KLASSE  OF FEEREC NOT = W-INV-KLASSE-ALT
*R000101 - Ende
                 PERFORM C420-POSITION-SCHREIBEN
                 MOVE CARDID  OF FEEREC TO W-INV-CARDID-ALT
                 MOVE ISONTYP OF FEEREC TO W-INV-ISONTYP-ALT
*R000101 - Leistungsklasse
                 MOVE KLASSE  OF FEEREC TO W-INV-KLASSE-ALT
*R000101 - Ende
         END-EVALUATE
     END-IF

     MOVE W-INV-CARDID-ALT  TO INVP-CARDID
     MOVE W-INV-ISONTYP-ALT TO INVP-ISONTYP
     MOVE W-INV-WKZ-ALT     TO INVP-WKZ
*R000101 - Leistungsklasse
     MOVE W-INV-KLASSE-ALT  TO INVP-KLASSE
*R000101 - Ende
     MOVE W-POS-ANZ         TO INVP-ANZ
     COMPUTE W-INV-CENT = W-POS-BASIS * 100
     MOVE W-INV-CENT        TO INVP-BASIS-CENT
 C440-99.
     EXIT.

*R000103 - Anfang
******************************************************************
* Mengenrabatt-Gutschriften des Monats (=RABGUT aus RFCRAB7) als
* G-Saetze schreiben, je Satz mit der Rechnungsnummer des VUNR
* aus =FEEINVREG (0, wenn der VUNR keine Gebuehrenrechnung hat).
* Alle Saetze des Monats gehen mit, auch stornierte (S) und ihre
* Gegenbuchungen (R), damit das ERP den Ersatz nachvollzieht.
******************************************************************
 C450-GUTSCHRIFTEN-SCHREIBEN SECTION.
 C450-00.
     EXEC SQL
         OPEN RABGUT_CURS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

     PERFORM S360-FETCH-RABGUT-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         MOVE ZEROS TO W-RECHNR
         EXEC SQL
             SELECT  RECHNR
               INTO :W-RECHNR
               FROM  =FEEINVREG
              WHERE  MONAT = :W-MONAT-KEY
                AND  VUNR  = :VUNR of RABGUT
             BROWSE  ACCESS
         END-EXEC
         IF  SQLCODE OF SQLCA NOT = ZERO
             MOVE ZEROS TO W-RECHNR
         END-IF

         MOVE GUTNR       OF RABGUT TO INVG-GUTNR
         MOVE W-RECHNR              TO INVG-RECHNR
         MOVE VUNR        OF RABGUT TO INVG-VUNR
         MOVE W-MONAT-KEY           TO INVG-MONAT
         MOVE KZ-STATUS   OF RABGUT TO INVG-STATUS
         MOVE BEZUG-GUTNR OF RABGUT TO INVG-BEZUG
         MOVE W-GUT-BETRAG          TO INVG-BETRAG-CENT
         WRITE RECHNUNG-SATZ FROM INV-G-SATZ
         ADD 1 TO W-ANZ-GUTSCHRIFTEN

         PERFORM S360-FETCH-RABGUT-CURSOR
     END-PERFORM

     EXEC SQL
         CLOSE RABGUT_CURS
     END-EXEC
     MOVE ZERO TO W-SQLCODE-FLAG
     .
 C450-99.
     EXIT.
*R000103 - Ende

******************************************************************
* Land der Station zur FEEREC-Zeile (ueber =POST70 -> =STATION);
* kleiner Cache je TERMNR; ohne Treffer bleibt das Land leer und
              ,:WKZ       of FEEREC
              ,:GEB-BASIS of FEEREC
              ,:GEBUEHR   of FEEREC
*R000101 - Leistungsklasse
              ,:KLASSE    of FEEREC
*R000101 - Ende
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
     EXIT.
*R000063 - Ende

*R000103 - Anfang
******************************************************************
* Naechste Gutschrift des Monats holen
******************************************************************
 S360-FETCH-RABGUT-CURSOR SECTION.
 S360-00.
     EXEC SQL
         FETCH RABGUT_CURS
          INTO :GUTNR       of RABGUT
              ,:VUNR        of RABGUT
              ,:KZ-STATUS   of RABGUT
              ,:BEZUG-GUTNR of RABGUT
              ,:W-GUT-BETRAG
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S360-99.
     EXIT.
*R000103 - Ende

******************************************************************
* Aufruf COBOL-Utility: GETPARAMTEXT
******************************************************************
           FROM  =FEEREC
          WHERE  DATUM = :W-DATUM-HEUTE
     END-EXEC
*R000112 - Anfang
**  ---> Spaetstorno-Korrekturen des Tages in derselben Klammer
     IF  SQLCODE OF SQLCA = ZERO
     OR  SQLCODE OF SQLCA = 100
         EXEC SQL
             DELETE
               FROM  =PERIODKORR
              WHERE  DATUM = :W-DATUM-HEUTE
         END-EXEC
     END-IF
*R000112 - Ende
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   PERFORM U110-COMMIT
         WHEN 100    PERFORM U110-COMMIT
* Tarifstaffel suchen: erst CARDID-spezifisch, dann CARDID 0;
* innerhalb der CARDID erst mit der Erfassungsart der
* Transaktion, dann Erfassungsart 0 (= alle)
*R000101 - die ganze Kaskade erst mit der Leistungsklasse der
*R000101   Transaktion, dann mit KLASSE " " (= alle)
******************************************************************
 S310-SELECT-FEESCHED SECTION.
 S310-00.
     SET W-TARIF-FEHLT TO TRUE

*R000101 - Anfang
     MOVE W-KLASSE TO KLASSE OF FEESCHED
     PERFORM S312-FEESCHED-KASKADE
     IF  W-TARIF-DA
         EXIT SECTION
     END-IF

     MOVE SPACE TO KLASSE OF FEESCHED
     PERFORM S312-FEESCHED-KASKADE
     .
 S310-99.
     EXIT.

 S312-FEESCHED-KASKADE SECTION.
 S312-00.
*R000101 - Ende
     MOVE CARDID OF TXILOG70         TO CARDID OF FEESCHED
     MOVE ERFASSUNGS-ART OF TXILOG70 TO ERFASSUNGS-ART OF FEESCHED
     PERFORM S315-SELECT-FEESCHED-SATZ
     MOVE ZERO TO ERFASSUNGS-ART OF FEESCHED
     PERFORM S315-SELECT-FEESCHED-SATZ
     .
 S312-99.
     EXIT.

 S315-SELECT-FEESCHED-SATZ SECTION.
            AND  CARDID         = :CARDID  of FEESCHED
            AND  ISONTYP        = :ISONTYP of TXILOG70
            AND  ERFASSUNGS_ART = :ERFASSUNGS-ART of FEESCHED
*R000101 - Leistungsklasse
            AND  KLASSE         = :KLASSE  of FEESCHED
*R000101 - Ende
            AND  BETRAG_VON    <= :BETRAG  of TXILOG70
            AND  BETRAG_BIS    >= :BETRAG  of TXILOG70
         BROWSE  ACCESS
                 ( DATUM, PNR, TERMNR, TRACENR, ISONTYP
                 , ROUTKZ, CARDID, VUNR, WKZ
                 , GEB_BASIS, GEBUEHR
                 , GEB_BASIS_EUR, GEBUEHR_EUR
*R000101 - Leistungsklasse
                 , KLASSE
*R000101 - Ende
                 , ZPINS )
         VALUES  (
                  :W-DATUM-HEUTE
                 ,:PNR     of TXILOG70
                 ,:W-GEBUEHR
                 ,:W-BASIS-EUR
                 ,:W-GEBUEHR-EUR
*R000101 - Leistungsklasse
                 ,:W-KLASSE
*R000101 - Ende
                 ,current  YEAR TO FRACTION(2)
                 )
*R000063 - Ende
     EXIT.
*R000064 - Ende

*R000101 - Anfang
******************************************************************
* Leistungsklasse der Transaktion: "E" (Ladevorgang), sobald eine
* ihrer Artikelzeilen in =ARTZEILE die Klasse "E" traegt, sonst
* "K". Die Verkaufszeile liegt unter dem Tagesdatum, der Storno
* zeigt ueber TRACENR_S auf die Zeilen der Ursprungstransaktion
* (ggf. eines Vortags)
******************************************************************
 S327-SELECT-ARTZEILE-KLASSE SECTION.
 S327-00.
     MOVE "K"   TO W-KLASSE
     MOVE ZEROS TO W-KLASSE-ANZ

     IF  ISONTYP OF TXILOG70 = 400
         MOVE TRACENR-S OF TXILOG70 TO W-KLASSE-TRACENR
         EXEC SQL
             SELECT  COUNT(*)
               INTO :W-KLASSE-ANZ
               FROM  =ARTZEILE
              WHERE  PNR     = :PNR    of TXILOG70
                AND  TERMNR  = :TERMNR of TXILOG70
                AND  TRACENR = :W-KLASSE-TRACENR
                AND  DATUM  <= :W-DATUM-HEUTE
                AND  KLASSE  = "E"
             BROWSE  ACCESS
         END-EXEC
     ELSE
         MOVE TRACENR   OF TXILOG70 TO W-KLASSE-TRACENR
         EXEC SQL
             SELECT  COUNT(*)
               INTO :W-KLASSE-ANZ
               FROM  =ARTZEILE
              WHERE  PNR     = :PNR    of TXILOG70
                AND  TERMNR  = :TERMNR of TXILOG70
                AND  TRACENR = :W-KLASSE-TRACENR
                AND  DATUM   = :W-DATUM-HEUTE
                AND  KLASSE  = "E"
             BROWSE  ACCESS
         END-EXEC
     END-IF

**  ---> ohne Artikelzeilen bleibt es bei "K"
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   IF  W-KLASSE-ANZ > ZERO
                         MOVE "E" TO W-KLASSE
                     END-IF
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S327-99.
     EXIT.
*R000101 - Ende

*R000112 - Anfang
******************************************************************
* Periodenstatus des Monats W-PRF-MONAT lesen (ohne Satz offen)
******************************************************************
 S370-SELECT-PERIODE SECTION.
 S370-00.
     SET W-PERIODE-OFFEN TO TRUE

     EXEC SQL
         SELECT  KZ_STATUS
           INTO :W-KZ-STATUS
           FROM  =PERIODE
          WHERE  MONAT = :W-PRF-MONAT
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   IF  W-KZ-STATUS = "G"
                         SET W-PERIODE-GESCHLOSSEN TO TRUE
                     END-IF
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S370-99.
     EXIT.

******************************************************************
* Ursprungstransaktion des Stornos suchen: juengster Verkauf mit
* TRACENR = TRACENR_S am Terminal vor dem heutigen Tag (erst
* zaehlen - ohne Treffer liefert MAX() keinen Wert)
******************************************************************
 S375-SELECT-URSPRUNG SECTION.
 S375-00.
     MOVE ZEROS TO W-URSPR-ANZ
                   W-URSPR-ZP

     EXEC SQL
         SELECT  COUNT(*)
           INTO :W-URSPR-ANZ
           FROM  =TXILOG70
          WHERE  PNR         = :PNR       of TXILOG70
            AND  TERMNR      = :TERMNR    of TXILOG70
            AND  TRACENR     = :TRACENR-S of TXILOG70
            AND  ISONTYP     = 200
            AND  ZP_VERKAUF  < :W-ZP-VON
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         MOVE ZEROS TO W-URSPR-ANZ
         PERFORM Z002-PROGERR
         MOVE ZERO TO W-ENDE-FLAG
         EXIT SECTION
     END-IF
     IF  W-URSPR-ANZ = ZERO
         EXIT SECTION
     END-IF

     EXEC SQL
         SELECT  MAX(ZP_VERKAUF)
           INTO :W-URSPR-ZP
           FROM  =TXILOG70
          WHERE  PNR         = :PNR       of TXILOG70
            AND  TERMNR      = :TERMNR    of TXILOG70
            AND  TRACENR     = :TRACENR-S of TXILOG70
            AND  ISONTYP     = 200
            AND  ZP_VERKAUF  < :W-ZP-VON
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         MOVE ZEROS TO W-URSPR-ANZ
         PERFORM Z002-PROGERR
         MOVE ZERO TO W-ENDE-FLAG
     END-IF
     .
 S375-99.
     EXIT.

******************************************************************
* Korrektur zum geschlossenen Ursprungsmonat ablegen (Umsatz und
* Gebuehr mit dem Vorzeichen des Stornos)
******************************************************************
 S380-INSERT-PERIODKORR SECTION.
 S380-00.
     EXEC SQL
         INSERT
           INTO  =PERIODKORR
                 ( DATUM, PNR, TERMNR, TRACENR
                 , MONAT_BEZUG, TRACENR_S, DATUM_S
                 , VUNR, UMSATZ, GEBUEHR
                 , ZPINS )
         VALUES  (
                  :W-DATUM-HEUTE
                 ,:PNR       of TXILOG70
                 ,:TERMNR    of TXILOG70
                 ,:TRACENR   of TXILOG70
                 ,:W-URSPR-MONAT
                 ,:TRACENR-S of TXILOG70
                 ,:W-URSPR-DATUM
                 ,:VUNR      of TXILOG70
                 ,:W-BASIS
                 ,:W-GEBUEHR
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
                     ADD 1 TO W-ANZ-KORR
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
                     MOVE ZERO TO W-ENDE-FLAG
     END-EVALUATE
     .
 S380-99.
     EXIT.
*R000112 - Ende

******************************************************************
* Cursor auf =TXILOG70 (Tageslauf)
******************************************************************
*R000063 - WKZ zusaetzlich
              ,:WKZ            of TXILOG70
*R000063 - Ende
*R000101 - Ursprungs-Trace des Stornos
              ,:TRACENR-S      of TXILOG70
*R000101 - Ende
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
