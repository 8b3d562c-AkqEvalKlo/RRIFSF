 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.04
* Kurzbeschreibung :: Monatsexport des USt-Aufrisses je Vertrags-
* Kurzbeschreibung :: unternehmen (VUNR) aus den normalisierten
* Kurzbeschreibung :: Artikelzeilen =ARTZEILE (geschrieben von
* Kurzbeschreibung :: PFCPRE7/PFCOFF7S in C111). Je VUNR und
* Kurzbeschreibung :: USt-Satz und Artikelklasse (Kraftstoff,
* Kurzbeschreibung :: Ladestrom, Parken, Sonstiges; =ARTZEILE
* Kurzbeschreibung :: KLASSE) wird Netto/USt/Brutto ermittelt;
* Kurzbeschreibung :: der Satz kommt je Land der Station (=STATION
* Kurzbeschreibung :: LAND) und Warengruppe aus =USTWGR (Rueckfall
* Kurzbeschreibung :: auf den Landeseintrag mit WGR "***", danach
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.04|2026-10-15| kl  | Review:
*       |          |     | - =VATSUM des Monats in einer TMF-Klammer
*       |          |     |   je Lauf schreiben (nicht mehr je Zeile);
*       |          |     |   ein abgebrochener Lauf hinterlaesst
*       |          |     |   keinen Teilaufriss, den PFCPAB7 als
*       |          |     |   gelaufenen Export werten wuerde
*       |          |     | - Exportlauf endet beim ersten Fehler
*-------|----------|-----|-------------------------------------------*
*G.01.03|2026-10-15| kl  | R7-548:
*       |          |     | - Periodenabschluss (PFCPAB7): Lauf fuer
*       |          |     |   einen in =PERIODE geschlossenen Monat
*       |          |     |   wird abgewiesen
*       |          |     | - jeder V-Satz zusaetzlich in =VATSUM
*       |          |     |   (Grundlage des USt-Snapshots beim
*       |          |     |   Abschluss); ein Wiederholungslauf
*       |          |     |   raeumt den Monat dort vorher
*-------|----------|-----|-------------------------------------------*
*G.01.02|2026-10-15| kl  | R7-537:
*       |          |     | - Aufriss zusaetzlich je Artikelklasse
*       |          |     |   (=ARTZEILE KLASSE), damit Ladestrom
*       |          |     |   getrennt von Kraftstoff ausgewiesen
*       |          |     |   wird; Klasse im V-Satz (EXPV-KLASSE)
*-------|----------|-----|-------------------------------------------*
*G.01.01|2026-09-02| kl  | Review:
*       |          |     | - Lauf-Registrierung in =BATCHRUN
*       |          |     |   nachgezogen (Start/Ende/Status/
* S300-SELECT-TXILOG70-AC
* S310-SELECT-LAND
* S320-SELECT-USTWGR
*R000112 - Anfang
* S330-DELETE-VATSUM-MONAT
* S340-INSERT-VATSUM
* S350-SELECT-PERIODE
*R000112 - Ende
* S900-OPEN-ARTZEILE-CURSOR
* S910-FETCH-ARTZEILE-CURSOR
* S920-CLOSE-ARTZEILE-CURSOR
*
*R000112 - Anfang
* U100-BEGIN
* U110-COMMIT
* U120-ROLLBACK
*R000112 - Ende
* U200-TIMESTAMP
*
* Z002-PROGERR
 01          W-MONAT             PIC X(07)   VALUE SPACES.
 01          W-MONAT-LIKE        PIC X(08)   VALUE SPACES.

*R000112 - Anfang
**  ---> Periodenstatus des Monats aus =PERIODE ("G" geschlossen,
**  ---> Abschluss PFCPAB7)
 01          W-KZ-STATUS         PIC X(01)   VALUE SPACE.
 01          W-PERIODE-FLAG      PIC 9       VALUE ZERO.
     88      W-PERIODE-OFFEN                 VALUE ZERO.
     88      W-PERIODE-GESCHLOSSEN           VALUE 1.

**  ---> Zeile des USt-Aufrisses fuer =VATSUM (Satz x 100, Cent)
 01          W-VS-KLASSE         PIC X(01)   VALUE SPACE.
 01          W-VS-SATZ           PIC 9(04)   VALUE ZEROS.
 01          W-VS-BRUTTO         PIC S9(15)  COMP VALUE ZEROS.
*R000112 - Ende

**  ---> Lauf-Registrierung in =BATCHRUN (Morgenpruefer RFCRUN7)
 01          K-RUN-PROGRAMM      PIC X(08)   VALUE "RFCVAT7".
 01          W-RUN-DATUM         PIC X(10)   VALUE SPACES.
 01          W-SATZ-LAND-ALT     PIC X(03)   VALUE "???".
 01          W-SATZ-WGR-ALT      PIC X(03)   VALUE "???".

**  ---> USt-Aufriss des VUNR-Blocks (je Artikelklasse und Satz
**  ---> eine Zeile)
 01          W-SATZ-TABELLE.
     05      W-SATZ-TAB          OCCURS 20.
      10     WS-KLASSE           PIC X(01).
      10     WS-SATZ             PIC 9(02)V99.
      10     WS-BRUTTO-CENT      PIC S9(15)  COMP.
 01          W-SATZ-MAX          PIC S9(04) COMP VALUE ZEROS.
     05      EXPV-NETTO-CENT     PIC S9(15) SIGN LEADING SEPARATE.
     05      EXPV-UST-CENT       PIC S9(15) SIGN LEADING SEPARATE.
     05      EXPV-BRUTTO-CENT    PIC S9(15) SIGN LEADING SEPARATE.
**  ---> K Kraftstoff, E Ladestrom, Z Zeit/Parken, S Sonstiges
     05      EXPV-KLASSE         PIC X(01).
     05      FILLER              PIC X(11)   VALUE SPACES.

**  ---> Startparameter
 01          STARTUP-FELDER.
 EXEC SQL
     DECLARE ARTZEILE_CURS CURSOR FOR
         SELECT  DATUM, PNR, TERMNR, TRACENR, VUNR
               , MDNR, TSNR, WGR, BETRAG, KLASSE
           FROM  =ARTZEILE
          WHERE  DATUM LIKE :W-MONAT-LIKE
          ORDER  BY VUNR, PNR, TERMNR, TRACENR

     DISPLAY "RFCVAT7 - USt-Monatsexport je VUNR fuer " W-MONAT

*R000112 - Anfang
**  ---> ein geschlossener Monat wird nicht neu geschrieben
     PERFORM S350-SELECT-PERIODE
     IF  W-PERIODE-GESCHLOSSEN
         DISPLAY "RFCVAT7 - !!! Monat " W-MONAT
                 " ist abgeschlossen - Lauf abgewiesen"
         SET W-ENDE TO TRUE
     END-IF
     IF  W-ENDE
         EXIT SECTION
     END-IF

**  ---> Aufriss eines frueheren Laufs raeumen
     PERFORM S330-DELETE-VATSUM-MONAT
     IF  W-ENDE
         EXIT SECTION
     END-IF
*R000112 - Ende

     OPEN OUTPUT EXPORT-DATEI
     IF  NOT EXP-FILE-OK
         DISPLAY "RFCVAT7 - Exportdatei VATOUT nicht "
     SET W-ERSTER-SATZ TO TRUE
     MOVE ZERO TO W-SATZ-MAX

*G.01.04 - =VATSUM des Laufs in einer TMF-Klammer
     PERFORM U100-BEGIN
*G.01.04 - Ende

     PERFORM S900-OPEN-ARTZEILE-CURSOR
     PERFORM S910-FETCH-ARTZEILE-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         PERFORM C100-ZEILE-VERARBEITEN
*G.01.04 - Anfang
         IF  W-ENDE
             SET W-SQL-NOK TO TRUE
         ELSE
             PERFORM S910-FETCH-ARTZEILE-CURSOR
         END-IF
*G.01.04 - Ende
     END-PERFORM

     IF  NOT W-ERSTER-SATZ
*G.01.04 - Anfang
     AND NOT W-ENDE
*G.01.04 - Ende
         PERFORM C110-VUNR-SCHREIBEN
     END-IF
     PERFORM S920-CLOSE-ARTZEILE-CURSOR
     MOVE ZERO TO W-SQLCODE-FLAG

*G.01.04 - Anfang
**  ---> Aufriss nur vollstaendig festschreiben
     IF  W-ENDE
         PERFORM U120-ROLLBACK
         DISPLAY "RFCVAT7 - !!! =VATSUM fuer " W-MONAT
                 " zurueckgesetzt, Lauf wiederholen"
     ELSE
         PERFORM U110-COMMIT
     END-IF
*G.01.04 - Ende

     CLOSE EXPORT-DATEI
     .
 B100-99.
     PERFORM S310-SELECT-LAND
     PERFORM S320-SELECT-USTWGR

**  ---> Bruttobetrag in der Klassen-/Satzzeile des Blocks
**  ---> kumulieren
     MOVE ZERO TO W-SATZ-FUND
     PERFORM VARYING W-SATZ-IND FROM 1 BY 1
             UNTIL   W-SATZ-IND > W-SATZ-MAX
             OR      W-SATZ-FUND > ZERO
         IF  WS-KLASSE (W-SATZ-IND) = KLASSE OF ARTZEILE
         AND WS-SATZ   (W-SATZ-IND) = W-SATZ
             MOVE W-SATZ-IND TO W-SATZ-FUND
         END-IF
     END-PERFORM
     IF  W-SATZ-FUND = ZERO
         IF  W-SATZ-MAX >= 20
             MOVE 20 TO W-SATZ-FUND
         ELSE
             ADD 1 TO W-SATZ-MAX
             MOVE W-SATZ-MAX TO W-SATZ-FUND
             MOVE KLASSE OF ARTZEILE TO WS-KLASSE (W-SATZ-FUND)
             MOVE W-SATZ TO WS-SATZ (W-SATZ-FUND)
             MOVE ZEROS  TO WS-BRUTTO-CENT (W-SATZ-FUND)
         END-IF

         MOVE W-ALT-VUNR TO EXPV-VUNR
         COMPUTE EXPV-SATZ = WS-SATZ (W-SATZ-IND) * 100
         MOVE WS-KLASSE (W-SATZ-IND) TO EXPV-KLASSE
         MOVE W-NETTO-CENT TO EXPV-NETTO-CENT
         MOVE W-UST-CENT   TO EXPV-UST-CENT
         MOVE WS-BRUTTO-CENT (W-SATZ-IND) TO EXPV-BRUTTO-CENT
         WRITE EXPORT-SATZ FROM EXP-V-SATZ
*R000112 - Zeile fuer den Periodenabschluss
         MOVE EXPV-KLASSE                 TO W-VS-KLASSE
         MOVE EXPV-SATZ                   TO W-VS-SATZ
         MOVE WS-BRUTTO-CENT (W-SATZ-IND) TO W-VS-BRUTTO
         PERFORM S340-INSERT-VATSUM
*R000112 - Ende
     END-PERFORM

     MOVE ZERO TO W-SATZ-MAX
 S320-99.
     EXIT.

*R000112 - Anfang
******************************************************************
* USt-Aufriss des Monats in =VATSUM raeumen
******************************************************************
 S330-DELETE-VATSUM-MONAT SECTION.
 S330-00.
     PERFORM U100-BEGIN
     EXEC SQL
         DELETE
           FROM  =VATSUM
          WHERE  MONAT = :W-MONAT
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   PERFORM U110-COMMIT
         WHEN 100    PERFORM U110-COMMIT
         WHEN OTHER  PERFORM U120-ROLLBACK
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S330-99.
     EXIT.

******************************************************************
* Zeile des USt-Aufrisses ablegen (wie V-Satz, Betraege in Cent);
* die TMF-Klammer haelt B100 ueber den ganzen Lauf
******************************************************************
 S340-INSERT-VATSUM SECTION.
 S340-00.
     EXEC SQL
         INSERT
           INTO  =VATSUM
                 ( MONAT, VUNR, KLASSE, SATZ
                 , NETTO, UST, BRUTTO
                 , ZPINS )
         VALUES  (
                  :W-MONAT
                 ,:W-ALT-VUNR
                 ,:W-VS-KLASSE
                 ,:W-VS-SATZ
                 ,:W-NETTO-CENT
                 ,:W-UST-CENT
                 ,:W-VS-BRUTTO
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S340-99.
     EXIT.

******************************************************************
* Periodenstatus des Exportmonats lesen (ohne Satz offen)
******************************************************************
 S350-SELECT-PERIODE SECTION.
 S350-00.
     SET W-PERIODE-OFFEN TO TRUE

     EXEC SQL
         SELECT  KZ_STATUS
           INTO :W-KZ-STATUS
           FROM  =PERIODE
          WHERE  MONAT = :W-MONAT
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
 S350-99.
     EXIT.
*R000112 - Ende

******************************************************************
* Cursor auf =ARTZEILE
******************************************************************
              ,:TSNR    of ARTZEILE
              ,:WGR     of ARTZEILE
              ,:BETRAG  of ARTZEILE
              ,:KLASSE  of ARTZEILE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
 S920-99.
     EXIT.

*R000112 - Anfang
******************************************************************
* TMF-Klammer
******************************************************************
 U100-BEGIN SECTION.
 U100-00.
     EXEC SQL
         BEGIN WORK
     END-EXEC
     .
 U100-99.
     EXIT.

 U110-COMMIT SECTION.
 U110-00.
     EXEC SQL
         COMMIT WORK
     END-EXEC
     .
 U110-99.
     EXIT.

 U120-ROLLBACK SECTION.
 U120-00.
     EXEC SQL
         ROLLBACK WORK
     END-EXEC
     .
 U120-99.
     EXIT.
*R000112 - Ende

******************************************************************
* Tagesdatum und Uhrzeit holen
******************************************************************
