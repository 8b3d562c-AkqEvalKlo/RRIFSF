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

 PROGRAM-ID. PFCPRS7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.00
* Kurzbeschreibung :: Lader fuer die Referenzpreistabelle =PREISTAB.
* Kurzbeschreibung :: Die taegliche Preisdatei (logischer Dateiname
* Kurzbeschreibung :: PREISIN) liefert je Satz Station (MDNR/TSNR),
* Kurzbeschreibung :: Artikel (WGR/ARTNR), den ausgehaengten
* Kurzbeschreibung :: Stueckpreis in Cent (gleiche Einheit wie der
* Kurzbeschreibung :: EPREIS der Artikelzeile) und den Zeitpunkt,
* Kurzbeschreibung :: ab dem der Preis gilt. Der bis dahin gueltige
* Kurzbeschreibung :: Preis wird zu diesem Zeitpunkt beendet
* Kurzbeschreibung :: (GUELTIG_BIS), der neue laeuft offen. Ein
* Kurzbeschreibung :: Satz mit schon vorhandenem GUELTIG_AB ersetzt
* Kurzbeschreibung :: den Preis, der Lauf ist also wiederholbar.
* Kurzbeschreibung :: Gegen =PREISTAB pruefen PFCPRE7 und PFCOFF7
* Kurzbeschreibung :: den Stueckpreis jeder Artikelzeile.
* Package          :: ICC
*
* Aenderungen
*
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-10-15| kl  | R7-530:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: Batch, taeglich nach Eingang der Preisdatei
* Parameter   :: keine (liest den logischen Dateinamen PREISIN)
* Satzaufbau  :: MDNR(8) TSNR(8) WGR(3) ARTNR(6) PREIS(8, Cent je
*                Einheit) GUELTIG-AB(12, JJJJMMTThhmm)
*
******************************************************************
* Uebersicht der SECTIONs:
*
* A100-STEUERUNG
*
* B000-VORLAUF
* B090-ENDE
* B100-PREISE-LADEN
*
* C100-SATZ-VERARBEITEN
*
* S300-UPDATE-PREISTAB
* S305-SELECT-VORGAENGER
* S306-SELECT-NACHFOLGER
* S310-UPDATE-VORGAENGER
* S320-INSERT-PREISTAB
*
* U100-BEGIN
* U110-COMMIT
* U120-ROLLBACK
*
* Z002-PROGERR
******************************************************************

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     DECIMAL-POINT IS COMMA.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT PREIS-DATEI       ASSIGN TO "PREISIN"
                              ORGANIZATION IS SEQUENTIAL
                              FILE STATUS IS PREIS-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.

 FD  PREIS-DATEI
     RECORD CONTAINS 45 CHARACTERS.
 01          PREIS-SATZ.
     05      PS-MDNR             PIC 9(08).
     05      PS-TSNR             PIC 9(08).
     05      PS-WGR              PIC X(03).
     05      PS-ARTNR            PIC X(06).
     05      PS-PREIS            PIC 9(08).
     05      PS-GUELTIG-AB       PIC 9(12).

 WORKING-STORAGE SECTION.

 01          PREIS-FILE-STATUS   PIC X(02).
          88 PREIS-FILE-OK                   VALUE "00".

 01          W-ENDE-FLAG         PIC 9       VALUE ZERO.
     88      W-ENDE                          VALUE 1.

 01          W-SATZ-FLAG         PIC 9       VALUE ZERO.
     88      W-SATZ-OK                       VALUE ZERO.
     88      W-SATZ-NOK                      VALUE 1.

 01          W-VORGAENGER-FLAG   PIC 9       VALUE ZERO.
     88      W-OHNE-VORGAENGER               VALUE ZERO.
     88      W-MIT-VORGAENGER                VALUE 1.

 77          W-ANZ-GELESEN       PIC 9(07)   VALUE ZERO.
 77          W-ANZ-NEU           PIC 9(07)   VALUE ZERO.
 77          W-ANZ-ERSETZT       PIC 9(07)   VALUE ZERO.
 77          W-ANZ-FEHLER        PIC 9(07)   VALUE ZERO.

**  ---> Hostfelder fuer =PREISTAB
 01          W-MDNR              PIC 9(08)   VALUE ZEROS.
 01          W-TSNR              PIC 9(08)   VALUE ZEROS.
 01          W-WGR               PIC X(03)   VALUE SPACES.
 01          W-ARTNR             PIC X(06)   VALUE SPACES.
 01          W-PREIS             PIC 9(08)   VALUE ZEROS.
 01          W-GUELTIG-AB        PIC 9(12)   VALUE ZEROS.
 01          W-GUELTIG-BIS       PIC 9(12)   VALUE ZEROS.
 01          W-ANZ-SPAETER       PIC S9(09) COMP VALUE ZEROS.

**  ---> offenes Ende eines Preises
 01          K-OFFEN             PIC 9(12)   VALUE 999999999999.

 EXEC SQL
     INCLUDE SQLCA
 END-EXEC

 PROCEDURE DIVISION.

******************************************************************
* Steuerung
******************************************************************
 A100-STEUERUNG SECTION.
 A100-00.
     PERFORM B000-VORLAUF
     IF  NOT W-ENDE
         PERFORM B100-PREISE-LADEN
     END-IF
     PERFORM B090-ENDE
     STOP RUN
     .
 A100-99.
     EXIT.

******************************************************************
* Vorlauf
******************************************************************
 B000-VORLAUF SECTION.
 B000-00.
     DISPLAY "PFCPRS7 - Laden Referenzpreise PREISIN -> =PREISTAB"

     OPEN INPUT PREIS-DATEI
     IF  NOT PREIS-FILE-OK
         DISPLAY "PFCPRS7 - Preisdatei PREISIN nicht lesbar, "
                 "Status " PREIS-FILE-STATUS
         SET W-ENDE TO TRUE
     END-IF
     .
 B000-99.
     EXIT.

******************************************************************
* Ende / Zusammenfassung
******************************************************************
 B090-ENDE SECTION.
 B090-00.
     DISPLAY "PFCPRS7 - Saetze gelesen : " W-ANZ-GELESEN
     DISPLAY "PFCPRS7 - neu eingefuegt : " W-ANZ-NEU
     DISPLAY "PFCPRS7 - ersetzt        : " W-ANZ-ERSETZT
     DISPLAY "PFCPRS7 - fehlerhaft     : " W-ANZ-FEHLER
     .
 B090-99.
     EXIT.

******************************************************************
* Preisdatei satzweise verarbeiten
******************************************************************
 B100-PREISE-LADEN SECTION.
 B100-00.
     READ PREIS-DATEI
     PERFORM UNTIL NOT PREIS-FILE-OK
         ADD 1 TO W-ANZ-GELESEN
         PERFORM C100-SATZ-VERARBEITEN
         READ PREIS-DATEI
     END-PERFORM
     CLOSE PREIS-DATEI
     .
 B100-99.
     EXIT.

******************************************************************
* Einen Preissatz pruefen und einstellen. Gleicher GUELTIG_AB:
* Preis ersetzen. Sonst wird der Vorgaenger (der Preis, in dessen
* Gueltigkeit der neue Zeitpunkt faellt) zum neuen Zeitpunkt
* beendet und der neue Preis uebernimmt dessen Ende. Ohne
* Vorgaenger laeuft der neue Preis offen (siehe S306).
******************************************************************
 C100-SATZ-VERARBEITEN SECTION.
 C100-00.
     IF  PS-MDNR       IS NOT NUMERIC
     OR  PS-TSNR       IS NOT NUMERIC
     OR  PS-PREIS      IS NOT NUMERIC
     OR  PS-GUELTIG-AB IS NOT NUMERIC
     OR  PS-PREIS      = ZERO
     OR  PS-GUELTIG-AB = ZERO
     OR  PS-WGR        = SPACES
         ADD 1 TO W-ANZ-FEHLER
         DISPLAY "PFCPRS7 - Satz verworfen: " PREIS-SATZ
         EXIT SECTION
     END-IF

     MOVE PS-MDNR       TO W-MDNR
     MOVE PS-TSNR       TO W-TSNR
     MOVE PS-WGR        TO W-WGR
     MOVE PS-ARTNR      TO W-ARTNR
     MOVE PS-PREIS      TO W-PREIS
     MOVE PS-GUELTIG-AB TO W-GUELTIG-AB

     PERFORM U100-BEGIN
     PERFORM S300-UPDATE-PREISTAB
     .
 C100-99.
     EXIT.

******************************************************************
* Preis zum selben Zeitpunkt ersetzen; fehlt er, wird er als
* neuer Preis eingereiht
******************************************************************
 S300-UPDATE-PREISTAB SECTION.
 S300-00.
     EXEC SQL
         UPDATE  =PREISTAB
            SET  PREIS      = :W-PREIS
               , ZPINS      = CURRENT
          WHERE  MDNR       = :W-MDNR
            AND  TSNR       = :W-TSNR
            AND  WGR        = :W-WGR
            AND  ARTNR      = :W-ARTNR
            AND  GUELTIG_AB = :W-GUELTIG-AB
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   ADD 1 TO W-ANZ-ERSETZT
                     PERFORM U110-COMMIT
                     EXIT SECTION
         WHEN 100    CONTINUE
         WHEN OTHER  ADD 1 TO W-ANZ-FEHLER
                     PERFORM U120-ROLLBACK
                     PERFORM Z002-PROGERR
                     EXIT SECTION
     END-EVALUATE

     SET W-SATZ-OK TO TRUE
     PERFORM S305-SELECT-VORGAENGER
     IF  W-SATZ-NOK
         EXIT SECTION
     END-IF

     IF  W-MIT-VORGAENGER
         PERFORM S310-UPDATE-VORGAENGER
     ELSE
         PERFORM S306-SELECT-NACHFOLGER
     END-IF
     IF  W-SATZ-NOK
         EXIT SECTION
     END-IF

     PERFORM S320-INSERT-PREISTAB
     .
 S300-99.
     EXIT.

******************************************************************
* Preis suchen, in dessen Gueltigkeit der neue Zeitpunkt faellt
******************************************************************
 S305-SELECT-VORGAENGER SECTION.
 S305-00.
     SET W-OHNE-VORGAENGER TO TRUE
     MOVE K-OFFEN TO W-GUELTIG-BIS

     EXEC SQL
         SELECT  GUELTIG_BIS
           INTO :W-GUELTIG-BIS
           FROM  =PREISTAB
          WHERE  MDNR        = :W-MDNR
            AND  TSNR        = :W-TSNR
            AND  WGR         = :W-WGR
            AND  ARTNR       = :W-ARTNR
            AND  GUELTIG_AB  < :W-GUELTIG-AB
            AND  GUELTIG_BIS > :W-GUELTIG-AB
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-MIT-VORGAENGER TO TRUE
         WHEN 100    MOVE K-OFFEN TO W-GUELTIG-BIS
         WHEN OTHER  ADD 1 TO W-ANZ-FEHLER
                     SET W-SATZ-NOK TO TRUE
                     PERFORM U120-ROLLBACK
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S305-99.
     EXIT.

******************************************************************
* Ohne Vorgaenger: liegt schon ein spaeterer Preis vor, wird der
* Satz verworfen (nachgelieferte Altpreise wuerden sonst eine
* Luecke ueberdecken, die niemand geprueft hat)
******************************************************************
 S306-SELECT-NACHFOLGER SECTION.
 S306-00.
     MOVE ZEROS TO W-ANZ-SPAETER

     EXEC SQL
         SELECT  COUNT(*)
           INTO :W-ANZ-SPAETER
           FROM  =PREISTAB
          WHERE  MDNR       = :W-MDNR
            AND  TSNR       = :W-TSNR
            AND  WGR        = :W-WGR
            AND  ARTNR      = :W-ARTNR
            AND  GUELTIG_AB > :W-GUELTIG-AB
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  ADD 1 TO W-ANZ-FEHLER
                     SET W-SATZ-NOK TO TRUE
                     PERFORM U120-ROLLBACK
                     PERFORM Z002-PROGERR
                     EXIT SECTION
     END-EVALUATE

     IF  W-ANZ-SPAETER > ZERO
         ADD 1 TO W-ANZ-FEHLER
         PERFORM U120-ROLLBACK
         DISPLAY "PFCPRS7 - Satz aelter als vorhandene Preise, "
                 "verworfen: " PREIS-SATZ
         SET W-SATZ-NOK TO TRUE
     END-IF
     .
 S306-99.
     EXIT.

******************************************************************
* Vorgaenger zum neuen Zeitpunkt beenden
******************************************************************
 S310-UPDATE-VORGAENGER SECTION.
 S310-00.
     EXEC SQL
         UPDATE  =PREISTAB
            SET  GUELTIG_BIS = :W-GUELTIG-AB
               , ZPINS       = CURRENT
          WHERE  MDNR        = :W-MDNR
            AND  TSNR        = :W-TSNR
            AND  WGR         = :W-WGR
            AND  ARTNR       = :W-ARTNR
            AND  GUELTIG_AB  < :W-GUELTIG-AB
            AND  GUELTIG_BIS > :W-GUELTIG-AB
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  ADD 1 TO W-ANZ-FEHLER
                     SET W-SATZ-NOK TO TRUE
                     PERFORM U120-ROLLBACK
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S310-99.
     EXIT.

 S320-INSERT-PREISTAB SECTION.
 S320-00.
     EXEC SQL
         INSERT
           INTO  =PREISTAB
                 ( MDNR, TSNR, WGR, ARTNR
                 , GUELTIG_AB, GUELTIG_BIS, PREIS, ZPINS )
         VALUES  (
                  :W-MDNR
                 ,:W-TSNR
                 ,:W-WGR
                 ,:W-ARTNR
                 ,:W-GUELTIG-AB
                 ,:W-GUELTIG-BIS
                 ,:W-PREIS
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   ADD 1 TO W-ANZ-NEU
                     PERFORM U110-COMMIT
         WHEN OTHER  ADD 1 TO W-ANZ-FEHLER
                     PERFORM U120-ROLLBACK
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S320-99.
     EXIT.

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

******************************************************************
* Allgemeine Fehlerbehandlung
******************************************************************
 Z002-PROGERR SECTION.
 Z002-00.
     DISPLAY "PFCPRS7 - SQL-Fehler, SQLCODE: " SQLCODE OF SQLCA
     .
 Z002-99.
     EXIT.
