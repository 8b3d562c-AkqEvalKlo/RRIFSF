 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.05
* Kurzbeschreibung :: Naechtlicher Hauptbuch-Export: die Tages-
* Kurzbeschreibung :: werte werden je ROUTKZ/Kartensystem und
* Kurzbeschreibung :: Vorgangsart verdichtet und ueber die
* Kurzbeschreibung ::   TS  Teilstorno-Anpassungen  (ABWKZ 95)
* Kurzbeschreibung ::   CB  Cashback
* Kurzbeschreibung ::   GB  Gebuehren               (=FEEREC)
* Kurzbeschreibung :: dazu Einzelbuchungen aus =GLEINZEL (je Satz
* Kurzbeschreibung :: eine Buchung, Satzart "E" mit Referenz):
* Kurzbeschreibung ::   RW  Rueckbelastung abgeschrieben (PFCDSP7)
* Kurzbeschreibung ::   RG  Rueckbelastung gewonnen      (PFCDSP7)
* Kurzbeschreibung ::   CD  bestaetigte Clearingdifferenz
* Kurzbeschreibung ::                                    (PFCDSP7)
* Kurzbeschreibung :: Jeder Satz traegt Soll- UND Habenkonto
* Kurzbeschreibung :: und ist damit in sich ausgeglichen; als
* Kurzbeschreibung :: Kontrolle wird GLOUT nach dem Schreiben
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.05|2026-10-15| kl  | Review:
*       |          |     | - abgebrochener Lauf raeumt wie eine
*       |          |     |   ungueltig gemachte GLOUT: =GLSUM des
*       |          |     |   Tages loeschen, heute exportierte
*       |          |     |   Einzelbuchungen freigeben (kein
*       |          |     |   Teil-Snapshot fuer PFCPAB7)
*-------|----------|-----|-------------------------------------------*
*G.01.04|2026-10-15| kl  | R7-556:
*       |          |     | - Einzelbuchungen RW/RG/CD aus =GLEINZEL
*       |          |     |   (Reklamationsfaelle und bestaetigte
*       |          |     |   Clearingdifferenzen) als Satzart "E"
*       |          |     |   mit Referenz (Art, TERMNR, TRACENR,
*       |          |     |   Tag) nach GLOUT; Kontenzuordnung wie
*       |          |     |   bisher ueber =GLKONTO
*       |          |     | - exportierte Buchung erhaelt
*       |          |     |   DATUM_EXPORT; Buchungen ohne
*       |          |     |   Kontenzuordnung bleiben fuer den
*       |          |     |   naechsten Lauf stehen; ungueltig
*       |          |     |   gemachte GLOUT gibt sie wieder frei
*-------|----------|-----|-------------------------------------------*
*G.01.03|2026-10-15| kl  | R7-548:
*       |          |     | - Periodenabschluss (PFCPAB7): Lauf fuer
*       |          |     |   einen in =PERIODE geschlossenen Monat
*       |          |     |   wird abgewiesen
*       |          |     | - jede geschriebene Buchung zusaetzlich
*       |          |     |   als Tagessumme in =GLSUM (Grundlage
*       |          |     |   des Hauptbuch-Snapshots beim
*       |          |     |   Abschluss); Wiederholungslauf und
*       |          |     |   ungueltig gemachte GLOUT raeumen den
*       |          |     |   Tag dort wieder
*-------|----------|-----|-------------------------------------------*
*G.01.02|2026-09-02| kl  | Review:
*       |          |     | - Lauf-Registrierung in =BATCHRUN
*       |          |     |   nachgezogen (Start/Ende/Status/
* B100-UMSAETZE
* B200-TEILSTORNOS
* B300-GEBUEHREN
*R000120 - Anfang
* B400-EINZELBUCHUNGEN
*R000120 - Ende
*
* C100-UMSATZ-KUMULIEREN
* C110-UMSATZ-BUCHEN
* C200-BUCHUNG-SCHREIBEN
*R000120 - Anfang
* C210-EINZEL-SCHREIBEN
*R000120 - Ende
*
* S300-SELECT-GLKONTO
*R000112 - Anfang
* S310-DELETE-GLSUM-TAG
* S320-INSERT-GLSUM
* S330-SELECT-PERIODE
*R000112 - Ende
*R000120 - Anfang
* S340-UPDATE-GLEINZEL-EXPORT
* S345-RESET-GLEINZEL-EXPORT
*R000120 - Ende
* S900-OPEN-TXILOG70-CURSOR
* S910-FETCH-TXILOG70-CURSOR
* S920-CLOSE-TXILOG70-CURSOR
* S960-OPEN-FEEREC-CURSOR
* S970-FETCH-FEEREC-CURSOR
* S980-CLOSE-FEEREC-CURSOR
*R000120 - Anfang
* S990-OPEN-GLEINZEL-CURSOR
* S991-FETCH-GLEINZEL-CURSOR
* S992-CLOSE-GLEINZEL-CURSOR
*R000120 - Ende
*
*R000112 - Anfang
* U100-BEGIN
* U110-COMMIT
* U120-ROLLBACK
*R000112 - Ende
* U200-TIMESTAMP
*
* Z002-PROGERR
 01          W-ZP-BIS            PIC 9(14)   VALUE ZEROS.
 01          W-DATUM-HEUTE       PIC X(10)   VALUE SPACES.

*R000112 - Anfang
**  ---> Periodenstatus des laufenden Monats aus =PERIODE
**  ---> ("G" geschlossen, Abschluss PFCPAB7)
 01          W-PRF-MONAT         PIC X(07)   VALUE SPACES.
 01          W-KZ-STATUS         PIC X(01)   VALUE SPACE.
 01          W-PERIODE-FLAG      PIC 9       VALUE ZERO.
     88      W-PERIODE-OFFEN                 VALUE ZERO.
     88      W-PERIODE-GESCHLOSSEN           VALUE 1.
*R000112 - Ende

**  ---> Lauf-Registrierung in =BATCHRUN (Morgenpruefer RFCRUN7)
 01          K-RUN-PROGRAMM      PIC X(08)   VALUE "RFCGLE7".
 01          W-RUN-DATUM         PIC X(10)   VALUE SPACES.

 77          W-ANZ-BUCHUNGEN     PIC 9(07)   VALUE ZERO.
 77          W-ANZ-OHNE-KONTO    PIC 9(07)   VALUE ZERO.
*R000120 - Einzelbuchungen aus =GLEINZEL
 77          W-ANZ-EINZEL        PIC 9(07)   VALUE ZERO.
*R000120 - Ende

**  ---> Saldenkontrolle (Cent): Laufjournal gegen den nach dem
**  ---> Schreiben zurueckgelesenen Dateiinhalt
     05      FILLER              PIC X(08).
     05      WP-BETRAG-CENT      PIC S9(15) SIGN LEADING SEPARATE.
     05      FILLER              PIC X(17).
*R000120 - Anfang
**  ---> Lesespiegel der Einzelbuchung (Aufbau wie EXP-E-SATZ)
 01          W-PRUEF-E-SATZ REDEFINES W-PRUEF-SATZ.
     05      FILLER              PIC X(01).
     05      FILLER              PIC X(02).
     05      FILLER              PIC X(08).
     05      FILLER              PIC X(08).
     05      WPE-BETRAG-CENT     PIC S9(15) SIGN LEADING SEPARATE.
     05      FILLER              PIC X(25).
*R000120 - Ende

**  ---> Kontrollwechsel ROUTKZ/CARDID
 01          W-ALT-ROUTKZ        PIC S9(04) COMP VALUE ZEROS.
     05      EXPB-BETRAG-CENT    PIC S9(15) SIGN LEADING SEPARATE.
     05      FILLER              PIC X(17)   VALUE SPACES.

*R000120 - Anfang
**  ---> Einzelbuchung: Betrag in Cent mit fuehrendem Vorzeichen,
**  ---> Referenz auf den Vorgang (Art D = Reklamationsfall mit
**  ---> Verkaufstag, C = Clearing-Paarung mit Liefertag; PNR =
**  ---> TERMNR Stelle 7-8)
 01          EXP-E-SATZ.
     05      FILLER              PIC X(01)   VALUE "E".
     05      EXPE-VORGANG        PIC X(02).
     05      EXPE-KONTO-SOLL     PIC X(08).
     05      EXPE-KONTO-HABEN    PIC X(08).
     05      EXPE-BETRAG-CENT    PIC S9(15) SIGN LEADING SEPARATE.
     05      EXPE-REF-ART        PIC X(01).
     05      EXPE-TERMNR         PIC 9(08).
     05      EXPE-TRACENR        PIC 9(06).
     05      EXPE-REF-DATUM      PIC X(08).
     05      FILLER              PIC X(02)   VALUE SPACES.
*R000120 - Ende

*--------------------------------------------------------------------*
* Datum-/Uhrzeitfelder (fuer TAL-Routine)
*--------------------------------------------------------------------*
    INVOKE =FEEREC AS FEEREC
 END-EXEC

*R000120 - Einzelbuchungen (PFCDSP7)
 EXEC SQL
    INVOKE =GLEINZEL AS GLEINZEL
 END-EXEC
*R000120 - Ende

 EXEC SQL
     END DECLARE SECTION
 END-EXEC
         BROWSE  ACCESS
 END-EXEC

*R000120 - Anfang
**  ---> noch nicht exportierte Einzelbuchungen (und die eines
**  ---> frueheren Laufs von heute - Wiederholungslauf)
 EXEC SQL
     DECLARE GLEINZEL_CURS CURSOR FOR
         SELECT  VORGANG, REF_ART, PNR, TERMNR, TRACENR
               , REF_DATUM, ROUTKZ, CARDID, BETRAG_CENT
           FROM  =GLEINZEL
          WHERE  DATUM_EXPORT = " "
             OR  DATUM_EXPORT = :W-DATUM-HEUTE
          ORDER  BY VORGANG, ROUTKZ, CARDID, REF_DATUM
         BROWSE  ACCESS
 END-EXEC
*R000120 - Ende

 PROCEDURE DIVISION.

******************************************************************
         PERFORM B100-UMSAETZE
         PERFORM B200-TEILSTORNOS
         PERFORM B300-GEBUEHREN
*R000120 - Einzelbuchungen
         PERFORM B400-EINZELBUCHUNGEN
*R000120 - Ende
     END-IF
     PERFORM S780-RUN-ENDE
     PERFORM B090-ENDE

     DISPLAY "RFCGLE7 - Hauptbuch-Export fuer " W-DATUM-HEUTE

*R000112 - Anfang
**  ---> ein geschlossener Monat wird nicht neu geschrieben
     MOVE W-DATUM-HEUTE (1:7) TO W-PRF-MONAT
     PERFORM S330-SELECT-PERIODE
     IF  W-PERIODE-GESCHLOSSEN
         DISPLAY "RFCGLE7 - !!! Monat " W-PRF-MONAT
                 " ist abgeschlossen - Lauf abgewiesen"
         SET W-ENDE TO TRUE
     END-IF
     IF  W-ENDE
         EXIT SECTION
     END-IF

**  ---> Tagessummen eines frueheren Laufs raeumen
     PERFORM S310-DELETE-GLSUM-TAG
     IF  W-ENDE
         EXIT SECTION
     END-IF
*R000112 - Ende

     OPEN OUTPUT EXPORT-DATEI
     IF  NOT EXP-FILE-OK
         DISPLAY "RFCGLE7 - Exportdatei GLOUT nicht "
******************************************************************
 B090-ENDE SECTION.
 B090-00.
*R000112 - abgewiesener Lauf: Datei wurde nicht geoeffnet
     IF  W-ENDE
     AND W-PERIODE-GESCHLOSSEN
         EXIT SECTION
     END-IF
*R000112 - Ende
     IF  W-ENDE
         CLOSE EXPORT-DATEI
*G.01.05 - abgebrochener Lauf: keine Teilsummen stehen lassen
         IF  W-ANZ-BUCHUNGEN > ZERO
             DISPLAY "RFCGLE7 - !!! Lauf abgebrochen, =GLSUM und "
                     "=GLEINZEL des Tages zurueckgesetzt"
             PERFORM S310-DELETE-GLSUM-TAG
             PERFORM S345-RESET-GLEINZEL-EXPORT
         END-IF
*G.01.05 - Ende
         EXIT SECTION
     END-IF

             ADD 1              TO W-ANZ-DATEI
             ADD WP-BETRAG-CENT TO W-SUMME-DATEI
         END-IF
*R000120 - Anfang
         IF  EXPORT-SATZ (1:1) = "E"
             MOVE EXPORT-SATZ TO W-PRUEF-SATZ
             ADD 1               TO W-ANZ-DATEI
             ADD WPE-BETRAG-CENT TO W-SUMME-DATEI
         END-IF
*R000120 - Ende
         READ EXPORT-DATEI
     END-PERFORM
     CLOSE EXPORT-DATEI
             TO EXPORT-SATZ
         WRITE EXPORT-SATZ
         CLOSE EXPORT-DATEI
*R000112 - ungueltige Datei geht nicht in den Snapshot
         PERFORM S310-DELETE-GLSUM-TAG
*R000112 - Ende
*R000120 - Einzelbuchungen fuer den naechsten Lauf freigeben
         PERFORM S345-RESET-GLEINZEL-EXPORT
*R000120 - Ende
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

     DISPLAY "RFCGLE7 - Buchungen          : " W-ANZ-BUCHUNGEN
*R000120 - Einzelbuchungen
     DISPLAY "RFCGLE7 - davon Einzelbuchung: " W-ANZ-EINZEL
*R000120 - Ende
     DISPLAY "RFCGLE7 - ohne Kontozuordnung: " W-ANZ-OHNE-KONTO
     .
 B090-99.
 B300-99.
     EXIT.

*R000120 - Anfang
******************************************************************
* Quelle 4: Einzelbuchungen aus =GLEINZEL (je Satz eine Buchung
* mit Referenz, nicht verdichtet)
******************************************************************
 B400-EINZELBUCHUNGEN SECTION.
 B400-00.
     PERFORM S990-OPEN-GLEINZEL-CURSOR
     PERFORM S991-FETCH-GLEINZEL-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         PERFORM C210-EINZEL-SCHREIBEN
         PERFORM S991-FETCH-GLEINZEL-CURSOR
     END-PERFORM
     PERFORM S992-CLOSE-GLEINZEL-CURSOR
     MOVE ZERO TO W-SQLCODE-FLAG
     .
 B400-99.
     EXIT.
*R000120 - Ende

******************************************************************
* Eine Umsatzzeile in die Blocksummen einarbeiten
******************************************************************

     ADD 1 TO W-ANZ-BUCHUNGEN
     ADD W-BETRAG-CENT TO W-SUMME-GEBUCHT
*R000112 - Tagessumme fuer den Periodenabschluss
     PERFORM S320-INSERT-GLSUM
*R000112 - Ende
     .
 C200-99.
     EXIT.

*R000120 - Anfang
******************************************************************
* Eine Einzelbuchung schreiben (Kontenzuordnung aus =GLKONTO wie
* C200) und als exportiert kennzeichnen; ohne Zuordnung bleibt
* sie fuer den naechsten Lauf stehen
******************************************************************
 C210-EINZEL-SCHREIBEN SECTION.
 C210-00.
     MOVE VORGANG     OF GLEINZEL TO W-VORGANG
     MOVE ROUTKZ      OF GLEINZEL TO W-ALT-ROUTKZ
     MOVE CARDID      OF GLEINZEL TO W-ALT-CARDID
     MOVE BETRAG-CENT OF GLEINZEL TO W-BETRAG-CENT

     PERFORM S300-SELECT-GLKONTO
     IF  W-KONTO-FEHLT
         ADD 1 TO W-ANZ-OHNE-KONTO
         DISPLAY "RFCGLE7 - !!! keine Kontenzuordnung fuer "
                 W-VORGANG "/" W-ALT-ROUTKZ "/" W-ALT-CARDID
                 " Referenz " REF-ART OF GLEINZEL
                 TERMNR OF GLEINZEL "/" TRACENR OF GLEINZEL
                 "/" REF-DATUM OF GLEINZEL
         EXIT SECTION
     END-IF

     MOVE W-VORGANG     TO EXPE-VORGANG
     MOVE W-KONTO-SOLL  TO EXPE-KONTO-SOLL
     MOVE W-KONTO-HABEN TO EXPE-KONTO-HABEN
     MOVE W-BETRAG-CENT TO EXPE-BETRAG-CENT
     MOVE REF-ART OF GLEINZEL TO EXPE-REF-ART
     MOVE TERMNR  OF GLEINZEL TO EXPE-TERMNR
     MOVE TRACENR OF GLEINZEL TO EXPE-TRACENR
     STRING  REF-DATUM OF GLEINZEL (1:4)
             REF-DATUM OF GLEINZEL (6:2)
             REF-DATUM OF GLEINZEL (9:2)
                 DELIMITED BY SIZE
       INTO  EXPE-REF-DATUM
     END-STRING
     WRITE EXPORT-SATZ FROM EXP-E-SATZ

     ADD 1 TO W-ANZ-BUCHUNGEN
     ADD 1 TO W-ANZ-EINZEL
     ADD W-BETRAG-CENT TO W-SUMME-GEBUCHT
     PERFORM S320-INSERT-GLSUM
     PERFORM S340-UPDATE-GLEINZEL-EXPORT
     .
 C210-99.
     EXIT.
*R000120 - Ende

******************************************************************
* Kontenzuordnung lesen: erst CARDID-spezifisch, dann CARDID 0
******************************************************************
 S300-99.
     EXIT.

*R000112 - Anfang
******************************************************************
* Tagessummen des Laufdatums in =GLSUM raeumen
******************************************************************
 S310-DELETE-GLSUM-TAG SECTION.
 S310-00.
     PERFORM U100-BEGIN
     EXEC SQL
         DELETE
           FROM  =GLSUM
          WHERE  DATUM = :W-DATUM-HEUTE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   PERFORM U110-COMMIT
         WHEN 100    PERFORM U110-COMMIT
         WHEN OTHER  PERFORM U120-ROLLBACK
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S310-99.
     EXIT.

******************************************************************
* Geschriebene Buchung als Tagessumme ablegen (Betrag in Cent)
******************************************************************
 S320-INSERT-GLSUM SECTION.
 S320-00.
     PERFORM U100-BEGIN
     EXEC SQL
         INSERT
           INTO  =GLSUM
                 ( DATUM, VORGANG, ROUTKZ, CARDID, BETRAG_CENT
                 , ZPINS )
         VALUES  (
                  :W-DATUM-HEUTE
                 ,:W-VORGANG
                 ,:W-ALT-ROUTKZ
                 ,:W-ALT-CARDID
                 ,:W-BETRAG-CENT
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   PERFORM U110-COMMIT
         WHEN OTHER  PERFORM U120-ROLLBACK
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S320-99.
     EXIT.

******************************************************************
* Periodenstatus des Monats W-PRF-MONAT lesen (ohne Satz offen)
******************************************************************
 S330-SELECT-PERIODE SECTION.
 S330-00.
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
 S330-99.
     EXIT.
*R000112 - Ende

*R000120 - Anfang
******************************************************************
* Einzelbuchung als heute exportiert kennzeichnen
******************************************************************
 S340-UPDATE-GLEINZEL-EXPORT SECTION.
 S340-00.
     PERFORM U100-BEGIN
     EXEC SQL
         UPDATE  =GLEINZEL
            SET  DATUM_EXPORT = :W-DATUM-HEUTE
          WHERE  VORGANG   = :VORGANG   of GLEINZEL
            AND  REF_ART   = :REF-ART   of GLEINZEL
            AND  PNR       = :PNR       of GLEINZEL
            AND  TERMNR    = :TERMNR    of GLEINZEL
            AND  TRACENR   = :TRACENR   of GLEINZEL
            AND  REF_DATUM = :REF-DATUM of GLEINZEL
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   PERFORM U110-COMMIT
         WHEN OTHER  PERFORM U120-ROLLBACK
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S340-99.
     EXIT.

******************************************************************
* Heute exportierte Einzelbuchungen wieder freigeben (GLOUT wurde
* ungueltig gemacht oder der Lauf abgebrochen)
******************************************************************
 S345-RESET-GLEINZEL-EXPORT SECTION.
 S345-00.
     PERFORM U100-BEGIN
     EXEC SQL
         UPDATE  =GLEINZEL
            SET  DATUM_EXPORT = " "
          WHERE  DATUM_EXPORT = :W-DATUM-HEUTE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   PERFORM U110-COMMIT
         WHEN 100    PERFORM U110-COMMIT
         WHEN OTHER  PERFORM U120-ROLLBACK
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S345-99.
     EXIT.
*R000120 - Ende

******************************************************************
* Cursor auf =TXILOG70
******************************************************************
 S980-99.
     EXIT.

*R000120 - Anfang
******************************************************************
* Cursor auf =GLEINZEL
******************************************************************
 S990-OPEN-GLEINZEL-CURSOR SECTION.
 S990-00.
     EXEC SQL
         OPEN GLEINZEL_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S990-99.
     EXIT.

 S991-FETCH-GLEINZEL-CURSOR SECTION.
 S991-00.
     EXEC SQL
         FETCH GLEINZEL_CURS
          INTO :VORGANG     of GLEINZEL
              ,:REF-ART     of GLEINZEL
              ,:PNR         of GLEINZEL
              ,:TERMNR      of GLEINZEL
              ,:TRACENR     of GLEINZEL
              ,:REF-DATUM   of GLEINZEL
              ,:ROUTKZ      of GLEINZEL
              ,:CARDID      of GLEINZEL
              ,:BETRAG-CENT of GLEINZEL
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S991-99.
     EXIT.

 S992-CLOSE-GLEINZEL-CURSOR SECTION.
 S992-00.
     EXEC SQL
         CLOSE GLEINZEL_CURS
     END-EXEC
     .
 S992-99.
     EXIT.
*R000120 - Ende

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
* TIMESTAMP erstellen
******************************************************************
