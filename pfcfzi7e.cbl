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

 PROGRAM-ID. PFCFZI7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.00
* Kurzbeschreibung :: Import des Fahrzeugstamms der Flottenkunden
* Kurzbeschreibung :: (logischer Dateiname FZGIN). Jeder Satz wird
* Kurzbeschreibung :: geprueft (VUNR und Fahrzeugnummer gefuellt,
* Kurzbeschreibung :: Kennzeichen vorhanden, Kraftstoffart bekannt,
* Kurzbeschreibung :: Tankinhalt numerisch und - ausser bei Elektro-
* Kurzbeschreibung :: fahrzeugen - groesser 0) und als Delta auf
* Kurzbeschreibung :: =FAHRZEUG angewandt: fehlt das Fahrzeug, wird
* Kurzbeschreibung :: eingefuegt; weicht es ab, wird geaendert;
* Kurzbeschreibung :: Aktion "D" deaktiviert (KZ_AKTIV "N"). Die
* Kurzbeschreibung :: Fahrzeugnummer ist dieselbe, die das Terminal
* Kurzbeschreibung :: in den Kfz-Daten meldet und die =KMSTAND je
* Kurzbeschreibung :: Karte fuehrt; PFCPRE7/PFCOFF7S pruefen damit
* Kurzbeschreibung :: ueber den Baustein PFCTNK7 die getankte
* Kurzbeschreibung :: Menge gegen den Tankinhalt und die Kraft-
* Kurzbeschreibung :: stoffart gegen die Warengruppe.
* Kurzbeschreibung :: Wie bei STAIN wird die Lieferdatei vorab gegen
* Kurzbeschreibung :: das Register =FILEREG geprueft; eine identisch
* Kurzbeschreibung :: schon verarbeitete Datei wird abgewiesen.
* Package          :: ICC
*
* Aenderungen
*
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-10-15| kl  | R7-547:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: Batch, nach jeder Lieferung eines Flottenkunden
* Satzaufbau  :: AKTION(1: I/U/D) VUNR(15) FZNR(12) KENNZEICHEN(12)
*                KRAFTSTOFF(2) TANK-INHALT(4)
*                KRAFTSTOFF: DI Diesel, BE Benzin, LP Autogas,
*                            CN Erdgas, H2 Wasserstoff, EL Elektro
*                TANK-INHALT in Liter (CN/H2 in kg), bei EL 0000
*
******************************************************************
* Uebersicht der SECTIONs:
*
* A100-STEUERUNG
*
* B000-VORLAUF
* B020-DATEI-PRUEFEN
* B090-ENDE
* B100-VERARBEITUNG
*
* C100-SATZ-VERARBEITEN
* C110-SATZ-PRUEFEN
* C200-DELTA-ANWENDEN
*
* S270-SELECT-FILEREG
* S275-INSERT-FILEREG
* S310-SELECT-FAHRZEUG
* S320-INSERT-FAHRZEUG
* S330-UPDATE-FAHRZEUG
*
* U100-BEGIN
* U110-COMMIT
* U120-ROLLBACK
* U200-TIMESTAMP
*
* Z002-PROGERR
******************************************************************

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     DECIMAL-POINT IS COMMA.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT FZGLIEF-DATEI     ASSIGN TO "FZGIN"
                              ORGANIZATION IS SEQUENTIAL
                              FILE STATUS IS FZG-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.

 FD  FZGLIEF-DATEI
     RECORD CONTAINS 46 CHARACTERS.
 01          FZGLIEF-SATZ.
     05      FL-AKTION           PIC X(01).
          88 FL-INSERT                       VALUE "I".
          88 FL-UPDATE                       VALUE "U".
          88 FL-DEAKTIV                      VALUE "D".
     05      FL-VUNR             PIC X(15).
     05      FL-FZNR             PIC X(12).
     05      FL-KENNZEICHEN      PIC X(12).
     05      FL-KRAFTSTOFF       PIC X(02).
          88 FL-KRAFTSTOFF-OK                VALUE "DI" "BE" "LP"
                                                   "CN" "H2" "EL".
          88 FL-ELEKTRO                      VALUE "EL".
     05      FL-TANK-INHALT      PIC X(04).
     05      FL-TANK-INHALT-N    REDEFINES FL-TANK-INHALT
                                 PIC 9(04).

 WORKING-STORAGE SECTION.

 01          FZG-FILE-STATUS     PIC X(02).
          88 FZG-FILE-OK                     VALUE "00".

 01          W-ENDE-FLAG         PIC 9       VALUE ZERO.
     88      W-ENDE                          VALUE 1.

 01          W-SQLCODE-FLAG      PIC 9       VALUE ZERO.
     88      W-SQL-OK                        VALUE ZERO.
     88      W-SQL-EOD                       VALUE 1.
     88      W-SQL-NOK                       VALUE 9.

 01          W-PRUEF-FLAG        PIC 9       VALUE ZERO.
     88      W-SATZ-GUT                      VALUE ZERO.
     88      W-SATZ-SCHLECHT                 VALUE 1.

 01          W-FAHRZEUG-DA-FLAG  PIC 9       VALUE ZERO.
     88      W-FAHRZEUG-FEHLT                VALUE ZERO.
     88      W-FAHRZEUG-DA                   VALUE 1.

 77          W-ANZ-GELESEN       PIC 9(07)   VALUE ZERO.
 77          W-ANZ-NEU           PIC 9(07)   VALUE ZERO.
 77          W-ANZ-GEAENDERT     PIC 9(07)   VALUE ZERO.
 77          W-ANZ-DEAKTIVIERT   PIC 9(07)   VALUE ZERO.
 77          W-ANZ-UNVERAENDERT  PIC 9(07)   VALUE ZERO.
 77          W-ANZ-FEHLER        PIC 9(07)   VALUE ZERO.

**  ---> Hostfelder =FAHRZEUG
 01          W-TANK-INHALT       PIC 9(04)   VALUE ZEROS.
 01          W-KZ-AKTIV          PIC X(01)   VALUE SPACE.

 01          TAL-TIME.
     05      TAL-JHJJMMTT.
      10     TAL-JHJJ            PIC S9(04) COMP.
      10     TAL-MM              PIC S9(04) COMP.
      10     TAL-TT              PIC S9(04) COMP.
     05      TAL-HHMI.
      10     TAL-HH              PIC S9(04) COMP.
      10     TAL-MI              PIC S9(04) COMP.
     05      TAL-SS              PIC S9(04) COMP.
     05      TAL-HS              PIC S9(04) COMP.
     05      TAL-MS              PIC S9(04) COMP.

 01          TAL-TIME-D.
     05      TAL-JHJJMMTT.
        10   TAL-JHJJ            PIC  9(04).
        10   TAL-MM              PIC  9(02).
        10   TAL-TT              PIC  9(02).
     05      TAL-HHMI.
        10   TAL-HH              PIC  9(02).
        10   TAL-MI              PIC  9(02).
     05      TAL-SS              PIC  9(02).
     05      TAL-HS              PIC  9(02).
     05      TAL-MS              PIC  9(02).

**          ---> Datum im DATETIME-Format
 01          TAGESDATUM.
     05      TD-JHJJ             PIC X(04).
     05                          PIC X   VALUE "-".
     05      TD-MM               PIC XX.
     05                          PIC X   VALUE "-".
     05      TD-TT               PIC XX.
     05                          PIC X   VALUE ":".
     05      TD-HH               PIC XX.
     05                          PIC X   VALUE ":".
     05      TD-MI               PIC XX.
     05                          PIC X   VALUE ":".
     05      TD-SS               PIC XX.
     05                          PIC X   VALUE ".".
     05      TD-HS               PIC XX.

 EXTENDED-STORAGE SECTION.

**  ---> Eingangsdatei-Kontrolle (=FILEREG)
 01          W-FR-ANZ            PIC 9(09)   VALUE ZEROS.
 01          W-FR-PRUEFSUMME     PIC 9(18)   VALUE ZEROS.
 01          W-FR-DATUM          PIC X(10)   VALUE SPACES.
 01          W-FR-ROUTKZ         PIC S9(04) COMP VALUE ZEROS.
 01          W-FR-ANZ-REG        PIC 9(09)   VALUE ZEROS.
 01          W-FILEREG-FLAG      PIC 9       VALUE ZERO.
     88      W-FR-NEU                        VALUE ZERO.
     88      W-FR-DUPLIKAT                   VALUE 1.
     88      W-FR-NOK                        VALUE 9.

 EXEC SQL
     INCLUDE SQLCA
 END-EXEC

 EXEC SQL
     BEGIN DECLARE SECTION
 END-EXEC

**  ---> Fahrzeugstamm der Flottenkunden
 EXEC SQL
    INVOKE =FAHRZEUG AS FAHRZEUG
 END-EXEC

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

 EXEC SQL
     CONTROL TABLE * WAIT IF LOCKED
 END-EXEC

 PROCEDURE DIVISION.

******************************************************************
* Steuerung
******************************************************************
 A100-STEUERUNG SECTION.
 A100-00.
     PERFORM B000-VORLAUF
     PERFORM B100-VERARBEITUNG
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
     PERFORM U200-TIMESTAMP
     DISPLAY "PFCFZI7 - Fahrzeugstamm-Import, Lauf vom "
             TAGESDATUM

     OPEN INPUT FZGLIEF-DATEI
     IF  NOT FZG-FILE-OK
         DISPLAY "PFCFZI7 - Lieferdatei FZGIN nicht lesbar, Status "
                 FZG-FILE-STATUS
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

**  ---> Eingangsdatei gegen das Register =FILEREG pruefen
     MOVE TAGESDATUM (1:10) TO W-FR-DATUM
     PERFORM B020-DATEI-PRUEFEN
     .
 B000-99.
     EXIT.

******************************************************************
* Ende / Zusammenfassung
******************************************************************
 B090-ENDE SECTION.
 B090-00.
     IF  NOT W-ENDE
         CLOSE FZGLIEF-DATEI
**      ---> vollstaendig verarbeitete Datei registrieren
         PERFORM S275-INSERT-FILEREG
     END-IF
     DISPLAY "PFCFZI7 - Saetze gelesen     : " W-ANZ-GELESEN
     DISPLAY "PFCFZI7 - Fahrzeuge neu      : " W-ANZ-NEU
     DISPLAY "PFCFZI7 - Fahrzeuge geaendert: " W-ANZ-GEAENDERT
     DISPLAY "PFCFZI7 - deaktiviert        : " W-ANZ-DEAKTIVIERT
     DISPLAY "PFCFZI7 - unveraendert       : " W-ANZ-UNVERAENDERT
     DISPLAY "PFCFZI7 - fehlerhaft         : " W-ANZ-FEHLER
     .
 B090-99.
     EXIT.

******************************************************************
* Eingangsdatei-Kontrolle: die Lieferdatei einmal durchlesen
* (Satzanzahl und Summe der Tankinhalte als Pruefzahl), gegen
* =FILEREG pruefen und fuer die Verarbeitung wieder von vorn
* oeffnen. Eine identisch schon verarbeitete Datei (gleicher
* Tag, gleiche Anzahl und Pruefzahl) wird abgewiesen.
******************************************************************
 B020-DATEI-PRUEFEN SECTION.
 B020-00.
     MOVE ZEROS TO W-FR-ANZ
                   W-FR-PRUEFSUMME

     READ FZGLIEF-DATEI
     PERFORM UNTIL NOT FZG-FILE-OK
         ADD 1 TO W-FR-ANZ
         IF  FL-TANK-INHALT IS NUMERIC
             ADD FL-TANK-INHALT-N TO W-FR-PRUEFSUMME
         END-IF
         READ FZGLIEF-DATEI
     END-PERFORM
     CLOSE FZGLIEF-DATEI

     PERFORM S270-SELECT-FILEREG
     IF  W-FR-DUPLIKAT
         DISPLAY "PFCFZI7 - !!! Datei FZGIN fuer " W-FR-DATUM
                 " wurde bereits verarbeitet ("
                 W-FR-ANZ " Saetze) - Lauf abgewiesen"
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF
     IF  W-FR-NOK
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

     OPEN INPUT FZGLIEF-DATEI
     IF  NOT FZG-FILE-OK
         DISPLAY "PFCFZI7 - Datei FZGIN nicht erneut "
                 "lesbar"
         SET W-ENDE TO TRUE
     END-IF
     .
 B020-99.
     EXIT.

******************************************************************
* Verarbeitung
******************************************************************
 B100-VERARBEITUNG SECTION.
 B100-00.
     IF  W-ENDE
         EXIT SECTION
     END-IF

     READ FZGLIEF-DATEI
     PERFORM UNTIL NOT FZG-FILE-OK
         ADD 1 TO W-ANZ-GELESEN
         PERFORM C100-SATZ-VERARBEITEN
         READ FZGLIEF-DATEI
     END-PERFORM
     .
 B100-99.
     EXIT.

******************************************************************
* Einen Liefersatz pruefen und anwenden
******************************************************************
 C100-SATZ-VERARBEITEN SECTION.
 C100-00.
     PERFORM C110-SATZ-PRUEFEN
     IF  W-SATZ-SCHLECHT
         ADD 1 TO W-ANZ-FEHLER
         DISPLAY "PFCFZI7 - Satz abgewiesen: " FZGLIEF-SATZ
         EXIT SECTION
     END-IF

     PERFORM U100-BEGIN
     PERFORM C200-DELTA-ANWENDEN
     IF  W-SQL-NOK
         PERFORM U120-ROLLBACK
         MOVE ZERO TO W-SQLCODE-FLAG
         ADD 1 TO W-ANZ-FEHLER
     ELSE
         PERFORM U110-COMMIT
     END-IF
     .
 C100-99.
     EXIT.

******************************************************************
* Fachliche Pruefung des Liefersatzes
******************************************************************
 C110-SATZ-PRUEFEN SECTION.
 C110-00.
     SET W-SATZ-GUT TO TRUE

     IF  (NOT FL-INSERT AND NOT FL-UPDATE AND NOT FL-DEAKTIV)
     OR  FL-VUNR = SPACES
     OR  FL-FZNR = SPACES
         SET W-SATZ-SCHLECHT TO TRUE
         EXIT SECTION
     END-IF

**  ---> zum Deaktivieren genuegt der Schluessel
     IF  FL-DEAKTIV
         EXIT SECTION
     END-IF

     IF  FL-KENNZEICHEN = SPACES
         SET W-SATZ-SCHLECHT TO TRUE
         DISPLAY "PFCFZI7 - Kennzeichen fehlt zu FZNR " FL-FZNR
         EXIT SECTION
     END-IF

     IF  NOT FL-KRAFTSTOFF-OK
         SET W-SATZ-SCHLECHT TO TRUE
         DISPLAY "PFCFZI7 - Kraftstoffart unbekannt: "
                 FL-KRAFTSTOFF " FZNR " FL-FZNR
         EXIT SECTION
     END-IF

**  ---> Tankinhalt Pflicht, ausser beim Elektrofahrzeug
     IF  FL-TANK-INHALT IS NOT NUMERIC
     OR (FL-TANK-INHALT-N = ZERO AND NOT FL-ELEKTRO)
         SET W-SATZ-SCHLECHT TO TRUE
         DISPLAY "PFCFZI7 - Tankinhalt ungueltig: "
                 FL-TANK-INHALT " FZNR " FL-FZNR
     END-IF
     .
 C110-99.
     EXIT.

******************************************************************
* Delta anwenden
******************************************************************
 C200-DELTA-ANWENDEN SECTION.
 C200-00.
     PERFORM S310-SELECT-FAHRZEUG
     IF  W-SQL-NOK
         EXIT SECTION
     END-IF

     EVALUATE TRUE

**      ---> Deaktivierung: Fahrzeug bleibt fuer =TANKEX erhalten
         WHEN FL-DEAKTIV
             IF  W-FAHRZEUG-FEHLT
                 SET W-SQL-NOK TO TRUE
                 DISPLAY "PFCFZI7 - Deaktivierung ohne Fahrzeug: "
                         FL-VUNR "/" FL-FZNR
                 EXIT SECTION
             END-IF
             IF  W-KZ-AKTIV = "N"
                 ADD 1 TO W-ANZ-UNVERAENDERT
                 EXIT SECTION
             END-IF
             MOVE "N" TO W-KZ-AKTIV
             PERFORM S330-UPDATE-FAHRZEUG
             IF  W-SQL-OK
                 ADD 1 TO W-ANZ-DEAKTIVIERT
             END-IF

**      ---> Neu oder Aenderung: Delta bestimmen
         WHEN OTHER
             IF  W-FAHRZEUG-DA
             AND W-KZ-AKTIV = "J"
             AND KENNZEICHEN OF FAHRZEUG = FL-KENNZEICHEN
             AND KRAFTSTOFF  OF FAHRZEUG = FL-KRAFTSTOFF
             AND W-TANK-INHALT           = FL-TANK-INHALT-N
**              ---> nichts zu tun
                 ADD 1 TO W-ANZ-UNVERAENDERT
                 EXIT SECTION
             END-IF

             MOVE FL-KENNZEICHEN   TO KENNZEICHEN OF FAHRZEUG
             MOVE FL-KRAFTSTOFF    TO KRAFTSTOFF  OF FAHRZEUG
             MOVE FL-TANK-INHALT-N TO W-TANK-INHALT
             MOVE "J"              TO W-KZ-AKTIV
             IF  W-FAHRZEUG-FEHLT
                 PERFORM S320-INSERT-FAHRZEUG
                 IF  W-SQL-OK
                     ADD 1 TO W-ANZ-NEU
                 END-IF
             ELSE
                 PERFORM S330-UPDATE-FAHRZEUG
                 IF  W-SQL-OK
                     ADD 1 TO W-ANZ-GEAENDERT
                 END-IF
             END-IF

     END-EVALUATE
     .
 C200-99.
     EXIT.

******************************************************************
* Ist die Datei schon im Register? (gleicher logischer Name,
* Lieferant, Tag, Anzahl und Pruefzahl)
******************************************************************
 S270-SELECT-FILEREG SECTION.
 S270-00.
     MOVE ZERO TO W-FILEREG-FLAG

     EXEC SQL
         SELECT  ANZ_SAETZE
           INTO :W-FR-ANZ-REG
           FROM  =FILEREG
          WHERE  DATEINAME  = "FZGIN"
            AND  ROUTKZ     = :W-FR-ROUTKZ
            AND  DATUM      = :W-FR-DATUM
            AND  ANZ_SAETZE = :W-FR-ANZ
            AND  PRUEFSUMME = :W-FR-PRUEFSUMME
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-FR-DUPLIKAT TO TRUE
         WHEN 100    SET W-FR-NEU      TO TRUE
         WHEN OTHER  SET W-FR-NOK      TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S270-99.
     EXIT.

******************************************************************
* Verarbeitete Datei registrieren
******************************************************************
 S275-INSERT-FILEREG SECTION.
 S275-00.
     PERFORM U100-BEGIN
     EXEC SQL
         INSERT
           INTO  =FILEREG
                 ( DATEINAME, ROUTKZ, DATUM
                 , ANZ_SAETZE, PRUEFSUMME, ZPINS )
         VALUES  (
                  "FZGIN"
                 ,:W-FR-ROUTKZ
                 ,:W-FR-DATUM
                 ,:W-FR-ANZ
                 ,:W-FR-PRUEFSUMME
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   PERFORM U110-COMMIT
         WHEN -8227  PERFORM U110-COMMIT
         WHEN OTHER  PERFORM U120-ROLLBACK
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S275-99.
     EXIT.

******************************************************************
* Fahrzeug lesen / anlegen / aendern
******************************************************************
 S310-SELECT-FAHRZEUG SECTION.
 S310-00.
     SET  W-FAHRZEUG-FEHLT TO TRUE
     MOVE FL-VUNR TO VUNR OF FAHRZEUG
     MOVE FL-FZNR TO FZNR OF FAHRZEUG

     EXEC SQL
         SELECT  KENNZEICHEN, KRAFTSTOFF, TANK_INHALT, KZ_AKTIV
           INTO :KENNZEICHEN of FAHRZEUG
               ,:KRAFTSTOFF  of FAHRZEUG
               ,:W-TANK-INHALT
               ,:W-KZ-AKTIV
           FROM  =FAHRZEUG
          WHERE  VUNR = :VUNR of FAHRZEUG
            AND  FZNR = :FZNR of FAHRZEUG
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-FAHRZEUG-DA TO TRUE
                     SET W-SQL-OK      TO TRUE
         WHEN 100    SET W-SQL-OK      TO TRUE
         WHEN OTHER  SET W-SQL-NOK     TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S310-99.
     EXIT.

 S320-INSERT-FAHRZEUG SECTION.
 S320-00.
     EXEC SQL
         INSERT
           INTO  =FAHRZEUG
                 ( VUNR, FZNR, KENNZEICHEN, KRAFTSTOFF
                 , TANK_INHALT, KZ_AKTIV, ZPINS, ZP_AENDERUNG )
         VALUES  (
                  :VUNR        of FAHRZEUG
                 ,:FZNR        of FAHRZEUG
                 ,:KENNZEICHEN of FAHRZEUG
                 ,:KRAFTSTOFF  of FAHRZEUG
                 ,:W-TANK-INHALT
                 ,:W-KZ-AKTIV
                 ,current  YEAR TO FRACTION(2)
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S320-99.
     EXIT.

 S330-UPDATE-FAHRZEUG SECTION.
 S330-00.
     EXEC SQL
         UPDATE  =FAHRZEUG
            SET  KENNZEICHEN  = :KENNZEICHEN of FAHRZEUG
               , KRAFTSTOFF   = :KRAFTSTOFF  of FAHRZEUG
               , TANK_INHALT  = :W-TANK-INHALT
               , KZ_AKTIV     = :W-KZ-AKTIV
               , ZP_AENDERUNG = CURRENT
          WHERE  VUNR = :VUNR of FAHRZEUG
            AND  FZNR = :FZNR of FAHRZEUG
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S330-99.
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
* Zeitstempel holen
******************************************************************
 U200-TIMESTAMP SECTION.
 U200-00.
     ENTER TAL "TIME" USING TAL-TIME
     MOVE CORR TAL-TIME TO TAL-TIME-D

     MOVE TAL-JHJJ OF TAL-TIME-D TO TD-JHJJ
     MOVE TAL-MM   OF TAL-TIME-D TO TD-MM
     MOVE TAL-TT   OF TAL-TIME-D TO TD-TT
     MOVE TAL-HH   OF TAL-TIME-D TO TD-HH
     MOVE TAL-MI   OF TAL-TIME-D TO TD-MI
     MOVE TAL-SS   OF TAL-TIME-D TO TD-SS
     MOVE TAL-HS   OF TAL-TIME-D TO TD-HS
     .
 U200-99.
     EXIT.

******************************************************************
* Allgemeine Fehlerbehandlung
******************************************************************
 Z002-PROGERR SECTION.
 Z002-00.
     DISPLAY "PFCFZI7 - SQL-Fehler, SQLCODE: " SQLCODE OF SQLCA
     .
 Z002-99.
     EXIT.
