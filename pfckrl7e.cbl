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

 PROGRAM-ID. PFCKRL7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.00
* Kurzbeschreibung :: Massenimport der Nutzungsregeln je Karte
* Kurzbeschreibung :: (=CARDRULE) fuer grosse Flotten. Liest die vom
* Kurzbeschreibung :: Flottenkunden gelieferte Regeldatei (logischer
* Kurzbeschreibung :: Dateiname KRIN, ein Satz je Karte mit Aktion
* Kurzbeschreibung :: I/U/D) und schickt jeden Satz als Pflege-
* Kurzbeschreibung :: Nachricht (Tabelle "CARDRULE") an den Pflege-
* Kurzbeschreibung :: Server PFCMNT7S. Pruefung, Token-Ersetzung der
* Kurzbeschreibung :: Kartennummer, Zurueckstellung (Aktivierungs-
* Kurzbeschreibung :: datum) und Historie in =FCMNTH laufen damit
* Kurzbeschreibung :: genau wie bei der Einzelpflege. Die Datei wird
* Kurzbeschreibung :: wie bei PFCHOT7 gegen =FILEREG geprueft.
* Package          :: ICC
*
* Aenderungen
*
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-10-15| kl  | R7-545:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: Batch, nach jeder Regel-Lieferung eines Flotten-
*                kunden
* Parameter   :: Lieferdatei ueber ASSIGN KRIN
*                PARAM PATHMON <Pathmon-Prozess des Pflege-Servers>
*                PARAM USER    <Benutzer fuer die Historie>
*                              (optional, Default PFCKRL7)
*
* Satzaufbau  :: AKTION(1) KANR(19) VUNR(15) WGR-LISTE(60)
*                WOTAGE(7) ZEIT-VON(4) ZEIT-BIS(4) LAENDER(30)
*                MAX-FUELLUNG(12) MAX-TAG(12) AKTIV-DATUM(10)
*                (KANR = Kartennummer oder Token; Betraege mit
*                zwei impliziten Nachkommastellen; leere Zeit-
*                und Betragsfelder = ohne Einschraenkung; leeres
*                AKTIV-DATUM = sofort)
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
*
* P100-PATHSEND
* P950-GETPARAMTEXT
*
* S270-SELECT-FILEREG
* S275-INSERT-FILEREG
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
     SELECT KRLIEF-DATEI      ASSIGN TO "KRIN"
                              ORGANIZATION IS SEQUENTIAL
                              FILE STATUS IS KR-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.

 FD  KRLIEF-DATEI
     RECORD CONTAINS 174 CHARACTERS.
 01          KRLIEF-SATZ.
     05      KL-AKTION           PIC X(01).
          88 KL-INSERT                       VALUE "I".
          88 KL-UPDATE                       VALUE "U".
          88 KL-DELETE                       VALUE "D".
     05      KL-KANR             PIC X(19).
     05      KL-VUNR             PIC X(15).
     05      KL-WGR-LISTE        PIC X(60).
     05      KL-WOTAGE           PIC X(07).
     05      KL-ZEIT-VON         PIC 9(04).
     05      KL-ZEIT-VON-X REDEFINES KL-ZEIT-VON
                                 PIC X(04).
     05      KL-ZEIT-BIS         PIC 9(04).
     05      KL-ZEIT-BIS-X REDEFINES KL-ZEIT-BIS
                                 PIC X(04).
     05      KL-LAENDER          PIC X(30).
     05      KL-MAX-FUELLUNG     PIC 9(10)V99.
     05      KL-MAX-FUELLUNG-X REDEFINES KL-MAX-FUELLUNG
                                 PIC X(12).
     05      KL-MAX-TAG          PIC 9(10)V99.
     05      KL-MAX-TAG-X REDEFINES KL-MAX-TAG
                                 PIC X(12).
     05      KL-AKTIV-DATUM      PIC X(10).

 WORKING-STORAGE SECTION.

 01          KR-FILE-STATUS      PIC X(02).
          88 KR-FILE-OK                      VALUE "00".
          88 KR-FILE-EOF                     VALUE "10".

 01          W-ENDE-FLAG         PIC 9       VALUE ZERO.
     88      W-ENDE                          VALUE 1.

 01          W-SQLCODE-FLAG      PIC 9       VALUE ZERO.
     88      W-SQL-OK                        VALUE ZERO.
     88      W-SQL-EOD                       VALUE 1.
     88      W-SQL-NOK                       VALUE 9.

 01          W-SATZ-FLAG         PIC 9       VALUE ZERO.
     88      W-SATZ-OK                       VALUE ZERO.
     88      W-SATZ-FEHLER                   VALUE 1.

**  ---> Benutzer fuer die Historie (PARAM USER)
 01          W-USER              PIC X(08)   VALUE "PFCKRL7".

 77          W-ANZ-GELESEN       PIC 9(07)   VALUE ZERO.
 77          W-ANZ-EINGEFUEGT    PIC 9(07)   VALUE ZERO.
 77          W-ANZ-GEAENDERT     PIC 9(07)   VALUE ZERO.
 77          W-ANZ-GELOESCHT     PIC 9(07)   VALUE ZERO.
 77          W-ANZ-ZURUECK       PIC 9(07)   VALUE ZERO.
 77          W-ANZ-FEHLER        PIC 9(07)   VALUE ZERO.

 01          D-NUM4              PIC 9(04)   VALUE ZEROS.

**  ---> Pflege-Nachricht an PFCMNT7S (Aufbau wie MNT-NACHRICHT
**  ---> dort; Anfrage und Antwort im selben Satz)
 01          MNT-NACHRICHT.
     05      MNT-AKTION          PIC X(01).
     05      MNT-TABELLE         PIC X(08).
     05      MNT-USER            PIC X(08).
     05      MNT-AKTIV-DATUM     PIC X(10).
     05      MNT-RC              PIC 9(02).
     05      MNT-MELDUNG         PIC X(60).
     05      MNT-CARDRULE.
        10   MR-KANR             PIC X(19).
        10   MR-VUNR             PIC X(15).
        10   MR-WGR-LISTE        PIC X(60).
        10   MR-WOTAGE           PIC X(07).
        10   MR-ZEIT-VON         PIC 9(04).
        10   MR-ZEIT-BIS         PIC 9(04).
        10   MR-LAENDER          PIC X(30).
        10   MR-MAX-FUELLUNG     PIC 9(10)V99.
        10   MR-MAX-TAG          PIC 9(10)V99.
        10   FILLER              PIC X(137).

**  ---> Startparameter
 01          STARTUP-FELDER.
     05      STUP-RESULT         PIC S9(04) COMP VALUE ZEROS.
     05      STUP-PORTION        PIC  X(30) VALUE "STRING".
     05      STUP-TEXT           PIC X(128).

**          ---> fuer Pathsend (serverclass_send_)
 01          PS-PATHNAME         PIC X(15).
 01          PS-PATHNAMELEN      PIC S9(04) COMP VALUE 15.
 01          PS-SRVCLASS         PIC X(15)   VALUE "PFCMNT7S".
 01          PS-SRVCLASSLEN      PIC S9(04) COMP VALUE 15.
 01          PS-REQLEN           NATIVE-2.
 01          PS-MAXREPLEN        NATIVE-2.
 01          PS-AKTREPLEN        NATIVE-2.
 01          PS-TIMEOUT          PIC S9(04) COMP VALUE ZEROS.
 01          PS-ERROR            PIC S9(04) COMP VALUE ZEROS.

*           ---> fuer Pathsend (serverclass_send_info)
 01          SSI-ERROR           PIC S9(04) COMP VALUE ZEROS.
 01          SSI-PSERROR         PIC S9(04) COMP VALUE ZEROS.
 01          SSI-FSERROR         PIC S9(04) COMP VALUE ZEROS.

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
* Vorlauf: Parameter lesen, Lieferdatei oeffnen und pruefen
******************************************************************
 B000-VORLAUF SECTION.
 B000-00.
     PERFORM U200-TIMESTAMP
     DISPLAY "PFCKRL7 - Import Kartenregeln, Lauf vom " TAGESDATUM

**  ---> Pathmon-Prozess des Pflege-Servers (Batch ohne
**  ---> Pathway-Vorfahren muss ihn explizit benennen)
     MOVE "PATHMON" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE SPACES TO PS-PATHNAME
     MOVE STUP-TEXT (1:STUP-RESULT) TO PS-PATHNAME

**  ---> Benutzer fuer die Historie (optional)
     MOVE "USER" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         MOVE ZERO TO W-ENDE-FLAG
     ELSE
         MOVE STUP-TEXT (1:8) TO W-USER
     END-IF

     OPEN INPUT KRLIEF-DATEI
     IF  NOT KR-FILE-OK
         DISPLAY "PFCKRL7 - Lieferdatei KRIN nicht lesbar, Status "
                 KR-FILE-STATUS
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

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
         CLOSE KRLIEF-DATEI
**      ---> vollstaendig verarbeitete Datei registrieren
         PERFORM S275-INSERT-FILEREG
     END-IF
     DISPLAY "PFCKRL7 - Saetze gelesen      : " W-ANZ-GELESEN
     DISPLAY "PFCKRL7 - Regeln eingefuegt   : " W-ANZ-EINGEFUEGT
     DISPLAY "PFCKRL7 - Regeln geaendert    : " W-ANZ-GEAENDERT
     DISPLAY "PFCKRL7 - Regeln geloescht    : " W-ANZ-GELOESCHT
     DISPLAY "PFCKRL7 - zurueckgestellt     : " W-ANZ-ZURUECK
     DISPLAY "PFCKRL7 - Saetze abgewiesen   : " W-ANZ-FEHLER
     .
 B090-99.
     EXIT.

******************************************************************
* Eingangsdatei-Kontrolle wie in PFCHOT7: die Lieferdatei einmal
* durchlesen (Satzanzahl und Summenpruefzahl ueber die Hoechst-
* betraege), gegen =FILEREG pruefen und fuer die Verarbeitung
* wieder von vorn oeffnen
******************************************************************
 B020-DATEI-PRUEFEN SECTION.
 B020-00.
     MOVE ZEROS TO W-FR-ANZ
                   W-FR-PRUEFSUMME

     READ KRLIEF-DATEI
     PERFORM UNTIL NOT KR-FILE-OK
         ADD 1 TO W-FR-ANZ
         IF  KL-MAX-FUELLUNG IS NUMERIC
             ADD KL-MAX-FUELLUNG TO W-FR-PRUEFSUMME
         END-IF
         IF  KL-MAX-TAG IS NUMERIC
             ADD KL-MAX-TAG TO W-FR-PRUEFSUMME
         END-IF
         READ KRLIEF-DATEI
     END-PERFORM
     CLOSE KRLIEF-DATEI

     PERFORM S270-SELECT-FILEREG
     IF  W-FR-DUPLIKAT
         DISPLAY "PFCKRL7 - !!! Datei KRIN fuer " W-FR-DATUM
                 " wurde bereits verarbeitet ("
                 W-FR-ANZ " Saetze) - Lauf abgewiesen"
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF
     IF  W-FR-NOK
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

     OPEN INPUT KRLIEF-DATEI
     IF  NOT KR-FILE-OK
         DISPLAY "PFCKRL7 - Datei KRIN nicht erneut "
                 "lesbar"
         SET W-ENDE TO TRUE
     END-IF
     .
 B020-99.
     EXIT.

******************************************************************
* Verarbeitung: Lieferdatei satzweise an den Pflege-Server
******************************************************************
 B100-VERARBEITUNG SECTION.
 B100-00.
     IF  W-ENDE
         EXIT SECTION
     END-IF

     READ KRLIEF-DATEI
     PERFORM UNTIL NOT KR-FILE-OK
                OR W-ENDE
         ADD 1 TO W-ANZ-GELESEN
         PERFORM C100-SATZ-VERARBEITEN
         READ KRLIEF-DATEI
     END-PERFORM
     .
 B100-99.
     EXIT.

******************************************************************
* Einen Liefersatz als Pflege-Nachricht schicken; die fachliche
* Pruefung macht der Pflege-Server (RC/Meldung in der Antwort).
* In der Protokollzeile steht nie die Kartennummer, nur die
* Satznummer und die VUNR.
******************************************************************
 C100-SATZ-VERARBEITEN SECTION.
 C100-00.
     SET W-SATZ-OK TO TRUE

**  ---> formale Pruefung
     IF  (NOT KL-INSERT AND NOT KL-UPDATE AND NOT KL-DELETE)
     OR  KL-KANR = SPACES
         SET W-SATZ-FEHLER TO TRUE
     END-IF

**  ---> leere Zeit- und Betragsfelder = ohne Einschraenkung
     IF  KL-ZEIT-VON-X = SPACES
         MOVE ZEROS TO KL-ZEIT-VON
     END-IF
     IF  KL-ZEIT-BIS-X = SPACES
         MOVE ZEROS TO KL-ZEIT-BIS
     END-IF
     IF  KL-MAX-FUELLUNG-X = SPACES
         MOVE ZEROS TO KL-MAX-FUELLUNG
     END-IF
     IF  KL-MAX-TAG-X = SPACES
         MOVE ZEROS TO KL-MAX-TAG
     END-IF
     IF  KL-ZEIT-VON     IS NOT NUMERIC
     OR  KL-ZEIT-BIS     IS NOT NUMERIC
     OR  KL-MAX-FUELLUNG IS NOT NUMERIC
     OR  KL-MAX-TAG      IS NOT NUMERIC
         SET W-SATZ-FEHLER TO TRUE
     END-IF

     IF  W-SATZ-FEHLER
         ADD 1 TO W-ANZ-FEHLER
         DISPLAY "PFCKRL7 - Satz " W-ANZ-GELESEN
                 " formal fehlerhaft, VUNR " KL-VUNR
         EXIT SECTION
     END-IF

     MOVE SPACES           TO MNT-NACHRICHT
     MOVE KL-AKTION        TO MNT-AKTION
     MOVE "CARDRULE"       TO MNT-TABELLE
     MOVE W-USER           TO MNT-USER
     MOVE KL-AKTIV-DATUM   TO MNT-AKTIV-DATUM
     MOVE ZEROS            TO MNT-RC
     MOVE KL-KANR          TO MR-KANR
     MOVE KL-VUNR          TO MR-VUNR
     MOVE KL-WGR-LISTE     TO MR-WGR-LISTE
     MOVE KL-WOTAGE        TO MR-WOTAGE
     MOVE KL-ZEIT-VON      TO MR-ZEIT-VON
     MOVE KL-ZEIT-BIS      TO MR-ZEIT-BIS
     MOVE KL-LAENDER       TO MR-LAENDER
     MOVE KL-MAX-FUELLUNG  TO MR-MAX-FUELLUNG
     MOVE KL-MAX-TAG       TO MR-MAX-TAG

     PERFORM P100-PATHSEND
     IF  W-ENDE
         EXIT SECTION
     END-IF

     IF  MNT-RC NOT = ZEROS
         ADD 1 TO W-ANZ-FEHLER
         DISPLAY "PFCKRL7 - Satz " W-ANZ-GELESEN
                 " VUNR " KL-VUNR
                 " RC " MNT-RC ": " MNT-MELDUNG
         EXIT SECTION
     END-IF

     EVALUATE TRUE
         WHEN KL-AKTIV-DATUM NOT = SPACES
          AND KL-AKTIV-DATUM > TAGESDATUM (1:10)
                             ADD 1 TO W-ANZ-ZURUECK
         WHEN KL-INSERT      ADD 1 TO W-ANZ-EINGEFUEGT
         WHEN KL-UPDATE      ADD 1 TO W-ANZ-GEAENDERT
         WHEN KL-DELETE      ADD 1 TO W-ANZ-GELOESCHT
     END-EVALUATE
     .
 C100-99.
     EXIT.

******************************************************************
* Pflege-Nachricht an PFCMNT7S schicken; ein Sendefehler beendet
* den Lauf (die Datei wird dann nicht registriert und kann nach
* Behebung erneut geliefert werden - bereits eingespielte Saetze
* werden dabei mit RC 30 abgewiesen bzw. per "U" ueberschrieben)
******************************************************************
 P100-PATHSEND SECTION.
 P100-00.
**  ---> PS-PATHNAME kommt aus dem PATHMON-Parameter (B000)
     MOVE 389         TO PS-REQLEN
                         PS-MAXREPLEN
     MOVE ZERO        TO PS-AKTREPLEN
                         PS-ERROR
     MOVE 3000        TO PS-TIMEOUT

     ENTER "SERVERCLASS_SEND_" USING  PS-PATHNAME
                                      PS-PATHNAMELEN
                                      PS-SRVCLASS
                                      PS-SRVCLASSLEN
                                      MNT-NACHRICHT
                                      PS-REQLEN
                                      PS-MAXREPLEN
                                      PS-AKTREPLEN
                                      PS-TIMEOUT
                               GIVING PS-ERROR

     IF  PS-ERROR NOT = ZERO
         SET W-ENDE TO TRUE
         ENTER "SERVERCLASS_SEND_INFO_" USING SSI-PSERROR
                                              SSI-FSERROR
                                       GIVING SSI-ERROR
         MOVE SSI-PSERROR TO D-NUM4
         DISPLAY "PFCKRL7 - Sendefehler " D-NUM4
                 " an " PS-SRVCLASS " bei Satz " W-ANZ-GELESEN
                 " - Lauf abgebrochen"
     END-IF
     .
 P100-99.
     EXIT.

******************************************************************
* Aufruf COBOL-Utility: GETPARAMTEXT
******************************************************************
 P950-GETPARAMTEXT SECTION.
 P950-00.
     MOVE SPACE TO STUP-TEXT
     ENTER "GETPARAMTEXT"    USING   STUP-PORTION
                                     STUP-TEXT
                             GIVING  STUP-RESULT
     EVALUATE STUP-RESULT
         WHEN -9999 THRU ZERO
                     DISPLAY "PFCKRL7 - Parameter fehlt: "
                             STUP-PORTION
                     SET W-ENDE TO TRUE
         WHEN OTHER  CONTINUE
     END-EVALUATE
     .
 P950-99.
     EXIT.

******************************************************************
* Ist die Datei schon im Register? (gleicher logischer Name,
* Tag, Anzahl und Pruefzahl)
******************************************************************
 S270-SELECT-FILEREG SECTION.
 S270-00.
     MOVE ZERO TO W-FILEREG-FLAG

     EXEC SQL
         SELECT  ANZ_SAETZE
           INTO :W-FR-ANZ-REG
           FROM  =FILEREG
          WHERE  DATEINAME  = "KRIN"
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
                  "KRIN"
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
     DISPLAY "PFCKRL7 - SQL-Fehler, SQLCODE: " SQLCODE OF SQLCA
     SET W-ENDE TO TRUE
     .
 Z002-99.
     EXIT.
