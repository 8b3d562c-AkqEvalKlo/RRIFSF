?CONSULT $SYSTEM.SYSTEM.COBOLEX0
?SEARCH  $SYSTEM.SYSTEM.COBOLLIB
?SEARCH  =TALLIB
?SEARCH  =WSY7067

?NOLMAP, SYMBOLS, INSPECT
?SAVE ALL
?LINES 66
?CHECK 3
?SQL

 IDENTIFICATION DIVISION.

 PROGRAM-ID. RFCKEY7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.00
* Kurzbeschreibung :: Tageslauf Schluesselinventar. Liest =KEYINV
* Kurzbeschreibung :: (gepflegt ueber PFCMNT7, Tabelle "KEYINV  ")
* Kurzbeschreibung :: und warnt ueber die Alarmschlange =ALERTQ,
* Kurzbeschreibung :: wenn das Ende der Gueltigkeit eines
* Kurzbeschreibung :: Schluessels naeher rueckt als seine
* Kurzbeschreibung :: Vorwarnzeit (Stufe 2, ab 7 Tagen Stufe 3,
* Kurzbeschreibung :: abgelaufen Stufe 4). Fuer jeden Schluessel wird
* Kurzbeschreibung :: der Pruefwert im Sicherheitsmodul gebildet
* Kurzbeschreibung :: (Nullblock verschluesseln, erste 6 Hex-
* Kurzbeschreibung :: Stellen) und mit dem Inventar verglichen; eine
* Kurzbeschreibung :: Abweichung wird gemeldet (Stufe 4). Zusaetzlich
* Kurzbeschreibung :: werden Schluessel aus =KEYNAMEN ohne
* Kurzbeschreibung :: Inventarsatz aufgelistet.
* Package          :: ICC
*
* Aenderungen
*
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-10-15| kl  | R7-554:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: Batch, taeglich
* Parameter   :: PARAM VORWARNTAGE nnn (optional; Vorwarnzeit fuer
*                Schluessel ohne eigene VORWARN_TAGE, Standard 30)
* Hinweis     :: Der Lauf aendert das Inventar nicht. Ein Schluessel,
*                den das Sicherheitsmodul nicht kennt, erscheint mit
*                "HSM-FEHLER" und dem Returncode des Moduls.
*
******************************************************************
* Uebersicht der SECTIONs:
*
* A100-STEUERUNG
*
* B000-VORLAUF
* B090-ENDE
* B100-INVENTAR
* B200-OHNE-INVENTAR
*
* C100-SCHLUESSEL-PRUEFEN
* C110-ABLAUF-PRUEFEN
* C120-KCV-PRUEFEN
* C190-ALARM
*
* M100-CALL-WSY7067
*
* P950-GETPARAMTEXT
*
* S760-INSERT-ALERTQ
* S900-OPEN-KEYINV-CURSOR
* S910-FETCH-KEYINV-CURSOR
* S920-CLOSE-KEYINV-CURSOR
* S930-OPEN-OHNEINV-CURSOR
* S940-FETCH-OHNEINV-CURSOR
* S950-CLOSE-OHNEINV-CURSOR
*
* U200-TIMESTAMP
*
* S770-RUN-START
* S775-RUN-RESET
* S780-RUN-ENDE
*
* Z002-PROGERR
******************************************************************

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     DECIMAL-POINT IS COMMA.

 DATA DIVISION.
 WORKING-STORAGE SECTION.

 01          W-ENDE-FLAG         PIC 9       VALUE ZERO.
     88      W-ENDE                          VALUE 1.

 01          W-SQLCODE-FLAG      PIC 9       VALUE ZERO.
     88      W-SQL-OK                        VALUE ZERO.
     88      W-SQL-EOD                       VALUE 1.
     88      W-SQL-NOK                       VALUE 9.

**  ---> Lauf-Registrierung in =BATCHRUN (Morgenpruefer RFCRUN7)
 01          K-RUN-PROGRAMM      PIC X(08)   VALUE "RFCKEY7".
 01          W-RUN-DATUM         PIC X(10)   VALUE SPACES.
 01          W-RUN-STATUS        PIC X(01)   VALUE SPACE.

**          ---> Meldung an die zentrale Alarmschlange =ALERTQ
**          ---> (Verteiler PFCALM7)
 01          ALQ-FELDER.
     05      ALQ-QUELLE          PIC X(08)  VALUE "RFCKEY7".
     05      ALQ-SEVERITY        PIC 9(01)  VALUE ZERO.
     05      ALQ-SCHLUESSEL      PIC X(20)  VALUE SPACES.
     05      ALQ-NUM4            PIC 9(04)  VALUE ZEROS.
     05      ALQ-TEXT            PIC X(60)  VALUE SPACES.

**  ---> Vorwarnzeiten in Tagen
 01          K-VORWARN-STD       PIC 9(03)   VALUE 30.
 01          K-VORWARN-KRIT      PIC 9(03)   VALUE 7.
 01          W-VORWARN-STD       PIC 9(03)   VALUE 30.
 01          W-VORWARN           PIC 9(03)   VALUE ZEROS.

 77          W-ANZ-GELESEN       PIC 9(07)   VALUE ZERO.
 77          W-ANZ-ABLAUF        PIC 9(07)   VALUE ZERO.
 77          W-ANZ-ABGELAUFEN    PIC 9(07)   VALUE ZERO.
 77          W-ANZ-KCV-FEHLER    PIC 9(07)   VALUE ZERO.
 77          W-ANZ-HSM-FEHLER    PIC 9(07)   VALUE ZERO.
 77          W-ANZ-OHNE-INV      PIC 9(07)   VALUE ZERO.
 77          W-ANZ-WARNUNG       PIC 9(07)   VALUE ZERO.

**  ---> Tagesdatum und Gueltigkeit
 01          W-AKT-DATUM         PIC 9(08)   VALUE ZEROS.
 01          W-AKT-INTEGER       PIC S9(09) COMP VALUE ZEROS.
 01          W-KEY-DATUM         PIC 9(08)   VALUE ZEROS.
 01          W-KEY-DATUM-R REDEFINES W-KEY-DATUM.
     05      WK-JHJJ             PIC X(04).
     05      WK-MM               PIC X(02).
     05      WK-TT               PIC X(02).
 01          W-BIS-INTEGER       PIC S9(09) COMP VALUE ZEROS.
 01          W-REST-TAGE         PIC S9(09) COMP VALUE ZEROS.

**  ---> Pruefwert aus dem Sicherheitsmodul
 01          W-KCV-HSM           PIC X(06)   VALUE SPACES.
 01          W-HSM-RCODE-D       PIC -9(04)  VALUE ZEROS.

**  ---> Status eines Schluessels fuer die Liste
 01          W-STATUS            PIC X(18)   VALUE SPACES.

**          ---> Schnittstelle zum Sicherheitsmodul-Baustein WSY7067
**          ---> (Funktion "EN": mit dem angegebenen Schluessel
**          ---> verschluesseln, Ausgabe in Hex-Darstellung)
 01          H67-WSY7067C.
     05      H67-FUNKTION        PIC X(02).
          88 H67-VERSCHL                     VALUE "EN".
          88 H67-ENTSCHL                     VALUE "DE".
          88 H67-HMAC                        VALUE "HM".
          88 H67-KEY-ERZEUGEN                VALUE "KG".
     05      H67-RCODE           PIC S9(04) COMP.
          88 H67-OK                          VALUE ZERO.
     05      H67-KEY-LABEL       PIC X(16).
     05      H67-EIN-LEN         PIC S9(04) COMP.
     05      H67-EIN             PIC X(64).
     05      H67-AUS-LEN         PIC S9(04) COMP.
     05      H67-AUS             PIC X(64).

**  ---> Druckzeilen
 01          W-DZ-KOPF1.
     05      FILLER              PIC X(40)   VALUE
                         "KEYNAME  TYP  KCV-INV KCV-HSM GUELTIG-BI".
     05      FILLER              PIC X(40)   VALUE
                         "S REST STATUS             VERWAHRER     ".
     05      FILLER              PIC X(20)   VALUE
                         "       AS-KONTAKT   ".

 01          W-DZ-KEY.
     05      DK-KEYNAME          PIC X(08).
     05      FILLER              PIC X       VALUE SPACE.
     05      DK-KEYTYP           PIC X(04).
     05      FILLER              PIC X       VALUE SPACE.
     05      DK-KCV-INV          PIC X(06).
     05      FILLER              PIC X(02)   VALUE SPACES.
     05      DK-KCV-HSM          PIC X(06).
     05      FILLER              PIC X(02)   VALUE SPACES.
     05      DK-GUELTIG-BIS      PIC X(10).
     05      FILLER              PIC X       VALUE SPACE.
     05      DK-REST             PIC -(04)9.
     05      FILLER              PIC X       VALUE SPACE.
     05      DK-STATUS           PIC X(18).
     05      FILLER              PIC X       VALUE SPACE.
     05      DK-VERWAHRER        PIC X(20).
     05      FILLER              PIC X       VALUE SPACE.
     05      DK-AS-KONTAKT       PIC X(30).

**  ---> GETPARAMTEXT (Guardian-Startparameter)
 01          STUP-RESULT         PIC S9(04) COMP VALUE ZEROS.
 01          STUP-PORTION        PIC X(30)  VALUE SPACES.
 01          STUP-TEXT           PIC X(128) VALUE SPACES.

*--------------------------------------------------------------------*
* Datum-/Uhrzeitfelder (fuer TAL-Routine)
*--------------------------------------------------------------------*
 01          TAL-TIME.
     05      TAL-JHJJMMTT.
      10     TAL-JHJJ            PIC S9(04) COMP VALUE ZEROS.
      10     TAL-MM              PIC S9(04) COMP VALUE ZEROS.
      10     TAL-TT              PIC S9(04) COMP VALUE ZEROS.
     05      TAL-HHMI.
      10     TAL-HH              PIC S9(04) COMP VALUE ZEROS.
      10     TAL-MI              PIC S9(04) COMP VALUE ZEROS.
     05      TAL-SS              PIC S9(04) COMP VALUE ZEROS.
     05      TAL-HS              PIC S9(04) COMP VALUE ZEROS.
     05      TAL-MS              PIC S9(04) COMP VALUE ZEROS.

 01          TAL-TIME-D.
     05      TAL-JHJJMMTT.
        10   TAL-JHJJ            PIC  9(04) VALUE ZEROS.
        10   TAL-MM              PIC  9(02) VALUE ZEROS.
        10   TAL-TT              PIC  9(02) VALUE ZEROS.
     05      TAL-HHMI.
        10   TAL-HH              PIC  9(02) VALUE ZEROS.
        10   TAL-MI              PIC  9(02) VALUE ZEROS.
     05      TAL-SS              PIC  9(02) VALUE ZEROS.
     05      TAL-HS              PIC  9(02) VALUE ZEROS.
     05      TAL-MS              PIC  9(02) VALUE ZEROS.

 EXEC SQL
     INCLUDE SQLCA
 END-EXEC

 EXEC SQL
     BEGIN DECLARE SECTION
 END-EXEC

**  ---> Schluesselinventar (Pflege ueber PFCMNT7)
 EXEC SQL
    INVOKE =KEYINV AS KEYINV
 END-EXEC

**  ---> Schluesselzuordnung je ROUTKZ/CARDID
 EXEC SQL
    INVOKE =KEYNAMEN AS KEYNAMEN
 END-EXEC

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

**  ---> Inventar, die zuerst ablaufenden Schluessel vorn
 EXEC SQL
     DECLARE KEYINV_CURS CURSOR FOR
         SELECT  KEYNAME, KEYTYP, KCV, GUELTIG_AB, GUELTIG_BIS
               , VERWAHRER_1, AS_KONTAKT, VORWARN_TAGE
           FROM  =KEYINV
          ORDER  BY GUELTIG_BIS, KEYNAME
         BROWSE  ACCESS
 END-EXEC

**  ---> Schluessel aus =KEYNAMEN ohne Inventarsatz
 EXEC SQL
     DECLARE OHNEINV_CURS CURSOR FOR
         SELECT  DISTINCT KEYNAME
           FROM  =KEYNAMEN K
          WHERE  NOT EXISTS
                 ( SELECT  KEYNAME
                     FROM  =KEYINV I
                    WHERE  I.KEYNAME = K.KEYNAME )
          ORDER  BY KEYNAME
         BROWSE  ACCESS
 END-EXEC

 PROCEDURE DIVISION.

******************************************************************
* Steuerung
******************************************************************
 A100-STEUERUNG SECTION.
 A100-00.
     PERFORM S770-RUN-START
     PERFORM B000-VORLAUF
     IF  NOT W-ENDE
         PERFORM B100-INVENTAR
     END-IF
     IF  NOT W-ENDE
         PERFORM B200-OHNE-INVENTAR
     END-IF
     PERFORM S780-RUN-ENDE
     PERFORM B090-ENDE
     STOP RUN
     .
 A100-99.
     EXIT.

******************************************************************
* Vorlauf: Tagesdatum, Standard-Vorwarnzeit
******************************************************************
 B000-VORLAUF SECTION.
 B000-00.
     PERFORM U200-TIMESTAMP
     COMPUTE W-AKT-DATUM =
               (TAL-JHJJ OF TAL-TIME-D * 10000)
             + (TAL-MM   OF TAL-TIME-D * 100)
             +  TAL-TT   OF TAL-TIME-D
     COMPUTE W-AKT-INTEGER = FUNCTION INTEGER-OF-DATE (W-AKT-DATUM)

     MOVE K-VORWARN-STD TO W-VORWARN-STD
     MOVE "VORWARNTAGE" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  STUP-RESULT > ZERO
         IF  STUP-TEXT (1:3) IS NOT NUMERIC
         OR  STUP-TEXT (1:3) = "000"
             DISPLAY "RFCKEY7 - VORWARNTAGE " STUP-TEXT (1:3)
                     " ungueltig (nnn erwartet)"
             SET W-ENDE TO TRUE
             EXIT SECTION
         END-IF
         MOVE STUP-TEXT (1:3) TO W-VORWARN-STD
     END-IF

     DISPLAY "RFCKEY7 - Schluesselinventar, Stichtag "
             TAL-JHJJ OF TAL-TIME-D "-"
             TAL-MM   OF TAL-TIME-D "-"
             TAL-TT   OF TAL-TIME-D
             ", Vorwarnzeit " W-VORWARN-STD " Tage"
     .
 B000-99.
     EXIT.

******************************************************************
* Ende / Zusammenfassung
******************************************************************
 B090-ENDE SECTION.
 B090-00.
     DISPLAY " "
     DISPLAY "RFCKEY7 - Schluessel im Inventar    : " W-ANZ-GELESEN
     DISPLAY "RFCKEY7 - davon abgelaufen          : " W-ANZ-ABGELAUFEN
     DISPLAY "RFCKEY7 - davon Ablauf in Vorwarnz. : " W-ANZ-ABLAUF
     DISPLAY "RFCKEY7 - KCV weicht ab             : " W-ANZ-KCV-FEHLER
     DISPLAY "RFCKEY7 - KCV nicht pruefbar (HSM)  : " W-ANZ-HSM-FEHLER
     DISPLAY "RFCKEY7 - KEYNAME ohne Inventar     : " W-ANZ-OHNE-INV
     .
 B090-99.
     EXIT.

******************************************************************
* Inventar lesen und jeden Schluessel pruefen
******************************************************************
 B100-INVENTAR SECTION.
 B100-00.
     DISPLAY " "
     DISPLAY W-DZ-KOPF1
     PERFORM S900-OPEN-KEYINV-CURSOR
     PERFORM S910-FETCH-KEYINV-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         ADD 1 TO W-ANZ-GELESEN
         PERFORM C100-SCHLUESSEL-PRUEFEN
         PERFORM S910-FETCH-KEYINV-CURSOR
     END-PERFORM
     PERFORM S920-CLOSE-KEYINV-CURSOR
     IF  NOT W-SQL-NOK
         MOVE ZERO TO W-SQLCODE-FLAG
     END-IF
     .
 B100-99.
     EXIT.

******************************************************************
* Schluessel aus =KEYNAMEN ohne Inventarsatz auflisten
******************************************************************
 B200-OHNE-INVENTAR SECTION.
 B200-00.
     PERFORM S930-OPEN-OHNEINV-CURSOR
     PERFORM S940-FETCH-OHNEINV-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         IF  W-ANZ-OHNE-INV = ZERO
             DISPLAY " "
             DISPLAY "KEYNAME ohne Inventarsatz in =KEYINV:"
         END-IF
         ADD 1 TO W-ANZ-OHNE-INV
         DISPLAY "  " KEYNAME OF KEYNAMEN
         PERFORM S940-FETCH-OHNEINV-CURSOR
     END-PERFORM
     PERFORM S950-CLOSE-OHNEINV-CURSOR

**  ---> eine Sammelmeldung, der Einzelnachweis steht in der Liste
     IF  W-ANZ-OHNE-INV > ZERO
         MOVE 2 TO ALQ-SEVERITY
         MOVE "KEYNAMEN" TO ALQ-SCHLUESSEL
         MOVE W-ANZ-OHNE-INV TO ALQ-NUM4
         MOVE SPACES TO ALQ-TEXT
         STRING  ALQ-NUM4 " KEYNAME ohne Inventarsatz (=KEYINV)"
                     DELIMITED BY SIZE
           INTO  ALQ-TEXT
         END-STRING
         PERFORM S760-INSERT-ALERTQ
         ADD 1 TO W-ANZ-WARNUNG
     END-IF
     .
 B200-99.
     EXIT.

******************************************************************
* einen Inventarsatz pruefen und in die Liste schreiben
******************************************************************
 C100-SCHLUESSEL-PRUEFEN SECTION.
 C100-00.
     MOVE SPACES TO W-STATUS
                    W-KCV-HSM
     MOVE ZEROS  TO W-REST-TAGE

     PERFORM C110-ABLAUF-PRUEFEN
     PERFORM C120-KCV-PRUEFEN

     MOVE KEYNAME     OF KEYINV TO DK-KEYNAME
     MOVE KEYTYP      OF KEYINV TO DK-KEYTYP
     MOVE KCV         OF KEYINV TO DK-KCV-INV
     MOVE W-KCV-HSM             TO DK-KCV-HSM
     MOVE GUELTIG-BIS OF KEYINV TO DK-GUELTIG-BIS
     MOVE W-REST-TAGE           TO DK-REST
     MOVE W-STATUS              TO DK-STATUS
     MOVE VERWAHRER-1 OF KEYINV TO DK-VERWAHRER
     MOVE AS-KONTAKT  OF KEYINV TO DK-AS-KONTAKT
     DISPLAY W-DZ-KEY
     .
 C100-99.
     EXIT.

******************************************************************
* Gueltigkeit gegen den Stichtag pruefen; warnen, wenn das Ende
* naeher rueckt als die Vorwarnzeit des Schluessels
******************************************************************
 C110-ABLAUF-PRUEFEN SECTION.
 C110-00.
     MOVE GUELTIG-BIS OF KEYINV (1:4) TO WK-JHJJ
     MOVE GUELTIG-BIS OF KEYINV (6:2) TO WK-MM
     MOVE GUELTIG-BIS OF KEYINV (9:2) TO WK-TT
     IF  W-KEY-DATUM IS NOT NUMERIC
     OR  W-KEY-DATUM = ZEROS
         MOVE "GUELTIG_BIS FEHLT" TO W-STATUS
         MOVE 3 TO ALQ-SEVERITY
         MOVE "Schluessel ohne gueltiges GUELTIG_BIS im Inventar"
             TO ALQ-TEXT
         PERFORM C190-ALARM
         EXIT SECTION
     END-IF
     COMPUTE W-BIS-INTEGER = FUNCTION INTEGER-OF-DATE (W-KEY-DATUM)
     COMPUTE W-REST-TAGE   = W-BIS-INTEGER - W-AKT-INTEGER

     MOVE VORWARN-TAGE OF KEYINV TO W-VORWARN
     IF  W-VORWARN = ZERO
         MOVE W-VORWARN-STD TO W-VORWARN
     END-IF

     EVALUATE TRUE
         WHEN W-REST-TAGE < ZERO
             ADD 1 TO W-ANZ-ABGELAUFEN
             MOVE "ABGELAUFEN" TO W-STATUS
             MOVE 4 TO ALQ-SEVERITY
             MOVE SPACES TO ALQ-TEXT
             STRING  "Schluessel abgelaufen seit "
                     GUELTIG-BIS OF KEYINV
                     " - Tausch mit AS veranlassen"
                         DELIMITED BY SIZE
               INTO  ALQ-TEXT
             END-STRING
             PERFORM C190-ALARM

         WHEN W-REST-TAGE NOT > W-VORWARN
             ADD 1 TO W-ANZ-ABLAUF
             MOVE "LAEUFT AB" TO W-STATUS
             IF  W-REST-TAGE NOT > K-VORWARN-KRIT
                 MOVE 3 TO ALQ-SEVERITY
             ELSE
                 MOVE 2 TO ALQ-SEVERITY
             END-IF
             MOVE W-REST-TAGE TO ALQ-NUM4
             MOVE SPACES TO ALQ-TEXT
             STRING  "Schluessel laeuft am "
                     GUELTIG-BIS OF KEYINV
                     " ab (in " ALQ-NUM4 " Tagen)"
                         DELIMITED BY SIZE
               INTO  ALQ-TEXT
             END-STRING
             PERFORM C190-ALARM

         WHEN OTHER
             MOVE "OK" TO W-STATUS
     END-EVALUATE

**  ---> noch nicht in Kraft: nur Hinweis in der Liste
     MOVE GUELTIG-AB OF KEYINV (1:4) TO WK-JHJJ
     MOVE GUELTIG-AB OF KEYINV (6:2) TO WK-MM
     MOVE GUELTIG-AB OF KEYINV (9:2) TO WK-TT
     IF  W-KEY-DATUM IS NUMERIC
     AND W-KEY-DATUM > W-AKT-DATUM
         MOVE "NOCH NICHT GUELTIG" TO W-STATUS
     END-IF
     .
 C110-99.
     EXIT.

******************************************************************
* Pruefwert im Sicherheitsmodul bilden (Nullblock mit dem
* Schluessel verschluesseln, erste 6 Hex-Stellen) und mit dem
* Inventar vergleichen
******************************************************************
 C120-KCV-PRUEFEN SECTION.
 C120-00.
     SET  H67-VERSCHL    TO TRUE
     MOVE SPACES         TO H67-KEY-LABEL
                            H67-EIN
     MOVE KEYNAME OF KEYINV TO H67-KEY-LABEL (1:8)
     MOVE LOW-VALUES     TO H67-EIN (1:8)
     MOVE 8              TO H67-EIN-LEN
     PERFORM M100-CALL-WSY7067

     IF  NOT H67-OK
         ADD 1 TO W-ANZ-HSM-FEHLER
         MOVE H67-RCODE TO W-HSM-RCODE-D
         MOVE "??????"  TO W-KCV-HSM
         IF  W-STATUS = "OK"
             MOVE SPACES TO W-STATUS
             STRING  "HSM-FEHLER " W-HSM-RCODE-D
                         DELIMITED BY SIZE
               INTO  W-STATUS
             END-STRING
         END-IF
         MOVE 3 TO ALQ-SEVERITY
         MOVE SPACES TO ALQ-TEXT
         STRING  "KCV nicht pruefbar, Sicherheitsmodul RC "
                 W-HSM-RCODE-D
                     DELIMITED BY SIZE
           INTO  ALQ-TEXT
         END-STRING
         PERFORM C190-ALARM
         EXIT SECTION
     END-IF

     MOVE H67-AUS (1:6) TO W-KCV-HSM
     IF  W-KCV-HSM NOT = KCV OF KEYINV
         ADD 1 TO W-ANZ-KCV-FEHLER
         MOVE "KCV WEICHT AB" TO W-STATUS
         MOVE 4 TO ALQ-SEVERITY
         MOVE SPACES TO ALQ-TEXT
         STRING  "KCV im HSM " W-KCV-HSM
                 " weicht vom Inventar " KCV OF KEYINV " ab"
                     DELIMITED BY SIZE
           INTO  ALQ-TEXT
         END-STRING
         PERFORM C190-ALARM
     END-IF
     .
 C120-99.
     EXIT.

******************************************************************
* Alarm zum Schluessel in =ALERTQ stellen (Schluessel = KEYNAME)
******************************************************************
 C190-ALARM SECTION.
 C190-00.
     MOVE SPACES              TO ALQ-SCHLUESSEL
     MOVE KEYNAME OF KEYINV   TO ALQ-SCHLUESSEL (1:8)
     MOVE KEYTYP  OF KEYINV   TO ALQ-SCHLUESSEL (10:4)
     PERFORM S760-INSERT-ALERTQ
     ADD 1 TO W-ANZ-WARNUNG
     .
 C190-99.
     EXIT.

******************************************************************
* Aufruf Sicherheitsmodul
******************************************************************
 M100-CALL-WSY7067 SECTION.
 M100-00.
     MOVE ZEROS  TO H67-RCODE
                    H67-AUS-LEN
     MOVE SPACES TO H67-AUS

     CALL "WSY7067" USING H67-WSY7067C
     .
 M100-99.
     EXIT.

******************************************************************
* Aufruf COBOL-Utility: GETPARAMTEXT
*
*              Eingabe: stup-portion (parametername)
*              Ausgabe: stup-result  (<=0:nicht vorhanden, >0:Laenge)
*                       stup-text    (value von ..-portion)
*
******************************************************************
 P950-GETPARAMTEXT SECTION.
 P950-00.
     MOVE SPACE TO STUP-TEXT
     ENTER "GETPARAMTEXT"    USING   STUP-PORTION
                                     STUP-TEXT
                             GIVING  STUP-RESULT
     .
 P950-99.
     EXIT.

******************************************************************
* Meldung in die zentrale Alarmschlange =ALERTQ stellen; das
* Buendeln, Eskalieren und Verteilen uebernimmt PFCALM7. Ein
* Fehler hier darf die eigentliche Verarbeitung nicht anhalten.
******************************************************************
 S760-INSERT-ALERTQ SECTION.
 S760-00.
     EXEC SQL
         INSERT
           INTO  =ALERTQ
                 ( QUELLE, SEVERITY, SCHLUESSEL, TEXT, ZPINS )
         VALUES  (
                  :ALQ-QUELLE
                 ,:ALQ-SEVERITY
                 ,:ALQ-SCHLUESSEL
                 ,:ALQ-TEXT
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         DISPLAY "RFCKEY7 - =ALERTQ nicht beschreibbar, "
                 "SQLCODE: " SQLCODE OF SQLCA
     END-IF
     .
 S760-99.
     EXIT.

******************************************************************
* Cursor auf =KEYINV
******************************************************************
 S900-OPEN-KEYINV-CURSOR SECTION.
 S900-00.
     EXEC SQL
         OPEN KEYINV_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S900-99.
     EXIT.

 S910-FETCH-KEYINV-CURSOR SECTION.
 S910-00.
     EXEC SQL
         FETCH KEYINV_CURS
          INTO :KEYNAME      of KEYINV
              ,:KEYTYP       of KEYINV
              ,:KCV          of KEYINV
              ,:GUELTIG-AB   of KEYINV
              ,:GUELTIG-BIS  of KEYINV
              ,:VERWAHRER-1  of KEYINV
              ,:AS-KONTAKT   of KEYINV
              ,:VORWARN-TAGE of KEYINV
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S910-99.
     EXIT.

 S920-CLOSE-KEYINV-CURSOR SECTION.
 S920-00.
     EXEC SQL
         CLOSE KEYINV_CURS
     END-EXEC
     .
 S920-99.
     EXIT.

******************************************************************
* Cursor KEYNAME ohne Inventarsatz
******************************************************************
 S930-OPEN-OHNEINV-CURSOR SECTION.
 S930-00.
     EXEC SQL
         OPEN OHNEINV_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S930-99.
     EXIT.

 S940-FETCH-OHNEINV-CURSOR SECTION.
 S940-00.
     EXEC SQL
         FETCH OHNEINV_CURS
          INTO :KEYNAME of KEYNAMEN
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S940-99.
     EXIT.

 S950-CLOSE-OHNEINV-CURSOR SECTION.
 S950-00.
     EXEC SQL
         CLOSE OHNEINV_CURS
     END-EXEC
     .
 S950-99.
     EXIT.

******************************************************************
* TIMESTAMP erstellen
******************************************************************
 U200-TIMESTAMP SECTION.
 U200-00.
     ENTER TAL "TIME" USING TAL-TIME
     MOVE CORR TAL-TIME TO TAL-TIME-D
     .
 U200-99.
     EXIT.

******************************************************************
* Laufbeginn in =BATCHRUN registrieren (ein Satz je Tag und
* Programm; ein Wiederholungslauf setzt den Satz zurueck)
******************************************************************
 S770-RUN-START SECTION.
 S770-00.
     PERFORM U200-TIMESTAMP
     MOVE SPACES TO W-RUN-DATUM
     STRING  TAL-JHJJ OF TAL-TIME-D "-"
             TAL-MM   OF TAL-TIME-D "-"
             TAL-TT   OF TAL-TIME-D
                 DELIMITED BY SIZE
       INTO  W-RUN-DATUM
     END-STRING

     EXEC SQL
         INSERT
           INTO  =BATCHRUN
                 ( DATUM, PROGRAMM, KZ_STATUS, ANZ
                 , ZP_START, ZP_ENDE )
         VALUES  (
                  :W-RUN-DATUM
                 ,:K-RUN-PROGRAMM
                 ,"L"
                 ,0
                 ,current  YEAR TO FRACTION(2)
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
**      ---> Wiederholungslauf desselben Tages
         WHEN -8227  PERFORM S775-RUN-RESET
         WHEN OTHER  DISPLAY "RFCKEY7 - =BATCHRUN nicht "
                             "registrierbar, SQLCODE: "
                             SQLCODE OF SQLCA
     END-EVALUATE
     .
 S770-99.
     EXIT.

 S775-RUN-RESET SECTION.
 S775-00.
     EXEC SQL
         UPDATE  =BATCHRUN
            SET  KZ_STATUS = "L"
               , ZP_START  = CURRENT
          WHERE  DATUM    = :W-RUN-DATUM
            AND  PROGRAMM = :K-RUN-PROGRAMM
     END-EXEC
     .
 S775-99.
     EXIT.

******************************************************************
* Laufende in =BATCHRUN festhalten (Status und Anzahl Warnungen)
******************************************************************
 S780-RUN-ENDE SECTION.
 S780-00.
     IF  W-ENDE
         MOVE "F" TO W-RUN-STATUS
     ELSE
         MOVE "E" TO W-RUN-STATUS
     END-IF

     EXEC SQL
         UPDATE  =BATCHRUN
            SET  KZ_STATUS = :W-RUN-STATUS
               , ANZ       = :W-ANZ-WARNUNG
               , ZP_ENDE   = CURRENT
          WHERE  DATUM    = :W-RUN-DATUM
            AND  PROGRAMM = :K-RUN-PROGRAMM
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         DISPLAY "RFCKEY7 - =BATCHRUN nicht fortschreibbar, "
                 "SQLCODE: " SQLCODE OF SQLCA
     END-IF
     .
 S780-99.
     EXIT.

******************************************************************
* Allgemeine Fehlerbehandlung
******************************************************************
 Z002-PROGERR SECTION.
 Z002-00.
     DISPLAY "RFCKEY7 - SQL-Fehler, SQLCODE: " SQLCODE OF SQLCA
     SET W-ENDE TO TRUE
     .
 Z002-99.
     EXIT.
