?CONSULT $SYSTEM.SYSTEM.COBOLEX0
?SEARCH  $SYSTEM.SYSTEM.COBOLLIB
?SEARCH  =TALLIB

?NOLMAP, SYMBOLS, INSPECT
?SAVE ALL
?LINES 66
?CHECK 3
?SQL

 IDENTIFICATION DIVISION.

 PROGRAM-ID. RFCUAN7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.00
* Kurzbeschreibung :: Umsatz-Anomalien je Station. RFCDOR7 meldet nur
* Kurzbeschreibung :: Terminals, die ganz verstummt sind. Dieser
* Kurzbeschreibung :: Tageslauf fuehrt je MDNR/TSNR, Kartensystem
* Kurzbeschreibung :: (CARDID) und Wochentag eine gleitende Basis
* Kurzbeschreibung :: (=UMSBASIS: mittlere Anzahl, mittlerer Umsatz,
* Kurzbeschreibung :: mittlere Ablehnungsquote; gleitender
* Kurzbeschreibung :: Mittelwert ueber die letzten FENSTER gleichen
* Kurzbeschreibung :: Wochentage) aus =TXILOG70 und vergleicht den
* Kurzbeschreibung :: Auswertungstag damit. Weicht Anzahl oder Umsatz
* Kurzbeschreibung :: um mehr als BAND Prozent ab, steigt die
* Kurzbeschreibung :: Ablehnungsquote um mehr als ABLPKT Punkte oder
* Kurzbeschreibung :: faellt der Umsatz ganz aus, wird die Abweichung
* Kurzbeschreibung :: in =UMSANOM protokolliert und ueber =ALERTQ
* Kurzbeschreibung :: gemeldet. Sonntags (oder per PARAM WOCHE) folgt
* Kurzbeschreibung :: die Wochenliste der Stationen, die an
* Kurzbeschreibung :: mindestens DRIFTTAGE Tagen der letzten sieben
* Kurzbeschreibung :: Tage auffaellig waren.
* Package          :: ICC
*
* Aenderungen
*
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-10-15| kl  | R7-555:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: Batch, taeglich nach Tagesende (nach RFCGLE7)
* Parameter   :: PARAM DATUM     JJJJ-MM-TT (optional; Standard Vortag)
*                PARAM BAND      nnn  Abweichung Anzahl/Umsatz in
*                                     Prozent (Standard 40)
*                PARAM ABLPKT    nnn  Anstieg Ablehnungsquote in
*                                     Prozentpunkten (Standard 10)
*                PARAM MINANZ    nnnnn mittlere Anzahl, ab der eine
*                                     Station bewertet wird (Std. 20)
*                PARAM MINTAGE   nnn  Anzahl gleicher Wochentage in der
*                                     Basis vor der ersten Bewertung
*                                     (Standard 4)
*                PARAM FENSTER   nnn  Laenge des gleitenden Mittels in
*                                     Wochen (Standard 8)
*                PARAM DRIFTTAGE n    Tage je Woche fuer die Wochen-
*                                     liste (Standard 3)
*                PARAM WOCHE     J    Wochenliste auch an anderen Tagen
* Hinweis     :: Ein Wiederholungslauf fuer denselben Tag schreibt die
*                Basis nicht doppelt fort (DATUM_LETZT), bereits
*                protokollierte Abweichungen bleiben stehen. Auch ein
*                auffaelliger Tag geht in die Basis ein; eine dauerhafte
*                Veraenderung zeigt die Wochenliste.
*
******************************************************************
* Uebersicht der SECTIONs:
*
* A100-STEUERUNG
*
* B000-VORLAUF
* B010-PARAMETER
* B090-ENDE
* B100-TAGESUMSATZ
* B200-OHNE-UMSATZ
* B300-WOCHENLISTE
*
* C000-DATUM-TEXT
* C100-ZEILE-KUMULIEREN
* C200-GRUPPE-BEWERTEN
* C210-VERGLEICHEN
* C220-BASIS-FORTSCHREIBEN
* C230-ANOMALIE-MELDEN
* C300-DRIFT-KUMULIEREN
* C310-DRIFT-SCHREIBEN
*
* P950-GETPARAMTEXT
* P960-ZAHL-PARAMETER
*
* S300-SELECT-UMSBASIS
* S310-INSERT-UMSBASIS
* S320-UPDATE-UMSBASIS
* S330-INSERT-UMSANOM
* S760-INSERT-ALERTQ
* S900-OPEN-TXILOG70-CURSOR
* S910-FETCH-TXILOG70-CURSOR
* S920-CLOSE-TXILOG70-CURSOR
* S930-OPEN-UMSBASIS-CURSOR
* S940-FETCH-UMSBASIS-CURSOR
* S950-CLOSE-UMSBASIS-CURSOR
* S960-OPEN-UMSANOM-CURSOR
* S970-FETCH-UMSANOM-CURSOR
* S980-CLOSE-UMSANOM-CURSOR
*
* U100-BEGIN
* U110-COMMIT
* U120-ROLLBACK
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

 01          W-ERSTER-SATZ-FLAG  PIC 9       VALUE ZERO.
     88      W-ERSTER-SATZ                   VALUE 1.

 01          W-BASIS-FLAG        PIC 9       VALUE ZERO.
     88      W-BASIS-DA                      VALUE ZERO.
     88      W-BASIS-FEHLT                   VALUE 1.

**  ---> Lauf-Registrierung in =BATCHRUN (Morgenpruefer RFCRUN7)
 01          K-RUN-PROGRAMM      PIC X(08)   VALUE "RFCUAN7".
 01          W-RUN-DATUM         PIC X(10)   VALUE SPACES.
 01          W-RUN-STATUS        PIC X(01)   VALUE SPACE.

**          ---> Meldung an die zentrale Alarmschlange =ALERTQ
**          ---> (Verteiler PFCALM7)
 01          ALQ-FELDER.
     05      ALQ-QUELLE          PIC X(08)  VALUE "RFCUAN7".
     05      ALQ-SEVERITY        PIC 9(01)  VALUE ZERO.
     05      ALQ-SCHLUESSEL      PIC X(20)  VALUE SPACES.
     05      ALQ-NUM4            PIC 9(04)  VALUE ZEROS.
     05      ALQ-TEXT            PIC X(60)  VALUE SPACES.

**  ---> Parameter (mit Standardwerten)
 01          W-BAND              PIC 9(05)   VALUE 40.
 01          W-ABLPKT            PIC 9(05)   VALUE 10.
 01          W-MINANZ            PIC 9(05)   VALUE 20.
 01          W-MINTAGE           PIC 9(05)   VALUE 4.
 01          W-FENSTER           PIC 9(05)   VALUE 8.
 01          W-DRIFTTAGE         PIC 9(05)   VALUE 3.
 01          W-WOCHE             PIC X(01)   VALUE "N".
 01          W-PAR-WERT          PIC 9(05)   VALUE ZEROS.

 77          W-ANZ-GELESEN       PIC 9(09)   VALUE ZERO.
 77          W-ANZ-GRUPPEN       PIC 9(07)   VALUE ZERO.
 77          W-ANZ-BEWERTET      PIC 9(07)   VALUE ZERO.
 77          W-ANZ-SCHON         PIC 9(07)   VALUE ZERO.
 77          W-ANZ-ANOMALIE      PIC 9(07)   VALUE ZERO.
 77          W-ANZ-OHNE-UMSATZ   PIC 9(07)   VALUE ZERO.
 77          W-ANZ-DRIFT         PIC 9(07)   VALUE ZERO.

**  ---> Auswertungstag
 01          W-AKT-DATUM         PIC 9(08)   VALUE ZEROS.
 01          W-AKT-INTEGER       PIC S9(09) COMP VALUE ZEROS.
 01          W-BER-INTEGER       PIC S9(09) COMP VALUE ZEROS.
 01          W-TAG-INTEGER       PIC S9(09) COMP VALUE ZEROS.
 01          W-TAG-DATUM         PIC 9(08)   VALUE ZEROS.
 01          W-TAG-DATUM-X REDEFINES W-TAG-DATUM.
     05      WT-JHJJ             PIC X(04).
     05      WT-MM               PIC X(02).
     05      WT-TT               PIC X(02).
 01          W-TAG-TEXT          PIC X(10)   VALUE SPACES.
 01          W-BER-DATUM         PIC X(10)   VALUE SPACES.
 01          W-WOCHE-VON         PIC X(10)   VALUE SPACES.
 01          W-ZP-VON            PIC 9(14)   VALUE ZEROS.
 01          W-ZP-BIS            PIC 9(14)   VALUE ZEROS.
**  ---> Wochentag 1 = Montag .. 7 = Sonntag
 01          W-WOTAG             PIC 9(01)   VALUE ZERO.
 01          W-HILF              PIC S9(09) COMP VALUE ZEROS.
 01          W-REST              PIC S9(09) COMP VALUE ZEROS.
 01          K-WOTAG-TEXT        PIC X(14)   VALUE "MoDiMiDoFrSaSo".

**  ---> Summen einer Station/Kartensystem am Auswertungstag
 01          W-GRUPPE.
     05      G-MDNR              PIC 9(08).
     05      G-TSNR              PIC 9(08).
     05      G-CARDID            PIC S9(04) COMP.
     05      G-VERSUCHE          PIC 9(07).
     05      G-ANZ               PIC 9(07).
     05      G-ABGELEHNT         PIC 9(07).
     05      G-BETRAG            PIC S9(11)V99.
     05      G-ABLQ              PIC 9(03)V99.

**  ---> Vergleich mit der Basis
 01          W-ABW-PROZ          PIC S9(05)  VALUE ZEROS.
 01          W-ABW-PUNKTE        PIC S9(03)V99 VALUE ZEROS.
 01          W-KZ-ART            PIC X(01)   VALUE SPACE.
     88      W-ART-ANZAHL                    VALUE "A".
     88      W-ART-UMSATZ                    VALUE "B".
     88      W-ART-ABLEHNUNG                 VALUE "Q".
     88      W-ART-OHNE-UMSATZ               VALUE "N".
 01          W-N                 PIC S9(05) COMP VALUE ZEROS.

**  ---> Wochenliste (Gruppenwechsel MDNR/TSNR/CARDID)
 01          W-DRIFT.
     05      D-MDNR              PIC 9(08).
     05      D-TSNR              PIC 9(08).
     05      D-CARDID            PIC S9(04) COMP.
     05      D-DATUM-ALT         PIC X(10).
     05      D-TAGE              PIC 9(03).
     05      D-HOCH              PIC 9(03).
     05      D-RUNTER            PIC 9(03).
     05      D-ARTEN             PIC X(04).

**  ---> Druckzeilen
 01          W-DZ-ANOM.
     05      DA-MDNR             PIC Z(07)9.
     05      FILLER              PIC X       VALUE SPACE.
     05      DA-TSNR             PIC Z(07)9.
     05      FILLER              PIC X       VALUE SPACE.
     05      DA-CARDID           PIC ZZZ9.
     05      FILLER              PIC X(02)   VALUE SPACES.
     05      DA-ART              PIC X(12).
     05      FILLER              PIC X       VALUE SPACE.
     05      DA-IST              PIC Z(10)9,99.
     05      FILLER              PIC X       VALUE SPACE.
     05      DA-SOLL             PIC Z(10)9,99.
     05      FILLER              PIC X       VALUE SPACE.
     05      DA-ABW              PIC -(05)9.

 01          W-DZ-DRIFT.
     05      DD-MDNR             PIC Z(07)9.
     05      FILLER              PIC X       VALUE SPACE.
     05      DD-TSNR             PIC Z(07)9.
     05      FILLER              PIC X       VALUE SPACE.
     05      DD-CARDID           PIC ZZZ9.
     05      FILLER              PIC X(02)   VALUE SPACES.
     05      DD-TAGE             PIC ZZ9.
     05      FILLER              PIC X(02)   VALUE SPACES.
     05      DD-HOCH             PIC ZZ9.
     05      FILLER              PIC X(02)   VALUE SPACES.
     05      DD-RUNTER           PIC ZZ9.
     05      FILLER              PIC X(02)   VALUE SPACES.
     05      DD-ARTEN            PIC X(04).

 01          W-DISP-ABLQ         PIC ZZ9,99.
 01          W-DISP-PROZ         PIC -(04)9.

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

 EXEC SQL
    INVOKE =TXILOG70 AS TXILOG70
 END-EXEC

**  ---> gleitende Basis je Station/Kartensystem/Wochentag
 EXEC SQL
    INVOKE =UMSBASIS AS UMSBASIS
 END-EXEC

**  ---> Protokoll der auffaelligen Tage
 EXEC SQL
    INVOKE =UMSANOM AS UMSANOM
 END-EXEC

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

**  ---> Umsaetze und Stornos des Auswertungstags je Station
 EXEC SQL
     DECLARE TXILOG70_CURS CURSOR FOR
         SELECT  MDNR, TSNR, CARDID, ISONTYP, BETRAG, AC_TERM
           FROM  =TXILOG70
          WHERE  ZP_VERKAUF >= :W-ZP-VON
            AND  ZP_VERKAUF <= :W-ZP-BIS
            AND  LOGPROT     = 70
            AND (ISONTYP = 200 OR ISONTYP = 400)
          ORDER  BY MDNR, TSNR, CARDID
         BROWSE  ACCESS
 END-EXEC

**  ---> Basen dieses Wochentags ohne Umsatz am Auswertungstag
 EXEC SQL
     DECLARE UMSBASIS_CURS CURSOR FOR
         SELECT  MDNR, TSNR, CARDID, ANZ_TAGE
               , MW_ANZ, MW_BETRAG, MW_ABLQ, DATUM_LETZT
           FROM  =UMSBASIS
          WHERE  WOTAG       = :W-WOTAG
            AND  DATUM_LETZT < :W-BER-DATUM
          ORDER  BY MDNR, TSNR, CARDID
         BROWSE  ACCESS
 END-EXEC

**  ---> auffaellige Tage der letzten sieben Tage (Wochenliste)
 EXEC SQL
     DECLARE UMSANOM_CURS CURSOR FOR
         SELECT  DATUM, MDNR, TSNR, CARDID, KZ_ART, ABW_PROZ
           FROM  =UMSANOM
          WHERE  DATUM >= :W-WOCHE-VON
            AND  DATUM <= :W-BER-DATUM
          ORDER  BY MDNR, TSNR, CARDID, DATUM
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
         PERFORM B100-TAGESUMSATZ
     END-IF
     IF  NOT W-ENDE
         PERFORM B200-OHNE-UMSATZ
     END-IF
     IF  NOT W-ENDE
     AND (W-WOTAG = 7 OR W-WOCHE = "J")
         PERFORM B300-WOCHENLISTE
     END-IF
     PERFORM S780-RUN-ENDE
     PERFORM B090-ENDE
     STOP RUN
     .
 A100-99.
     EXIT.

******************************************************************
* Vorlauf: Auswertungstag, Wochentag, Parameter
******************************************************************
 B000-VORLAUF SECTION.
 B000-00.
     PERFORM U200-TIMESTAMP
     COMPUTE W-AKT-DATUM =
               (TAL-JHJJ OF TAL-TIME-D * 10000)
             + (TAL-MM   OF TAL-TIME-D * 100)
             +  TAL-TT   OF TAL-TIME-D
     COMPUTE W-AKT-INTEGER = FUNCTION INTEGER-OF-DATE (W-AKT-DATUM)

     MOVE "DATUM" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  STUP-RESULT > ZERO
         MOVE STUP-TEXT (1:10) TO W-BER-DATUM
         IF  W-BER-DATUM (5:1) NOT = "-"
         OR  W-BER-DATUM (8:1) NOT = "-"
         OR  W-BER-DATUM (1:4) IS NOT NUMERIC
         OR  W-BER-DATUM (6:2) IS NOT NUMERIC
         OR  W-BER-DATUM (9:2) IS NOT NUMERIC
             DISPLAY "RFCUAN7 - DATUM " W-BER-DATUM
                     " ungueltig (JJJJ-MM-TT)"
             SET W-ENDE TO TRUE
             EXIT SECTION
         END-IF
         MOVE W-BER-DATUM (1:4) TO WT-JHJJ
         MOVE W-BER-DATUM (6:2) TO WT-MM
         MOVE W-BER-DATUM (9:2) TO WT-TT
         COMPUTE W-BER-INTEGER =
                 FUNCTION INTEGER-OF-DATE (W-TAG-DATUM)
     ELSE
         COMPUTE W-BER-INTEGER = W-AKT-INTEGER - 1
         MOVE W-BER-INTEGER TO W-TAG-INTEGER
         PERFORM C000-DATUM-TEXT
         MOVE W-TAG-TEXT TO W-BER-DATUM
     END-IF

**  ---> Zeitfenster auf ZP_VERKAUF (JJJJMMTThhmmss)
     MOVE W-BER-DATUM (1:4) TO WT-JHJJ
     MOVE W-BER-DATUM (6:2) TO WT-MM
     MOVE W-BER-DATUM (9:2) TO WT-TT
     COMPUTE W-ZP-VON = W-TAG-DATUM * 1000000
     COMPUTE W-ZP-BIS = W-ZP-VON + 235959

**  ---> Wochentag; der 01.01.1601 (Tag 1) war ein Montag
     COMPUTE W-HILF = W-BER-INTEGER - 1
     DIVIDE W-HILF BY 7 GIVING W-HILF REMAINDER W-REST
     COMPUTE W-WOTAG = W-REST + 1

**  ---> erster Tag der Wochenliste
     COMPUTE W-TAG-INTEGER = W-BER-INTEGER - 6
     PERFORM C000-DATUM-TEXT
     MOVE W-TAG-TEXT TO W-WOCHE-VON

     PERFORM B010-PARAMETER
     IF  W-ENDE
         EXIT SECTION
     END-IF

     DISPLAY "RFCUAN7 - Umsatz-Anomalien fuer " W-BER-DATUM
             " (" K-WOTAG-TEXT (W-WOTAG * 2 - 1:2) ")"
     DISPLAY "RFCUAN7 - Band " W-BAND " %, Ablehnung +" W-ABLPKT
             " Pkt, ab " W-MINANZ " Tx, ab " W-MINTAGE
             " Basistagen, Fenster " W-FENSTER " Wochen"
     .
 B000-99.
     EXIT.

******************************************************************
* optionale Zahlenparameter (ohne Parameter gilt der Standard)
******************************************************************
 B010-PARAMETER SECTION.
 B010-00.
     MOVE "BAND" TO STUP-PORTION
     MOVE W-BAND TO W-PAR-WERT
     PERFORM P960-ZAHL-PARAMETER
     MOVE W-PAR-WERT TO W-BAND

     MOVE "ABLPKT" TO STUP-PORTION
     MOVE W-ABLPKT TO W-PAR-WERT
     PERFORM P960-ZAHL-PARAMETER
     MOVE W-PAR-WERT TO W-ABLPKT

     MOVE "MINANZ" TO STUP-PORTION
     MOVE W-MINANZ TO W-PAR-WERT
     PERFORM P960-ZAHL-PARAMETER
     MOVE W-PAR-WERT TO W-MINANZ

     MOVE "MINTAGE" TO STUP-PORTION
     MOVE W-MINTAGE TO W-PAR-WERT
     PERFORM P960-ZAHL-PARAMETER
     MOVE W-PAR-WERT TO W-MINTAGE

     MOVE "FENSTER" TO STUP-PORTION
     MOVE W-FENSTER TO W-PAR-WERT
     PERFORM P960-ZAHL-PARAMETER
     MOVE W-PAR-WERT TO W-FENSTER

     MOVE "DRIFTTAGE" TO STUP-PORTION
     MOVE W-DRIFTTAGE TO W-PAR-WERT
     PERFORM P960-ZAHL-PARAMETER
     MOVE W-PAR-WERT TO W-DRIFTTAGE

     IF  W-BAND = ZERO
     OR  W-ABLPKT = ZERO
     OR  W-FENSTER = ZERO
     OR  W-DRIFTTAGE = ZERO
     OR  W-DRIFTTAGE > 7
         DISPLAY "RFCUAN7 - BAND/ABLPKT/FENSTER/DRIFTTAGE "
                 "ungueltig, Abbruch"
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

     MOVE "WOCHE" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  STUP-RESULT > ZERO
         MOVE STUP-TEXT (1:1) TO W-WOCHE
     END-IF
     .
 B010-99.
     EXIT.

******************************************************************
* Ende / Zusammenfassung
******************************************************************
 B090-ENDE SECTION.
 B090-00.
     DISPLAY " "
     DISPLAY "RFCUAN7 - Saetze =TXILOG70 gelesen   : " W-ANZ-GELESEN
     DISPLAY "RFCUAN7 - Stationen/Kartensysteme    : " W-ANZ-GRUPPEN
     DISPLAY "RFCUAN7 - davon gegen Basis bewertet : " W-ANZ-BEWERTET
     DISPLAY "RFCUAN7 - davon schon fortgeschrieben: " W-ANZ-SCHON
     DISPLAY "RFCUAN7 - Basen ohne Umsatz          : "
             W-ANZ-OHNE-UMSATZ
     DISPLAY "RFCUAN7 - Abweichungen gemeldet      : " W-ANZ-ANOMALIE
     DISPLAY "RFCUAN7 - Stationen in Wochenliste   : " W-ANZ-DRIFT
     .
 B090-99.
     EXIT.

******************************************************************
* Umsaetze des Tages je MDNR/TSNR/CARDID summieren und bewerten
******************************************************************
 B100-TAGESUMSATZ SECTION.
 B100-00.
     DISPLAY " "
     DISPLAY "    MDNR     TSNR CARD  ART                   IST"
             "          BASIS ABW-%"
     SET W-ERSTER-SATZ TO TRUE
     PERFORM S900-OPEN-TXILOG70-CURSOR
     PERFORM S910-FETCH-TXILOG70-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         ADD 1 TO W-ANZ-GELESEN
         IF  NOT W-ERSTER-SATZ
         AND (MDNR   OF TXILOG70 NOT = G-MDNR
         OR   TSNR   OF TXILOG70 NOT = G-TSNR
         OR   CARDID OF TXILOG70 NOT = G-CARDID)
             PERFORM C200-GRUPPE-BEWERTEN
         END-IF
         IF  W-ERSTER-SATZ
         OR  MDNR   OF TXILOG70 NOT = G-MDNR
         OR  TSNR   OF TXILOG70 NOT = G-TSNR
         OR  CARDID OF TXILOG70 NOT = G-CARDID
             MOVE ZERO TO W-ERSTER-SATZ-FLAG
             INITIALIZE W-GRUPPE
             MOVE MDNR   OF TXILOG70 TO G-MDNR
             MOVE TSNR   OF TXILOG70 TO G-TSNR
             MOVE CARDID OF TXILOG70 TO G-CARDID
         END-IF
         PERFORM C100-ZEILE-KUMULIEREN
         IF  NOT W-ENDE
             PERFORM S910-FETCH-TXILOG70-CURSOR
         END-IF
     END-PERFORM
     IF  NOT W-ERSTER-SATZ
     AND NOT W-ENDE
         PERFORM C200-GRUPPE-BEWERTEN
     END-IF
     PERFORM S920-CLOSE-TXILOG70-CURSOR
     .
 B100-99.
     EXIT.

******************************************************************
* Basen dieses Wochentags, fuer die am Auswertungstag kein Umsatz
* kam: Ausfall melden und die Basis mit Null fortschreiben
******************************************************************
 B200-OHNE-UMSATZ SECTION.
 B200-00.
     PERFORM S930-OPEN-UMSBASIS-CURSOR
     PERFORM S940-FETCH-UMSBASIS-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         ADD 1 TO W-ANZ-OHNE-UMSATZ
         INITIALIZE W-GRUPPE
         MOVE MDNR   OF UMSBASIS TO G-MDNR
         MOVE TSNR   OF UMSBASIS TO G-TSNR
         MOVE CARDID OF UMSBASIS TO G-CARDID
         SET W-BASIS-DA TO TRUE

         PERFORM U100-BEGIN
         IF  ANZ-TAGE OF UMSBASIS NOT < W-MINTAGE
         AND MW-ANZ   OF UMSBASIS NOT < W-MINANZ
             SET W-ART-OHNE-UMSATZ TO TRUE
             MOVE -100 TO W-ABW-PROZ
             PERFORM C230-ANOMALIE-MELDEN
         END-IF
         PERFORM C220-BASIS-FORTSCHREIBEN
         IF  W-ENDE
             PERFORM U120-ROLLBACK
         ELSE
             PERFORM U110-COMMIT
         END-IF

         IF  NOT W-ENDE
             PERFORM S940-FETCH-UMSBASIS-CURSOR
         END-IF
     END-PERFORM
     PERFORM S950-CLOSE-UMSBASIS-CURSOR
     .
 B200-99.
     EXIT.

******************************************************************
* Wochenliste: Stationen, die an mindestens DRIFTTAGE der letzten
* sieben Tage auffaellig waren
******************************************************************
 B300-WOCHENLISTE SECTION.
 B300-00.
     DISPLAY " "
     DISPLAY "RFCUAN7 - Wochenliste " W-WOCHE-VON " bis " W-BER-DATUM
             ", ab " W-DRIFTTAGE " auffaelligen Tagen"
     DISPLAY "    MDNR     TSNR CARD  TAGE  HOCH  RUNTER ARTEN"
     SET W-ERSTER-SATZ TO TRUE
     PERFORM S960-OPEN-UMSANOM-CURSOR
     PERFORM S970-FETCH-UMSANOM-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         IF  NOT W-ERSTER-SATZ
         AND (MDNR   OF UMSANOM NOT = D-MDNR
         OR   TSNR   OF UMSANOM NOT = D-TSNR
         OR   CARDID OF UMSANOM NOT = D-CARDID)
             PERFORM C310-DRIFT-SCHREIBEN
         END-IF
         IF  W-ERSTER-SATZ
         OR  MDNR   OF UMSANOM NOT = D-MDNR
         OR  TSNR   OF UMSANOM NOT = D-TSNR
         OR  CARDID OF UMSANOM NOT = D-CARDID
             MOVE ZERO TO W-ERSTER-SATZ-FLAG
             INITIALIZE W-DRIFT
             MOVE MDNR   OF UMSANOM TO D-MDNR
             MOVE TSNR   OF UMSANOM TO D-TSNR
             MOVE CARDID OF UMSANOM TO D-CARDID
         END-IF
         PERFORM C300-DRIFT-KUMULIEREN
         PERFORM S970-FETCH-UMSANOM-CURSOR
     END-PERFORM
     IF  NOT W-ERSTER-SATZ
         PERFORM C310-DRIFT-SCHREIBEN
     END-IF
     PERFORM S980-CLOSE-UMSANOM-CURSOR
     .
 B300-99.
     EXIT.

******************************************************************
* Integer-Datum W-TAG-INTEGER als JJJJ-MM-TT nach W-TAG-TEXT
******************************************************************
 C000-DATUM-TEXT SECTION.
 C000-00.
     COMPUTE W-TAG-DATUM
           = FUNCTION DATE-OF-INTEGER (W-TAG-INTEGER)
     MOVE SPACES TO W-TAG-TEXT
     STRING  WT-JHJJ "-" WT-MM "-" WT-TT
                 DELIMITED BY SIZE
       INTO  W-TAG-TEXT
     END-STRING
     .
 C000-99.
     EXIT.

******************************************************************
* einen =TXILOG70-Satz in die Gruppe uebernehmen: genehmigte
* Umsaetze zaehlen, Stornos mindern den Umsatz, abgelehnte
* Umsaetze gehen in die Ablehnungsquote ein
******************************************************************
 C100-ZEILE-KUMULIEREN SECTION.
 C100-00.
     EVALUATE TRUE
         WHEN ISONTYP OF TXILOG70 = 200
             ADD 1 TO G-VERSUCHE
             IF  AC-TERM OF TXILOG70 = ZERO
                 ADD 1 TO G-ANZ
                 ADD BETRAG OF TXILOG70 TO G-BETRAG
             ELSE
                 ADD 1 TO G-ABGELEHNT
             END-IF
         WHEN AC-TERM OF TXILOG70 = ZERO
             SUBTRACT BETRAG OF TXILOG70 FROM G-BETRAG
     END-EVALUATE
     .
 C100-99.
     EXIT.

******************************************************************
* Gruppe gegen die Basis des Wochentags pruefen und die Basis
* fortschreiben
******************************************************************
 C200-GRUPPE-BEWERTEN SECTION.
 C200-00.
     ADD 1 TO W-ANZ-GRUPPEN
     IF  G-VERSUCHE > ZERO
         COMPUTE G-ABLQ ROUNDED = G-ABGELEHNT * 100 / G-VERSUCHE
     ELSE
         MOVE ZERO TO G-ABLQ
     END-IF

     PERFORM S300-SELECT-UMSBASIS
     IF  W-ENDE
         EXIT SECTION
     END-IF
**  ---> Tag schon in der Basis (Wiederholungslauf)
     IF  W-BASIS-DA
     AND DATUM-LETZT OF UMSBASIS NOT < W-BER-DATUM
         ADD 1 TO W-ANZ-SCHON
         EXIT SECTION
     END-IF

     PERFORM U100-BEGIN
     IF  W-BASIS-DA
     AND ANZ-TAGE OF UMSBASIS NOT < W-MINTAGE
     AND MW-ANZ   OF UMSBASIS NOT < W-MINANZ
         ADD 1 TO W-ANZ-BEWERTET
         PERFORM C210-VERGLEICHEN
     END-IF
     PERFORM C220-BASIS-FORTSCHREIBEN
     IF  W-ENDE
         PERFORM U120-ROLLBACK
     ELSE
         PERFORM U110-COMMIT
     END-IF
     .
 C200-99.
     EXIT.

******************************************************************
* Anzahl, Umsatz und Ablehnungsquote mit der Basis vergleichen
******************************************************************
 C210-VERGLEICHEN SECTION.
 C210-00.
**  ---> Anzahl genehmigter Umsaetze
     COMPUTE W-ABW-PROZ ROUNDED =
             (G-ANZ - MW-ANZ OF UMSBASIS) * 100 / MW-ANZ OF UMSBASIS
     IF  W-ABW-PROZ NOT < W-BAND
     OR  W-ABW-PROZ NOT > ZERO - W-BAND
         SET W-ART-ANZAHL TO TRUE
         PERFORM C230-ANOMALIE-MELDEN
     END-IF

**  ---> Umsatz
     IF  MW-BETRAG OF UMSBASIS > ZERO
         COMPUTE W-ABW-PROZ ROUNDED =
                 (G-BETRAG - MW-BETRAG OF UMSBASIS) * 100
               / MW-BETRAG OF UMSBASIS
         IF  W-ABW-PROZ NOT < W-BAND
         OR  W-ABW-PROZ NOT > ZERO - W-BAND
             SET W-ART-UMSATZ TO TRUE
             PERFORM C230-ANOMALIE-MELDEN
         END-IF
     END-IF

**  ---> Ablehnungsquote (Anstieg in Prozentpunkten)
     COMPUTE W-ABW-PUNKTE = G-ABLQ - MW-ABLQ OF UMSBASIS
     IF  W-ABW-PUNKTE NOT < W-ABLPKT
         COMPUTE W-ABW-PROZ ROUNDED = W-ABW-PUNKTE
         SET W-ART-ABLEHNUNG TO TRUE
         PERFORM C230-ANOMALIE-MELDEN
     END-IF
     .
 C210-99.
     EXIT.

******************************************************************
* Basis gleitend fortschreiben: neuer Mittelwert = alter Mittelwert
* + (Tageswert - alter Mittelwert) / N, N = Anzahl Basistage + 1,
* hoechstens FENSTER
******************************************************************
 C220-BASIS-FORTSCHREIBEN SECTION.
 C220-00.
     IF  W-BASIS-FEHLT
         MOVE G-MDNR      TO MDNR        OF UMSBASIS
         MOVE G-TSNR      TO TSNR        OF UMSBASIS
         MOVE G-CARDID    TO CARDID      OF UMSBASIS
         MOVE W-WOTAG     TO WOTAG       OF UMSBASIS
         MOVE 1           TO ANZ-TAGE    OF UMSBASIS
         MOVE G-ANZ       TO MW-ANZ      OF UMSBASIS
         MOVE G-BETRAG    TO MW-BETRAG   OF UMSBASIS
         MOVE G-ABLQ      TO MW-ABLQ     OF UMSBASIS
         MOVE W-BER-DATUM TO DATUM-LETZT OF UMSBASIS
         PERFORM S310-INSERT-UMSBASIS
         EXIT SECTION
     END-IF

     COMPUTE W-N = ANZ-TAGE OF UMSBASIS + 1
     IF  W-N > W-FENSTER
         MOVE W-FENSTER TO W-N
     END-IF
     IF  ANZ-TAGE OF UMSBASIS < 999
         ADD 1 TO ANZ-TAGE OF UMSBASIS
     END-IF
     COMPUTE MW-ANZ OF UMSBASIS ROUNDED =
             MW-ANZ OF UMSBASIS
           + (G-ANZ - MW-ANZ OF UMSBASIS) / W-N
     COMPUTE MW-BETRAG OF UMSBASIS ROUNDED =
             MW-BETRAG OF UMSBASIS
           + (G-BETRAG - MW-BETRAG OF UMSBASIS) / W-N
     COMPUTE MW-ABLQ OF UMSBASIS ROUNDED =
             MW-ABLQ OF UMSBASIS
           + (G-ABLQ - MW-ABLQ OF UMSBASIS) / W-N
     MOVE W-BER-DATUM TO DATUM-LETZT OF UMSBASIS
     PERFORM S320-UPDATE-UMSBASIS
     .
 C220-99.
     EXIT.

******************************************************************
* Abweichung protokollieren (=UMSANOM), drucken und melden
* (=ALERTQ; Anstieg Stufe 3 - moeglicher Kartenmissbrauch,
* Rueckgang/Ausfall Stufe 2 - moeglicher Terminaldefekt)
******************************************************************
 C230-ANOMALIE-MELDEN SECTION.
 C230-00.
     ADD 1 TO W-ANZ-ANOMALIE
     PERFORM S330-INSERT-UMSANOM

     MOVE G-MDNR   TO DA-MDNR
     MOVE G-TSNR   TO DA-TSNR
     MOVE G-CARDID TO DA-CARDID
     EVALUATE TRUE
         WHEN W-ART-ANZAHL
             MOVE "Anzahl"       TO DA-ART
             MOVE G-ANZ                TO DA-IST
             MOVE MW-ANZ    OF UMSBASIS TO DA-SOLL
         WHEN W-ART-UMSATZ
             MOVE "Umsatz"       TO DA-ART
             MOVE G-BETRAG             TO DA-IST
             MOVE MW-BETRAG OF UMSBASIS TO DA-SOLL
         WHEN W-ART-ABLEHNUNG
             MOVE "Ablehnung %"  TO DA-ART
             MOVE G-ABLQ               TO DA-IST
             MOVE MW-ABLQ   OF UMSBASIS TO DA-SOLL
         WHEN W-ART-OHNE-UMSATZ
             MOVE "ohne Umsatz"  TO DA-ART
             MOVE ZERO                 TO DA-IST
             MOVE MW-ANZ    OF UMSBASIS TO DA-SOLL
     END-EVALUATE
     MOVE W-ABW-PROZ TO DA-ABW
     DISPLAY W-DZ-ANOM

     IF  W-ABW-PROZ > ZERO
         MOVE 3 TO ALQ-SEVERITY
     ELSE
         MOVE 2 TO ALQ-SEVERITY
     END-IF
     MOVE SPACES   TO ALQ-SCHLUESSEL
     MOVE G-MDNR   TO ALQ-SCHLUESSEL (1:8)
     MOVE G-TSNR   TO ALQ-SCHLUESSEL (9:8)
     MOVE G-CARDID TO ALQ-NUM4
     MOVE ALQ-NUM4 TO ALQ-SCHLUESSEL (17:4)
     MOVE W-ABW-PROZ TO W-DISP-PROZ
     MOVE SPACES TO ALQ-TEXT
     STRING  "Station " G-TSNR " Karte " ALQ-NUM4 ": "
             DA-ART " " W-DISP-PROZ " % zur Basis"
                 DELIMITED BY SIZE
       INTO  ALQ-TEXT
     END-STRING
     PERFORM S760-INSERT-ALERTQ
     .
 C230-99.
     EXIT.

******************************************************************
* einen Tag der Wochenliste zaehlen (je Datum einmal)
******************************************************************
 C300-DRIFT-KUMULIEREN SECTION.
 C300-00.
     IF  DATUM OF UMSANOM NOT = D-DATUM-ALT
         ADD 1 TO D-TAGE
         MOVE DATUM OF UMSANOM TO D-DATUM-ALT
         IF  ABW-PROZ OF UMSANOM > ZERO
             ADD 1 TO D-HOCH
         ELSE
             ADD 1 TO D-RUNTER
         END-IF
     END-IF
     EVALUATE KZ-ART OF UMSANOM
         WHEN "A"    MOVE "A" TO D-ARTEN (1:1)
         WHEN "B"    MOVE "B" TO D-ARTEN (2:1)
         WHEN "Q"    MOVE "Q" TO D-ARTEN (3:1)
         WHEN "N"    MOVE "N" TO D-ARTEN (4:1)
     END-EVALUATE
     .
 C300-99.
     EXIT.

 C310-DRIFT-SCHREIBEN SECTION.
 C310-00.
     IF  D-TAGE < W-DRIFTTAGE
         EXIT SECTION
     END-IF
     ADD 1 TO W-ANZ-DRIFT
     MOVE D-MDNR   TO DD-MDNR
     MOVE D-TSNR   TO DD-TSNR
     MOVE D-CARDID TO DD-CARDID
     MOVE D-TAGE   TO DD-TAGE
     MOVE D-HOCH   TO DD-HOCH
     MOVE D-RUNTER TO DD-RUNTER
     MOVE D-ARTEN  TO DD-ARTEN
     DISPLAY W-DZ-DRIFT
     .
 C310-99.
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
* Zahlenparameter STUP-PORTION lesen; ohne Parameter bleibt der
* Standard in W-PAR-WERT stehen
******************************************************************
 P960-ZAHL-PARAMETER SECTION.
 P960-00.
     PERFORM P950-GETPARAMTEXT
     IF  STUP-RESULT NOT > ZERO
         EXIT SECTION
     END-IF
     IF  STUP-RESULT > 5
     OR  STUP-TEXT (1:STUP-RESULT) IS NOT NUMERIC
         DISPLAY "RFCUAN7 - Parameter " STUP-PORTION
                 " nicht numerisch, Abbruch"
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:STUP-RESULT) TO W-PAR-WERT
     .
 P960-99.
     EXIT.

******************************************************************
* Basis der Station/Kartensystem fuer den Wochentag lesen
******************************************************************
 S300-SELECT-UMSBASIS SECTION.
 S300-00.
     MOVE G-MDNR   TO MDNR   OF UMSBASIS
     MOVE G-TSNR   TO TSNR   OF UMSBASIS
     MOVE G-CARDID TO CARDID OF UMSBASIS
     MOVE W-WOTAG  TO WOTAG  OF UMSBASIS
     EXEC SQL
         SELECT  ANZ_TAGE, MW_ANZ, MW_BETRAG, MW_ABLQ, DATUM_LETZT
           INTO :ANZ-TAGE    of UMSBASIS
               ,:MW-ANZ      of UMSBASIS
               ,:MW-BETRAG   of UMSBASIS
               ,:MW-ABLQ     of UMSBASIS
               ,:DATUM-LETZT of UMSBASIS
           FROM  =UMSBASIS
          WHERE  MDNR   = :MDNR   of UMSBASIS
            AND  TSNR   = :TSNR   of UMSBASIS
            AND  CARDID = :CARDID of UMSBASIS
            AND  WOTAG  = :WOTAG  of UMSBASIS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-BASIS-DA    TO TRUE
         WHEN 100    SET W-BASIS-FEHLT TO TRUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S300-99.
     EXIT.

 S310-INSERT-UMSBASIS SECTION.
 S310-00.
     EXEC SQL
         INSERT
           INTO  =UMSBASIS
                 ( MDNR, TSNR, CARDID, WOTAG, ANZ_TAGE
                 , MW_ANZ, MW_BETRAG, MW_ABLQ, DATUM_LETZT )
         VALUES  (
                  :MDNR        of UMSBASIS
                 ,:TSNR        of UMSBASIS
                 ,:CARDID      of UMSBASIS
                 ,:WOTAG       of UMSBASIS
                 ,:ANZ-TAGE    of UMSBASIS
                 ,:MW-ANZ      of UMSBASIS
                 ,:MW-BETRAG   of UMSBASIS
                 ,:MW-ABLQ     of UMSBASIS
                 ,:DATUM-LETZT of UMSBASIS
                 )
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S310-99.
     EXIT.

 S320-UPDATE-UMSBASIS SECTION.
 S320-00.
     MOVE G-MDNR   TO MDNR   OF UMSBASIS
     MOVE G-TSNR   TO TSNR   OF UMSBASIS
     MOVE G-CARDID TO CARDID OF UMSBASIS
     MOVE W-WOTAG  TO WOTAG  OF UMSBASIS
     EXEC SQL
         UPDATE  =UMSBASIS
            SET  ANZ_TAGE    = :ANZ-TAGE    of UMSBASIS
               , MW_ANZ      = :MW-ANZ      of UMSBASIS
               , MW_BETRAG   = :MW-BETRAG   of UMSBASIS
               , MW_ABLQ     = :MW-ABLQ     of UMSBASIS
               , DATUM_LETZT = :DATUM-LETZT of UMSBASIS
          WHERE  MDNR   = :MDNR   of UMSBASIS
            AND  TSNR   = :TSNR   of UMSBASIS
            AND  CARDID = :CARDID of UMSBASIS
            AND  WOTAG  = :WOTAG  of UMSBASIS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S320-99.
     EXIT.

******************************************************************
* auffaelligen Tag protokollieren (Tagesabweichung mit der Basis
* VOR der Fortschreibung; ABW_PROZ bei KZ_ART "Q" in Prozent-
* punkten); bereits vorhanden = Wiederholungslauf
******************************************************************
 S330-INSERT-UMSANOM SECTION.
 S330-00.
     MOVE W-BER-DATUM TO DATUM    OF UMSANOM
     MOVE G-MDNR      TO MDNR     OF UMSANOM
     MOVE G-TSNR      TO TSNR     OF UMSANOM
     MOVE G-CARDID    TO CARDID   OF UMSANOM
     MOVE W-WOTAG     TO WOTAG    OF UMSANOM
     MOVE W-KZ-ART    TO KZ-ART   OF UMSANOM
     MOVE G-ANZ       TO ANZ      OF UMSANOM
     MOVE G-BETRAG    TO BETRAG   OF UMSANOM
     MOVE G-ABLQ      TO ABLQ     OF UMSANOM
     MOVE W-ABW-PROZ  TO ABW-PROZ OF UMSANOM
     EXEC SQL
         INSERT
           INTO  =UMSANOM
                 ( DATUM, MDNR, TSNR, CARDID, WOTAG, KZ_ART
                 , ANZ, BETRAG, ABLQ, MW_ANZ, MW_BETRAG, MW_ABLQ
                 , ABW_PROZ, ZPINS )
         VALUES  (
                  :DATUM     of UMSANOM
                 ,:MDNR      of UMSANOM
                 ,:TSNR      of UMSANOM
                 ,:CARDID    of UMSANOM
                 ,:WOTAG     of UMSANOM
                 ,:KZ-ART    of UMSANOM
                 ,:ANZ       of UMSANOM
                 ,:BETRAG    of UMSANOM
                 ,:ABLQ      of UMSANOM
                 ,:MW-ANZ    of UMSBASIS
                 ,:MW-BETRAG of UMSBASIS
                 ,:MW-ABLQ   of UMSBASIS
                 ,:ABW-PROZ  of UMSANOM
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN -8227  CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S330-99.
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
         DISPLAY "RFCUAN7 - =ALERTQ nicht beschreibbar, "
                 "SQLCODE: " SQLCODE OF SQLCA
     END-IF
     .
 S760-99.
     EXIT.

******************************************************************
* Cursor auf =TXILOG70
******************************************************************
 S900-OPEN-TXILOG70-CURSOR SECTION.
 S900-00.
     EXEC SQL
         OPEN TXILOG70_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S900-99.
     EXIT.

 S910-FETCH-TXILOG70-CURSOR SECTION.
 S910-00.
     EXEC SQL
         FETCH TXILOG70_CURS
          INTO :MDNR    of TXILOG70
              ,:TSNR    of TXILOG70
              ,:CARDID  of TXILOG70
              ,:ISONTYP of TXILOG70
              ,:BETRAG  of TXILOG70
              ,:AC-TERM of TXILOG70
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

 S920-CLOSE-TXILOG70-CURSOR SECTION.
 S920-00.
     EXEC SQL
         CLOSE TXILOG70_CURS
     END-EXEC
     .
 S920-99.
     EXIT.

******************************************************************
* Cursor auf =UMSBASIS (Basen ohne Umsatz am Auswertungstag)
******************************************************************
 S930-OPEN-UMSBASIS-CURSOR SECTION.
 S930-00.
     EXEC SQL
         OPEN UMSBASIS_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S930-99.
     EXIT.

 S940-FETCH-UMSBASIS-CURSOR SECTION.
 S940-00.
     EXEC SQL
         FETCH UMSBASIS_CURS
          INTO :MDNR        of UMSBASIS
              ,:TSNR        of UMSBASIS
              ,:CARDID      of UMSBASIS
              ,:ANZ-TAGE    of UMSBASIS
              ,:MW-ANZ      of UMSBASIS
              ,:MW-BETRAG   of UMSBASIS
              ,:MW-ABLQ     of UMSBASIS
              ,:DATUM-LETZT of UMSBASIS
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

 S950-CLOSE-UMSBASIS-CURSOR SECTION.
 S950-00.
     EXEC SQL
         CLOSE UMSBASIS_CURS
     END-EXEC
     .
 S950-99.
     EXIT.

******************************************************************
* Cursor auf =UMSANOM (Wochenliste)
******************************************************************
 S960-OPEN-UMSANOM-CURSOR SECTION.
 S960-00.
     EXEC SQL
         OPEN UMSANOM_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S960-99.
     EXIT.

 S970-FETCH-UMSANOM-CURSOR SECTION.
 S970-00.
     EXEC SQL
         FETCH UMSANOM_CURS
          INTO :DATUM    of UMSANOM
              ,:MDNR     of UMSANOM
              ,:TSNR     of UMSANOM
              ,:CARDID   of UMSANOM
              ,:KZ-ART   of UMSANOM
              ,:ABW-PROZ of UMSANOM
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S970-99.
     EXIT.

 S980-CLOSE-UMSANOM-CURSOR SECTION.
 S980-00.
     EXEC SQL
         CLOSE UMSANOM_CURS
     END-EXEC
     .
 S980-99.
     EXIT.

******************************************************************
* Transaktionsbegrenzungen
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
         WHEN OTHER  DISPLAY "RFCUAN7 - =BATCHRUN nicht "
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
* Laufende in =BATCHRUN festhalten (Status und Anzahl Abweichungen)
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
               , ANZ       = :W-ANZ-ANOMALIE
               , ZP_ENDE   = CURRENT
          WHERE  DATUM    = :W-RUN-DATUM
            AND  PROGRAMM = :K-RUN-PROGRAMM
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         DISPLAY "RFCUAN7 - =BATCHRUN nicht fortschreibbar, "
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
     DISPLAY "RFCUAN7 - SQL-Fehler, SQLCODE: " SQLCODE OF SQLCA
     SET W-ENDE TO TRUE
     .
 Z002-99.
     EXIT.
