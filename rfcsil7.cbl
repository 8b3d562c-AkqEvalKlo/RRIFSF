?CONSULT $SYSTEM.SYSTEM.COBOLEX0
?SEARCH  $SYSTEM.SYSTEM.COBOLLIB
?SEARCH  =TALLIB
?SEARCH  =WISO107
?SEARCH  =WISO207

?NOLMAP, SYMBOLS, INSPECT
?SAVE ALL
?LINES 66
?CHECK 3
?SQL

 IDENTIFICATION DIVISION.

 PROGRAM-ID. RFCSIL7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.01
* Kurzbeschreibung :: Verlustliste Stand-In. PFCPRE7 genehmigt bei
* Kurzbeschreibung :: AS-Ausfall im Rahmen von =STANDIN lokal
* Kurzbeschreibung :: (E110-STANDIN-PRUEFEN, =TXILOG70 KZ_BEARB "S")
* Kurzbeschreibung :: und stellt die AS-Nachricht in =ASYNC70 fuer
* Kurzbeschreibung :: den Nachbucher (S237-INSERT-ASYNC70). Dieser
* Kurzbeschreibung :: Report verfolgt jede Stand-In-Genehmigung des
* Kurzbeschreibung :: Zeitraums bis zur endgueltigen AS-Antwort:
* Kurzbeschreibung ::   - beantwortet, AC 0xx       -> angenommen
* Kurzbeschreibung ::   - beantwortet, sonstiger AC -> abgelehnt
* Kurzbeschreibung ::   - offen, Zustellversuche ueber der Grenze
* Kurzbeschreibung ::     (=ASTIMEOUT wie PFCRGN7)  -> nicht zustellbar
* Kurzbeschreibung ::   - kein Nachbucher-Eintrag   -> nie eingereicht
* Kurzbeschreibung ::   - sonst offen (noch kein Verlust)
* Kurzbeschreibung :: Abgelehnte, nicht zustellbare und nie einge-
* Kurzbeschreibung :: reichte Vorgaenge sind Verlust und werden mit
* Kurzbeschreibung :: Betrag, Karten-Token, VUNR und Station
* Kurzbeschreibung :: gelistet. Summen je ROUTKZ und Ausfallfenster;
* Kurzbeschreibung :: ein Fenster sind die Stand-In-Genehmigungen
* Kurzbeschreibung :: eines ROUTKZ ohne Luecke ueber LUECKE Minuten,
* Kurzbeschreibung :: damit die =STANDIN-Grenzen gegen die Verluste
* Kurzbeschreibung :: geprueft werden koennen.
* Package          :: ICC
*
* Aenderungen
*
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.01|2026-10-15| kl  | R7-543:
*       |          |     | - Nachbucher-Eintraege in der Dead-Letter-
*       |          |     |   Ablage ("D") oder vom Bediener storniert
*       |          |     |   ("X") zaehlen als nicht zustellbar
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-10-15| kl  | R7-542:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: Batch, taeglich per Scheduler; liest nur
* Parameter   :: PARAM TAGE <n>    (optional, Default 7: Stand-In-
*                                   Genehmigungen der letzten n Tage
*                                   bis heute)
*                PARAM LUECKE <m>  (optional, Default 30 Minuten)
*
******************************************************************
* Uebersicht der SECTIONs:
*
* A100-STEUERUNG
*
* B000-VORLAUF
* B090-ENDE
* B100-VERARBEITUNG
*
* C100-VORGANG-PRUEFEN
* C110-ANTWORT-AUSWERTEN
* C200-VERLUST-DRUCKEN
* C300-FENSTER-ABSCHLIESSEN
* C310-ROUTKZ-ABSCHLIESSEN
*
* L120-ISO2COB
* M130-CALL-WISO207
*
* P950-GETPARAMTEXT
*
* S100-OPEN-TXILOG70-CURSOR
* S101-FETCH-TXILOG70-CURSOR
* S102-CLOSE-TXILOG70-CURSOR
* S200-SELECT-ASYNC70
* S210-SELECT-ASTIMEOUT
*
* U200-TIMESTAMP
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
 01          K-RUN-PROGRAMM      PIC X(08)   VALUE "RFCSIL7".
 01          W-RUN-DATUM         PIC X(10)   VALUE SPACES.
 01          W-RUN-STATUS        PIC X(01)   VALUE SPACE.
 01          W-RUN-ANZ           PIC 9(09)   VALUE ZERO.

**  ---> Schwellen (Defaults)
 77          K-TAGE              PIC 9(03)   VALUE 7.
 77          K-LUECKE-MIN        PIC 9(04)   VALUE 30.
 77          K-MAX-REP           PIC 9(03)   VALUE 10.
 01          W-TAGE              PIC 9(03)   VALUE ZEROS.
 01          W-LUECKE-MIN        PIC 9(04)   VALUE ZEROS.
 01          W-MAX-REP           PIC 9(03)   VALUE ZEROS.
 01          W-MAX-REP-ROUTKZ    PIC S9(04) COMP VALUE -1.

**  ---> Zeitraum
 01          W-DATUM-8           PIC 9(08)   VALUE ZEROS.
 01          W-TAGE-INT          PIC S9(09) COMP VALUE ZEROS.
 01          W-ZP-VON            PIC 9(14)   VALUE ZEROS.
 01          W-ZP-BIS            PIC 9(14)   VALUE ZEROS.

**  ---> Verkaufszeitpunkt JJJJMMTThhmmss und Minutenstempel
 01          W-ZP                PIC 9(14)   VALUE ZEROS.
 01          W-ZP-R              REDEFINES W-ZP.
     05      W-ZP-DATUM          PIC 9(08).
     05      W-ZP-HH             PIC 9(02).
     05      W-ZP-MI             PIC 9(02).
     05      W-ZP-SS             PIC 9(02).
 01          W-ZP-MINUTEN        PIC S9(11) COMP VALUE ZEROS.

**  ---> Ergebnis eines Vorgangs
 01          W-ERGEBNIS          PIC X(01)   VALUE SPACE.
     88      W-ERG-ANGENOMMEN                VALUE "G".
     88      W-ERG-ABGELEHNT                 VALUE "A".
     88      W-ERG-UNZUSTELLBAR              VALUE "U".
     88      W-ERG-NIE-EINGEREICHT           VALUE "K".
     88      W-ERG-OFFEN                     VALUE "O".
     88      W-ERG-VERLUST                   VALUE "A" "U" "K".
 01          W-AC-AS             PIC 9(03)   VALUE ZEROS.
 01          W-BETRAG-EUR        PIC S9(11)V99 VALUE ZEROS.

**  ---> Kontrollwechsel ROUTKZ / Ausfallfenster
 01          W-ALT-ROUTKZ        PIC S9(04) COMP VALUE ZEROS.
 01          W-ALT-MINUTEN       PIC S9(11) COMP VALUE ZEROS.
 01          W-FENSTER-FLAG      PIC 9       VALUE ZERO.
     88      W-KEIN-FENSTER                  VALUE ZERO.
     88      W-FENSTER-OFFEN                 VALUE 1.
 01          W-FENSTER-VON       PIC 9(14)   VALUE ZEROS.
 01          W-FENSTER-BIS       PIC 9(14)   VALUE ZEROS.

**  ---> Summen: 1 = Fenster, 2 = ROUTKZ, 3 = gesamt
 01          W-SUMMEN.
     05      W-SUM               OCCURS 3.
      10     WS-ANZ              PIC S9(09) COMP.
      10     WS-BETRAG           PIC S9(15) COMP.
      10     WS-ANZ-OFFEN        PIC S9(09) COMP.
      10     WS-BETRAG-OFFEN     PIC S9(15) COMP.
      10     WS-ANZ-VERLUST      PIC S9(09) COMP.
      10     WS-BETRAG-VERLUST   PIC S9(15) COMP.
 01          W-SUM-IND           PIC S9(04) COMP VALUE ZEROS.

**  ---> Druckzeilen
 01          W-DRUCK-VERLUST.
     05      WDV-ZP              PIC 9(14).
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDV-MDNR            PIC 9(08).
     05      FILLER              PIC X(01)   VALUE "/".
     05      WDV-TSNR            PIC 9(08).
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDV-VUNR            PIC X(10).
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDV-KANR            PIC X(19).
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDV-BETRAG          PIC -Z(07)9,99.
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDV-GRUND           PIC X(18).

 01          W-DRUCK-SUMME.
     05      WDS-TEXT            PIC X(40).
     05      WDS-ANZ             PIC Z(06)9.
     05      WDS-BETRAG          PIC -Z(08)9,99.
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDS-ANZ-OFFEN       PIC Z(06)9.
     05      WDS-BETRAG-OFFEN    PIC -Z(08)9,99.
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDS-ANZ-VERLUST     PIC Z(06)9.
     05      WDS-BETRAG-VERLUST  PIC -Z(08)9,99.

 01          D-NUM4              PIC -9(04)  VALUE ZEROS.
 01          D-ZP-VON            PIC 9(14)   VALUE ZEROS.
 01          D-ZP-BIS            PIC 9(14)   VALUE ZEROS.

**  ---> Startparameter
 01          STARTUP-FELDER.
     05      STUP-RESULT         PIC S9(04) COMP VALUE ZEROS.
     05      STUP-PORTION        PIC  X(30) VALUE "STRING".
     05      STUP-TEXT           PIC X(128).

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

 EXTENDED-STORAGE SECTION.

**          ---> Schnittstelle WISO207 (ISO <-> COBOL)
     COPY    WISO207C OF "=MSGLIB"
             REPLACING =="*"== BY ==W207==.

 EXEC SQL
     INCLUDE SQLCA
 END-EXEC

 EXEC SQL
     BEGIN DECLARE SECTION
 END-EXEC

 EXEC SQL
    INVOKE =TXILOG70 AS TXILOG70
 END-EXEC

**  ---> Warteschlange des IFSF-Nachbuchers
 EXEC SQL
    INVOKE =ASYNC70 AS ASYNC70
 END-EXEC

**  ---> Zustell-Politik je ROUTKZ (Grenze der Zustellversuche)
 EXEC SQL
    INVOKE =ASTIMEOUT AS ASTIMEOUT
 END-EXEC

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

 EXEC SQL
     CONTROL TABLE * WAIT IF LOCKED
 END-EXEC

**  ---> Stand-In-Genehmigungen des Zeitraums je ROUTKZ zeitlich
 EXEC SQL
     DECLARE TXILOG70_CURS CURSOR FOR
         SELECT  PNR, TERMNR, TRACENR, ROUTKZ, MDNR, TSNR, VUNR
               , KANR, BETRAG, ZP_VERKAUF
           FROM  =TXILOG70
          WHERE  ZP_VERKAUF >= :W-ZP-VON
            AND  ZP_VERKAUF <= :W-ZP-BIS
            AND  KZ_BEARB    = "S"
            AND  ISONTYP     = 200
            AND  LOGPROT     = 70
          ORDER  BY ROUTKZ, ZP_VERKAUF
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
         PERFORM B100-VERARBEITUNG
     END-IF
     PERFORM S780-RUN-ENDE
     PERFORM B090-ENDE
     STOP RUN
     .
 A100-99.
     EXIT.

******************************************************************
* Vorlauf: Parameter, Zeitraum
******************************************************************
 B000-VORLAUF SECTION.
 B000-00.
**  ---> Tage optional
     MOVE "TAGE" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         MOVE ZERO   TO W-ENDE-FLAG
         MOVE K-TAGE TO W-TAGE
     ELSE
         MOVE STUP-TEXT (1:STUP-RESULT) TO W-TAGE
     END-IF

**  ---> Fensterluecke optional
     MOVE "LUECKE" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         MOVE ZERO         TO W-ENDE-FLAG
         MOVE K-LUECKE-MIN TO W-LUECKE-MIN
     ELSE
         MOVE STUP-TEXT (1:STUP-RESULT) TO W-LUECKE-MIN
     END-IF

**  ---> Zeitraum: die letzten W-TAGE Tage bis heute
     MOVE TAL-JHJJMMTT OF TAL-TIME-D TO W-DATUM-8
     COMPUTE W-ZP-BIS = (W-DATUM-8 * 1000000) + 235959
     COMPUTE W-TAGE-INT = FUNCTION INTEGER-OF-DATE (W-DATUM-8)
                        - W-TAGE
     COMPUTE W-DATUM-8  = FUNCTION DATE-OF-INTEGER (W-TAGE-INT)
     COMPUTE W-ZP-VON   = W-DATUM-8 * 1000000

     MOVE W-ZP-VON TO D-ZP-VON
     MOVE W-ZP-BIS TO D-ZP-BIS
     DISPLAY "RFCSIL7 - Verlustliste Stand-In " D-ZP-VON
             " bis " D-ZP-BIS
     DISPLAY "RFCSIL7 - Ausfallfenster: Luecke ueber "
             W-LUECKE-MIN " Minuten"
     DISPLAY " "
     DISPLAY "ZP_VERKAUF     MDNR    /TSNR     VUNR       "
             "KARTE (TOKEN)           BETRAG EUR GRUND"
     DISPLAY "Summenzeilen je Ausfallfenster / ROUTKZ:      "
             "Anzahl Stand-In EUR   offen       EUR"
             " Verlust       EUR"
     INITIALIZE W-SUMMEN
     .
 B000-99.
     EXIT.

******************************************************************
* Ende / Zusammenfassung
******************************************************************
 B090-ENDE SECTION.
 B090-00.
     DISPLAY " "
     MOVE 3 TO W-SUM-IND
     MOVE "Gesamt" TO WDS-TEXT
     PERFORM C320-SUMME-DRUCKEN
     .
 B090-99.
     EXIT.

******************************************************************
* Alle Stand-In-Genehmigungen des Zeitraums verfolgen
******************************************************************
 B100-VERARBEITUNG SECTION.
 B100-00.
     SET W-KEIN-FENSTER TO TRUE
     PERFORM S100-OPEN-TXILOG70-CURSOR
     PERFORM S101-FETCH-TXILOG70-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK OR W-ENDE
         MOVE ZP-VERKAUF OF TXILOG70 TO W-ZP
         COMPUTE W-ZP-MINUTEN
               = (FUNCTION INTEGER-OF-DATE (W-ZP-DATUM) * 1440)
               + (W-ZP-HH * 60) + W-ZP-MI

**      ---> Kontrollwechsel: neues ROUTKZ oder Luecke im Stand-In
         IF  W-FENSTER-OFFEN
             IF  ROUTKZ OF TXILOG70 NOT = W-ALT-ROUTKZ
                 PERFORM C300-FENSTER-ABSCHLIESSEN
                 PERFORM C310-ROUTKZ-ABSCHLIESSEN
             ELSE
                 IF  W-ZP-MINUTEN - W-ALT-MINUTEN > W-LUECKE-MIN
                     PERFORM C300-FENSTER-ABSCHLIESSEN
                 END-IF
             END-IF
         END-IF
         IF  W-KEIN-FENSTER
             SET  W-FENSTER-OFFEN    TO TRUE
             MOVE ROUTKZ OF TXILOG70 TO W-ALT-ROUTKZ
             MOVE W-ZP               TO W-FENSTER-VON
         END-IF
         MOVE W-ZP         TO W-FENSTER-BIS
         MOVE W-ZP-MINUTEN TO W-ALT-MINUTEN

         PERFORM C100-VORGANG-PRUEFEN
         ADD 1 TO W-RUN-ANZ
         PERFORM S101-FETCH-TXILOG70-CURSOR
     END-PERFORM
     PERFORM S102-CLOSE-TXILOG70-CURSOR
     IF  W-FENSTER-OFFEN
         PERFORM C300-FENSTER-ABSCHLIESSEN
         PERFORM C310-ROUTKZ-ABSCHLIESSEN
     END-IF
     MOVE ZERO TO W-SQLCODE-FLAG
     .
 B100-99.
     EXIT.

******************************************************************
* Eine Stand-In-Genehmigung bis zur AS-Antwort verfolgen
******************************************************************
 C100-VORGANG-PRUEFEN SECTION.
 C100-00.
     IF  ROUTKZ OF TXILOG70 NOT = W-MAX-REP-ROUTKZ
         MOVE ROUTKZ OF TXILOG70 TO W-MAX-REP-ROUTKZ
         PERFORM S210-SELECT-ASTIMEOUT
     END-IF

     PERFORM S200-SELECT-ASYNC70
     EVALUATE TRUE
         WHEN W-SQL-NOK
             EXIT SECTION
         WHEN W-SQL-EOD
             SET W-ERG-NIE-EINGEREICHT TO TRUE
         WHEN KZ-BEARB OF ASYNC70 = "E"
          AND LEN OF ANTWORT OF ASYNC70 > ZERO
             PERFORM C110-ANTWORT-AUSWERTEN
*R000107 - Dead-Letter (PFCRGN7) bzw. vom Bediener storniert
         WHEN KZ-BEARB OF ASYNC70 = "D"
         WHEN KZ-BEARB OF ASYNC70 = "X"
             SET W-ERG-UNZUSTELLBAR TO TRUE
*R000107 - Ende
         WHEN ANZ-REP OF ASYNC70 > W-MAX-REP
             SET W-ERG-UNZUSTELLBAR TO TRUE
         WHEN OTHER
             SET W-ERG-OFFEN TO TRUE
     END-EVALUATE
     MOVE ZERO TO W-SQLCODE-FLAG

     PERFORM VARYING W-SUM-IND FROM 1 BY 1
             UNTIL   W-SUM-IND > 3
         ADD 1                  TO WS-ANZ    (W-SUM-IND)
         ADD BETRAG OF TXILOG70 TO WS-BETRAG (W-SUM-IND)
         EVALUATE TRUE
             WHEN W-ERG-OFFEN
                 ADD 1 TO WS-ANZ-OFFEN (W-SUM-IND)
                 ADD BETRAG OF TXILOG70
                       TO WS-BETRAG-OFFEN (W-SUM-IND)
             WHEN W-ERG-VERLUST
                 ADD 1 TO WS-ANZ-VERLUST (W-SUM-IND)
                 ADD BETRAG OF TXILOG70
                       TO WS-BETRAG-VERLUST (W-SUM-IND)
             WHEN OTHER
                 CONTINUE
         END-EVALUATE
     END-PERFORM

     IF  W-ERG-VERLUST
         PERFORM C200-VERLUST-DRUCKEN
     END-IF
     .
 C100-99.
     EXIT.

******************************************************************
* AC aus der Nachbucher-Antwort (BMP 39); IFSF-Aktionscodes 0xx
* gelten als Genehmigung. Antwort ohne AC bleibt offen.
******************************************************************
 C110-ANTWORT-AUSWERTEN SECTION.
 C110-00.
     SET W-ERG-OFFEN TO TRUE
     MOVE VAL OF ANTWORT OF ASYNC70
          (1:LEN OF ANTWORT OF ASYNC70)     TO W207-ISOSTRING
     MOVE LEN OF ANTWORT OF ASYNC70         TO W207-ISOLEN
     SET  W207-IFSF TO TRUE
     PERFORM L120-ISO2COB
     IF  W-ENDE
         MOVE ZERO TO W-ENDE-FLAG
         EXIT SECTION
     END-IF
     IF  W207-TBMP(39) NOT = 1
     OR  W207-TPTR(39) <= ZERO
     OR  W207-TLEN(39) <= ZERO
         EXIT SECTION
     END-IF

     MOVE W207-CF(W207-TPTR(39):W207-TLEN(39)) TO W-AC-AS
     IF  W-AC-AS < 100
         SET W-ERG-ANGENOMMEN TO TRUE
     ELSE
         SET W-ERG-ABGELEHNT  TO TRUE
     END-IF
     .
 C110-99.
     EXIT.

******************************************************************
* Verlust-Vorgang listen
******************************************************************
 C200-VERLUST-DRUCKEN SECTION.
 C200-00.
     MOVE W-ZP              TO WDV-ZP
     MOVE MDNR OF TXILOG70  TO WDV-MDNR
     MOVE TSNR OF TXILOG70  TO WDV-TSNR
     MOVE VUNR OF TXILOG70  TO WDV-VUNR
     MOVE KANR OF TXILOG70  TO WDV-KANR
     COMPUTE W-BETRAG-EUR = BETRAG OF TXILOG70 / 100
     MOVE W-BETRAG-EUR      TO WDV-BETRAG
     EVALUATE TRUE
         WHEN W-ERG-ABGELEHNT
             MOVE SPACES TO WDV-GRUND
             STRING "abgelehnt AC " W-AC-AS
                        DELIMITED BY SIZE
               INTO WDV-GRUND
             END-STRING
         WHEN W-ERG-UNZUSTELLBAR
             MOVE "nicht zustellbar" TO WDV-GRUND
         WHEN OTHER
             MOVE "nie eingereicht"  TO WDV-GRUND
     END-EVALUATE
     DISPLAY W-DRUCK-VERLUST
     .
 C200-99.
     EXIT.

******************************************************************
* Ausfallfenster abschliessen: Summenzeile, Fenstersumme leeren
******************************************************************
 C300-FENSTER-ABSCHLIESSEN SECTION.
 C300-00.
     MOVE W-ALT-ROUTKZ  TO D-NUM4
     MOVE W-FENSTER-VON TO D-ZP-VON
     MOVE W-FENSTER-BIS TO D-ZP-BIS
     MOVE SPACES        TO WDS-TEXT
     STRING "  ROUTKZ " D-NUM4 " " D-ZP-VON (7:2) "."
            D-ZP-VON (5:2) ". " D-ZP-VON (9:2) ":" D-ZP-VON (11:2)
            "-" D-ZP-BIS (7:2) "." D-ZP-BIS (5:2) ". "
            D-ZP-BIS (9:2) ":" D-ZP-BIS (11:2)
                DELIMITED BY SIZE
       INTO WDS-TEXT
     END-STRING
     MOVE 1 TO W-SUM-IND
     PERFORM C320-SUMME-DRUCKEN
     INITIALIZE W-SUM (1)
     SET W-KEIN-FENSTER TO TRUE
     .
 C300-99.
     EXIT.

******************************************************************
* ROUTKZ abschliessen
******************************************************************
 C310-ROUTKZ-ABSCHLIESSEN SECTION.
 C310-00.
     MOVE W-ALT-ROUTKZ TO D-NUM4
     MOVE SPACES       TO WDS-TEXT
     STRING "Summe ROUTKZ " D-NUM4
                DELIMITED BY SIZE
       INTO WDS-TEXT
     END-STRING
     MOVE 2 TO W-SUM-IND
     PERFORM C320-SUMME-DRUCKEN
     INITIALIZE W-SUM (2)
     DISPLAY " "
     .
 C310-99.
     EXIT.

******************************************************************
* Summenzeile W-SUM (W-SUM-IND) drucken (Text vom Aufrufer)
******************************************************************
 C320-SUMME-DRUCKEN SECTION.
 C320-00.
     MOVE WS-ANZ         (W-SUM-IND) TO WDS-ANZ
     COMPUTE W-BETRAG-EUR = WS-BETRAG (W-SUM-IND) / 100
     MOVE W-BETRAG-EUR                TO WDS-BETRAG
     MOVE WS-ANZ-OFFEN   (W-SUM-IND) TO WDS-ANZ-OFFEN
     COMPUTE W-BETRAG-EUR = WS-BETRAG-OFFEN (W-SUM-IND) / 100
     MOVE W-BETRAG-EUR                TO WDS-BETRAG-OFFEN
     MOVE WS-ANZ-VERLUST (W-SUM-IND) TO WDS-ANZ-VERLUST
     COMPUTE W-BETRAG-EUR = WS-BETRAG-VERLUST (W-SUM-IND) / 100
     MOVE W-BETRAG-EUR                TO WDS-BETRAG-VERLUST
     DISPLAY W-DRUCK-SUMME
     .
 C320-99.
     EXIT.

******************************************************************
* WISO207: ISO-String -> COBOL-Struktur
******************************************************************
 L120-ISO2COB SECTION.
 L120-00.
     SET W207-ISO2COB TO TRUE
     PERFORM M130-CALL-WISO207

     IF  W207-RCODE NOT = ZERO
         SET W-ENDE TO TRUE
         MOVE W207-RCODE TO D-NUM4
         DISPLAY "RFCSIL7 - WISO207 (ISO2COB) RC: " D-NUM4
     END-IF
     .
 L120-99.
     EXIT.

 M130-CALL-WISO207 SECTION.
 M130-00.
     CALL "WISO207" USING W207-WISO207C
     .
 M130-99.
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
                     DISPLAY "RFCSIL7 - Parameter fehlt: "
                             STUP-PORTION
                     SET W-ENDE TO TRUE
         WHEN OTHER  CONTINUE
     END-EVALUATE
     .
 P950-99.
     EXIT.

******************************************************************
* Cursor auf die Stand-In-Genehmigungen
******************************************************************
 S100-OPEN-TXILOG70-CURSOR SECTION.
 S100-00.
     EXEC SQL
         OPEN TXILOG70_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S100-99.
     EXIT.

 S101-FETCH-TXILOG70-CURSOR SECTION.
 S101-00.
     EXEC SQL
         FETCH TXILOG70_CURS
          INTO :PNR        of TXILOG70
              ,:TERMNR     of TXILOG70
              ,:TRACENR    of TXILOG70
              ,:ROUTKZ     of TXILOG70
              ,:MDNR       of TXILOG70
              ,:TSNR       of TXILOG70
              ,:VUNR       of TXILOG70
              ,:KANR       of TXILOG70
              ,:BETRAG     of TXILOG70
              ,:ZP-VERKAUF of TXILOG70
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S101-99.
     EXIT.

 S102-CLOSE-TXILOG70-CURSOR SECTION.
 S102-00.
     EXEC SQL
         CLOSE TXILOG70_CURS
     END-EXEC
     .
 S102-99.
     EXIT.

******************************************************************
* Nachbucher-Eintrag der Stand-In-Genehmigung (G148-PUT-ASYNC70)
******************************************************************
 S200-SELECT-ASYNC70 SECTION.
 S200-00.
     EXEC SQL
         SELECT  KZ_BEARB, ANZ_REP, ANTWORT
           INTO :KZ-BEARB of ASYNC70
               ,:ANZ-REP  of ASYNC70
               ,:ANTWORT  of ASYNC70
           FROM  =ASYNC70
          WHERE  PNR     = :PNR     of TXILOG70
            AND  TERMNR  = :TERMNR  of TXILOG70
            AND  TRACENR = :TRACENR of TXILOG70
            AND  ISONTYP = 200
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S200-99.
     EXIT.

******************************************************************
* Grenze der Zustellversuche je ROUTKZ (=ASTIMEOUT, Default
* K-MAX-REP wie PFCRGN7)
******************************************************************
 S210-SELECT-ASTIMEOUT SECTION.
 S210-00.
     MOVE K-MAX-REP          TO W-MAX-REP
     MOVE ROUTKZ OF TXILOG70 TO ROUTKZ OF ASTIMEOUT

     EXEC SQL
         SELECT  ANZ_RETRY
           INTO :ANZ-RETRY of ASTIMEOUT
           FROM  =ASTIMEOUT
          WHERE  ROUTKZ = :ROUTKZ of ASTIMEOUT
         BROWSE  ACCESS
     END-EXEC

     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   MOVE ANZ-RETRY OF ASTIMEOUT TO W-MAX-REP
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
                     MOVE ZERO TO W-ENDE-FLAG
     END-EVALUATE
     .
 S210-99.
     EXIT.

******************************************************************
* Tagesdatum und Uhrzeit holen
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
         WHEN OTHER  DISPLAY "RFCSIL7 - =BATCHRUN nicht "
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
* Laufende in =BATCHRUN festhalten (Status und Kennzahl)
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
               , ANZ       = :W-RUN-ANZ
               , ZP_ENDE   = CURRENT
          WHERE  DATUM    = :W-RUN-DATUM
            AND  PROGRAMM = :K-RUN-PROGRAMM
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         DISPLAY "RFCSIL7 - =BATCHRUN nicht fortschreibbar, "
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
     DISPLAY "RFCSIL7 - SQL-Fehler, SQLCODE: " SQLCODE OF SQLCA
     SET W-ENDE TO TRUE
     .
 Z002-99.
     EXIT.
