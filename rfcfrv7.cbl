?CONSULT $SYSTEM.SYSTEM.COBOLEX0
?SEARCH  $SYSTEM.SYSTEM.COBOLLIB
?SEARCH  =TALLIB
?SEARCH  =PFCPVK7

?NOLMAP, SYMBOLS, INSPECT
?SAVE ALL
?LINES 66
?CHECK 3
?SQL

 IDENTIFICATION DIVISION.

 PROGRAM-ID. RFCFRV7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.01
* Kurzbeschreibung :: Pruefliste fuer Betrugsscore-Faelle. Drei
* Kurzbeschreibung :: Laufarten (PARAM MODUS):
* Kurzbeschreibung ::   LISTE     - uebernimmt die vom Score
* Kurzbeschreibung ::               gekennzeichneten ("SC?") und
* Kurzbeschreibung ::               abgelehnten ("SC!") Trans-
* Kurzbeschreibung ::               aktionen eines Tages aus
* Kurzbeschreibung ::               =TXILOG70 mit Score und Signalen
* Kurzbeschreibung ::               (SC_SIGNALE) als Faelle in
* Kurzbeschreibung ::               =FRAUDREV (Fallnummer aus
* Kurzbeschreibung ::               =FRAUDSEQ; wiederholbar) und
* Kurzbeschreibung ::               druckt alle offenen Faelle.
* Kurzbeschreibung ::   DISPO     - Entscheidung des Analysten zu
* Kurzbeschreibung ::               einem Fall: B bestaetigter
* Kurzbeschreibung ::               Betrug, F Fehlalarm, K Kunde
* Kurzbeschreibung ::               kontaktiert; bei B mit SPERREN J
* Kurzbeschreibung ::               kommt die Karte direkt auf die
* Kurzbeschreibung ::               Sperrliste =HOTCARD.
* Kurzbeschreibung ::   STATISTIK - Trefferquote je Score-Signal
* Kurzbeschreibung ::               (=SCORECFG: Velocity, KM,
* Kurzbeschreibung ::               Erfassungsart, Nacht) und
* Kurzbeschreibung ::               Kartensystem (ROUTKZ/CARDID)
* Kurzbeschreibung ::               fuer einen Monat: Anteil B an
* Kurzbeschreibung ::               den entschiedenen Faellen (B+F).
* Package          :: ICC
*
* Aenderungen
*
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.01|2026-10-15| kl  | Review:
*       |          |     | - Schnittstelle zu PFCPVK7 als COPY statt
*       |          |     |   eigener 01-Stufe
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-10-15| kl  | R7-540:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: MODUS LISTE taeglich nach Tagesende, DISPO durch
*                den Analysten, STATISTIK am Monatsersten
* Parameter   :: PARAM MODUS LISTE | DISPO | STATISTIK
*                PARAM DATUM JJJJ-MM-TT   (LISTE, optional; sonst
*                                          heute)
*                PARAM FALLNR <Fallnummer>          (DISPO)
*                PARAM DISPO B | F | K              (DISPO)
*                PARAM ANALYST <Kurzzeichen>        (DISPO)
*                PARAM SPERREN J | N  (DISPO, optional, nur bei B)
*                PARAM MONAT JJJJ-MM                (STATISTIK)
*
******************************************************************
* Uebersicht der SECTIONs:
*
* A100-STEUERUNG
*
* B000-VORLAUF
* B010-PARAM-LISTE
* B020-PARAM-DISPO
* B030-PARAM-STATISTIK
* B090-ENDE
* B100-LISTE
* B200-DISPO
* B300-STATISTIK
*
* C100-FALL-UEBERNEHMEN
* C110-OFFENE-FAELLE-DRUCKEN
* C200-KARTE-SPERREN
* C300-FALL-ZAEHLEN
* C310-SYSTEM-DRUCKEN
*
* M100-CALL-PFCPVK7
*
* P950-GETPARAMTEXT
*
* S100-OPEN-TXILOG70-CURSOR
* S101-FETCH-TXILOG70-CURSOR
* S102-CLOSE-TXILOG70-CURSOR
* S110-OPEN-OFFEN-CURSOR
* S111-FETCH-OFFEN-CURSOR
* S112-CLOSE-OFFEN-CURSOR
* S120-OPEN-STAT-CURSOR
* S121-FETCH-STAT-CURSOR
* S122-CLOSE-STAT-CURSOR
* S300-INSERT-FRAUDREV
* S310-SELECT-FRAUDREV
* S320-UPDATE-FRAUDREV
* S330-SELECT-PANVAULT
* S340-INSERT-HOTCARD
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

 DATA DIVISION.

 WORKING-STORAGE SECTION.

 01          W-ENDE-FLAG         PIC 9       VALUE ZERO.
     88      W-ENDE                          VALUE 1.

 01          W-SQLCODE-FLAG      PIC 9       VALUE ZERO.
     88      W-SQL-OK                        VALUE ZERO.
     88      W-SQL-EOD                       VALUE 1.
     88      W-SQL-NOK                       VALUE 9.

 01          W-MODUS             PIC X(09)   VALUE SPACES.
     88      W-MODUS-LISTE                   VALUE "LISTE".
     88      W-MODUS-DISPO                   VALUE "DISPO".
     88      W-MODUS-STATISTIK               VALUE "STATISTIK".

**  ---> Lauf-Registrierung in =BATCHRUN (Morgenpruefer RFCRUN7)
 01          K-RUN-PROGRAMM      PIC X(08)   VALUE "RFCFRV7".
 01          W-RUN-DATUM         PIC X(10)   VALUE SPACES.
 01          W-RUN-STATUS        PIC X(01)   VALUE SPACE.
 01          W-RUN-ANZ           PIC 9(09)   VALUE ZERO.

**  ---> Parameter
 01          W-DATUM             PIC X(10)   VALUE SPACES.
 01          W-DATUM-HEUTE       PIC X(10)   VALUE SPACES.
 01          W-MONAT             PIC X(07)   VALUE SPACES.
 01          W-MONAT-LIKE        PIC X(08)   VALUE SPACES.
 01          W-FALLNR            PIC 9(10)   VALUE ZEROS.
 01          W-DISPO             PIC X(01)   VALUE SPACE.
     88      W-DISPO-BETRUG                  VALUE "B".
     88      W-DISPO-FEHLALARM               VALUE "F".
     88      W-DISPO-KONTAKT                 VALUE "K".
     88      W-DISPO-GUELTIG                 VALUE "B" "F" "K".
 01          W-ANALYST           PIC X(08)   VALUE SPACES.
 01          W-SPERREN           PIC X(01)   VALUE "N".
     88      W-SPERREN-JA                    VALUE "J".

**  ---> Tagesfenster fuer =TXILOG70
 01          W-ZP-VON            PIC 9(14)   VALUE ZEROS.
 01          W-ZP-BIS            PIC 9(14)   VALUE ZEROS.
 01          W-DAT-JJJJ          PIC 9(04)   VALUE ZEROS.
 01          W-DAT-MM            PIC 9(02)   VALUE ZEROS.
 01          W-DAT-TT            PIC 9(02)   VALUE ZEROS.

**  ---> Fall (Hostfelder fuer =FRAUDREV)
 01          W-FALL-ART          PIC X(01)   VALUE SPACE.
     88      W-FALL-GEKENNZEICHNET           VALUE "F".
     88      W-FALL-ABGELEHNT                VALUE "A".
 01          W-FALL-LFDNR        PIC 9(10)   VALUE ZEROS.
 01          W-FALL-STATUS       PIC X(01)   VALUE SPACE.
 01          W-FALL-GESPERRT     PIC X(01)   VALUE "N".

 77          W-ANZ-GELESEN       PIC 9(07)   VALUE ZERO.
 77          W-ANZ-NEU           PIC 9(07)   VALUE ZERO.
 77          W-ANZ-VORHANDEN     PIC 9(07)   VALUE ZERO.
 77          W-ANZ-OFFEN         PIC 9(07)   VALUE ZERO.

**  ---> Signale im Klartext fuer die Liste
 01          W-SIGNAL-TEXT       PIC X(40)   VALUE SPACES.
 01          W-SIGNAL-PTR        PIC S9(04) COMP VALUE ZEROS.
 01          W-SIGNALE           PIC X(04)   VALUE SPACES.

**  ---> Kartennummer im Klartext fuer =HOTCARD
 01          W-KANR-KLAR         PIC X(19)   VALUE SPACES.
 01          W-KLAR-FLAG         PIC 9       VALUE ZERO.
     88      W-KLAR-FEHLT                    VALUE ZERO.
     88      W-KLAR-DA                       VALUE 1.

**  ---> Statistik je Kartensystem (Kontrollwechsel ROUTKZ/CARDID):
**  ---> je Signal 1-4 Faelle mit Signal, davon B und F
 01          W-ALT-ROUTKZ        PIC S9(04) COMP VALUE ZEROS.
 01          W-ALT-CARDID        PIC S9(04) COMP VALUE ZEROS.
 01          W-STAT-ERSTER-FLAG  PIC 9       VALUE ZERO.
     88      W-STAT-ERSTER                   VALUE ZERO.
     88      W-STAT-LAUFEND                  VALUE 1.
 01          W-STAT-TABELLE.
     05      W-STAT-TAB          OCCURS 5.
      10     WS-ANZ              PIC 9(07).
      10     WS-ANZ-B            PIC 9(07).
      10     WS-ANZ-F            PIC 9(07).
      10     WS-ANZ-K            PIC 9(07).
 01          W-SIG-IND           PIC S9(04) COMP VALUE ZEROS.
 01          W-QUOTE             PIC 9(03)V9 VALUE ZEROS.
 01          K-SIGNAL-NAMEN.
     05      FILLER              PIC X(12)   VALUE "Velocity    ".
     05      FILLER              PIC X(12)   VALUE "KM-Sprung   ".
     05      FILLER              PIC X(12)   VALUE "Magnetstr.  ".
     05      FILLER              PIC X(12)   VALUE "Nachtzeit   ".
     05      FILLER              PIC X(12)   VALUE "alle Faelle ".
 01          K-SIGNAL-NAMEN-R    REDEFINES K-SIGNAL-NAMEN.
     05      K-SIGNAL-NAME       PIC X(12)   OCCURS 5.

 01          W-DRUCK-STAT.
     05      FILLER              PIC X(04)   VALUE SPACES.
     05      WDS-SIGNAL          PIC X(12).
     05      WDS-ANZ             PIC ZZZZZZ9.
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDS-ANZ-B           PIC ZZZZZZ9.
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDS-ANZ-F           PIC ZZZZZZ9.
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDS-ANZ-K           PIC ZZZZZZ9.
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDS-QUOTE           PIC ZZ9,9.
     05      FILLER              PIC X(02)   VALUE " %".

 01          W-DRUCK-FALL.
     05      WDF-FALLNR          PIC Z(09)9.
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDF-DATUM           PIC X(10).
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDF-ART             PIC X(01).
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDF-SCORE           PIC ZZZZ9.
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDF-CARDID          PIC ZZZ9.
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDF-BETRAG          PIC -Z(08)9,99.
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDF-TERMNR          PIC 9(08).
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDF-SIGNALE         PIC X(40).
 01          W-BETRAG-EUR        PIC S9(11)V99 VALUE ZEROS.

 01          D-NUM4              PIC -9(04)  VALUE ZEROS.

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

**          ---> Schnittstelle zum Krypto-Baustein PFCPVK7
     COPY    PFCPVK7C OF "=MSGLIB".
 01          PVK-RCODE-D         PIC 9(04)   VALUE ZEROS.
 01          PVK-HSM-RCODE-D     PIC -9(04)  VALUE ZEROS.

 EXEC SQL
     INCLUDE SQLCA
 END-EXEC

 EXEC SQL
     BEGIN DECLARE SECTION
 END-EXEC

 EXEC SQL
    INVOKE =TXILOG70 AS TXILOG70
 END-EXEC

**  ---> Faelle der Pruefliste mit Entscheidung des Analysten
 EXEC SQL
    INVOKE =FRAUDREV AS FRAUDREV
 END-EXEC

 EXEC SQL
    INVOKE =HOTCARD AS HOTCARD
 END-EXEC

 EXEC SQL
    INVOKE =PANVAULT AS PANVAULT
 END-EXEC

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

 EXEC SQL
     CONTROL TABLE * WAIT IF LOCKED
 END-EXEC

**  ---> bewertete Transaktionen des Tages; die Kennzeichnung
**  ---> in PROJEKT_ABH_DATEN (10:3) wird im Programm geprueft
 EXEC SQL
     DECLARE TXILOG70_CURS CURSOR FOR
         SELECT  PNR, TERMNR, TRACENR, ISONTYP, KANR, CARDID
               , ROUTKZ, BETRAG, AC_TERM, SCORE, SC_SIGNALE
               , PROJEKT_ABH_DATEN
           FROM  =TXILOG70
          WHERE  ZP_VERKAUF >= :W-ZP-VON
            AND  ZP_VERKAUF <= :W-ZP-BIS
            AND  SCORE       > 0
         BROWSE  ACCESS
 END-EXEC

**  ---> offene Faelle (alle Tage)
 EXEC SQL
     DECLARE OFFEN_CURS CURSOR FOR
         SELECT  FALLNR, DATUM, KZ_ART, SCORE, CARDID, BETRAG
               , TERMNR, SC_SIGNALE
           FROM  =FRAUDREV
          WHERE  DISPO = " "
          ORDER  BY FALLNR
         BROWSE  ACCESS
 END-EXEC

**  ---> entschiedene Faelle des Monats je Kartensystem
 EXEC SQL
     DECLARE STAT_CURS CURSOR FOR
         SELECT  ROUTKZ, CARDID, SC_SIGNALE, DISPO
           FROM  =FRAUDREV
          WHERE  DATUM LIKE :W-MONAT-LIKE
            AND  DISPO <> " "
          ORDER  BY ROUTKZ, CARDID
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
         EVALUATE TRUE
             WHEN W-MODUS-LISTE      PERFORM B100-LISTE
             WHEN W-MODUS-DISPO      PERFORM B200-DISPO
             WHEN W-MODUS-STATISTIK  PERFORM B300-STATISTIK
         END-EVALUATE
     END-IF
     PERFORM S780-RUN-ENDE
     PERFORM B090-ENDE
     STOP RUN
     .
 A100-99.
     EXIT.

******************************************************************
* Vorlauf: Laufart und ihre Parameter
******************************************************************
 B000-VORLAUF SECTION.
 B000-00.
     MOVE W-RUN-DATUM TO W-DATUM-HEUTE

     MOVE "MODUS" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:STUP-RESULT) TO W-MODUS

     EVALUATE TRUE
         WHEN W-MODUS-LISTE      PERFORM B010-PARAM-LISTE
         WHEN W-MODUS-DISPO      PERFORM B020-PARAM-DISPO
         WHEN W-MODUS-STATISTIK  PERFORM B030-PARAM-STATISTIK
         WHEN OTHER
             DISPLAY "RFCFRV7 - MODUS LISTE, DISPO oder "
                     "STATISTIK erwartet"
             SET W-ENDE TO TRUE
     END-EVALUATE
     .
 B000-99.
     EXIT.

 B010-PARAM-LISTE SECTION.
 B010-00.
**  ---> Tag optional, sonst heute
     MOVE "DATUM" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         MOVE ZERO TO W-ENDE-FLAG
         MOVE W-DATUM-HEUTE TO W-DATUM
     ELSE
         MOVE STUP-TEXT (1:10) TO W-DATUM
     END-IF

     MOVE W-DATUM (1:4) TO W-DAT-JJJJ
     MOVE W-DATUM (6:2) TO W-DAT-MM
     MOVE W-DATUM (9:2) TO W-DAT-TT
     COMPUTE W-ZP-VON =
               (W-DAT-JJJJ * 10000000000)
             + (W-DAT-MM   * 100000000)
             + (W-DAT-TT   * 1000000)
     COMPUTE W-ZP-BIS = W-ZP-VON + 235959

     DISPLAY "RFCFRV7 - Pruefliste Betrugsscore, Tag " W-DATUM
     .
 B010-99.
     EXIT.

 B020-PARAM-DISPO SECTION.
 B020-00.
     MOVE "FALLNR" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:STUP-RESULT) TO W-FALLNR

     MOVE "DISPO" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:1) TO W-DISPO
     IF  NOT W-DISPO-GUELTIG
         DISPLAY "RFCFRV7 - DISPO B, F oder K erwartet: " W-DISPO
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

     MOVE "ANALYST" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:STUP-RESULT) TO W-ANALYST

**  ---> Sperre optional, nur bei bestaetigtem Betrug
     MOVE "SPERREN" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         MOVE ZERO TO W-ENDE-FLAG
         MOVE "N"  TO W-SPERREN
     ELSE
         MOVE STUP-TEXT (1:1) TO W-SPERREN
     END-IF
     IF  W-SPERREN-JA
     AND NOT W-DISPO-BETRUG
         DISPLAY "RFCFRV7 - SPERREN J nur mit DISPO B"
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

     DISPLAY "RFCFRV7 - Entscheidung Fall " W-FALLNR
             ": " W-DISPO " durch " W-ANALYST
             ", Sperre " W-SPERREN
     .
 B020-99.
     EXIT.

 B030-PARAM-STATISTIK SECTION.
 B030-00.
     MOVE "MONAT" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:7) TO W-MONAT
     MOVE SPACES TO W-MONAT-LIKE
     STRING  W-MONAT "%"
                 DELIMITED BY SIZE
       INTO  W-MONAT-LIKE
     END-STRING

     DISPLAY "RFCFRV7 - Trefferquote Score-Signale " W-MONAT
     .
 B030-99.
     EXIT.

******************************************************************
* Ende / Zusammenfassung
******************************************************************
 B090-ENDE SECTION.
 B090-00.
     IF  W-MODUS-LISTE
         DISPLAY " "
         DISPLAY "RFCFRV7 - Transaktionen mit Score : " W-ANZ-GELESEN
         DISPLAY "RFCFRV7 - neue Faelle             : " W-ANZ-NEU
         DISPLAY "RFCFRV7 - schon in der Liste      : "
                 W-ANZ-VORHANDEN
         DISPLAY "RFCFRV7 - offene Faelle gesamt    : " W-ANZ-OFFEN
     END-IF
     .
 B090-99.
     EXIT.

******************************************************************
* LISTE: Faelle des Tages uebernehmen, offene Faelle drucken
******************************************************************
 B100-LISTE SECTION.
 B100-00.
     PERFORM S100-OPEN-TXILOG70-CURSOR
     PERFORM S101-FETCH-TXILOG70-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK OR W-ENDE
         ADD 1 TO W-ANZ-GELESEN
         PERFORM C100-FALL-UEBERNEHMEN
         PERFORM S101-FETCH-TXILOG70-CURSOR
     END-PERFORM
     PERFORM S102-CLOSE-TXILOG70-CURSOR
     MOVE ZERO TO W-SQLCODE-FLAG
     MOVE W-ANZ-NEU TO W-RUN-ANZ

     IF  NOT W-ENDE
         PERFORM C110-OFFENE-FAELLE-DRUCKEN
     END-IF
     .
 B100-99.
     EXIT.

******************************************************************
* DISPO: Entscheidung zu einem offenen oder schon entschiedenen
* Fall festhalten (letzte Entscheidung gilt); bei bestaetigtem
* Betrug mit SPERREN J die Karte auf =HOTCARD setzen. Alles in
* einer TMF-Klammer.
******************************************************************
 B200-DISPO SECTION.
 B200-00.
     PERFORM S310-SELECT-FRAUDREV
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE KZ-GESPERRT OF FRAUDREV TO W-FALL-GESPERRT
     DISPLAY "RFCFRV7 - Fall " W-FALLNR " vom " DATUM OF FRAUDREV
             " Score " SCORE OF FRAUDREV
             " Signale " SC-SIGNALE OF FRAUDREV
             " bisher: " DISPO OF FRAUDREV

     PERFORM U100-BEGIN
     IF  W-SPERREN-JA
     AND KZ-GESPERRT OF FRAUDREV NOT = "J"
         PERFORM C200-KARTE-SPERREN
         IF  W-ENDE
             PERFORM U120-ROLLBACK
             EXIT SECTION
         END-IF
     END-IF

     PERFORM S320-UPDATE-FRAUDREV
     IF  W-ENDE
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT
     MOVE 1 TO W-RUN-ANZ
     DISPLAY "RFCFRV7 - Fall " W-FALLNR " entschieden: " W-DISPO
             ", Karte gesperrt: " W-FALL-GESPERRT
     .
 B200-99.
     EXIT.

******************************************************************
* STATISTIK: Trefferquote je Signal und Kartensystem
******************************************************************
 B300-STATISTIK SECTION.
 B300-00.
     DISPLAY " "
     DISPLAY "    Signal        Faelle Betrug Fehlal. Kontakt"
             " Quote"
     MOVE ZERO TO W-STAT-ERSTER-FLAG
     INITIALIZE W-STAT-TABELLE

     PERFORM S120-OPEN-STAT-CURSOR
     PERFORM S121-FETCH-STAT-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK OR W-ENDE
         IF  W-STAT-LAUFEND
         AND (ROUTKZ OF FRAUDREV NOT = W-ALT-ROUTKZ
         OR   CARDID OF FRAUDREV NOT = W-ALT-CARDID)
             PERFORM C310-SYSTEM-DRUCKEN
         END-IF
         SET  W-STAT-LAUFEND     TO TRUE
         MOVE ROUTKZ OF FRAUDREV TO W-ALT-ROUTKZ
         MOVE CARDID OF FRAUDREV TO W-ALT-CARDID
         PERFORM C300-FALL-ZAEHLEN
         ADD 1 TO W-RUN-ANZ
         PERFORM S121-FETCH-STAT-CURSOR
     END-PERFORM
     IF  W-STAT-LAUFEND
         PERFORM C310-SYSTEM-DRUCKEN
     ELSE
         DISPLAY "    keine entschiedenen Faelle"
     END-IF
     PERFORM S122-CLOSE-STAT-CURSOR
     MOVE ZERO TO W-SQLCODE-FLAG
     .
 B300-99.
     EXIT.

******************************************************************
* Eine bewertete Transaktion pruefen und als Fall uebernehmen:
* "SC?" gekennzeichnet, "SC!" vom Score abgelehnt
******************************************************************
 C100-FALL-UEBERNEHMEN SECTION.
 C100-00.
     EVALUATE PROJEKT-ABH-DATEN OF TXILOG70 (10:3)
         WHEN "SC?"  SET W-FALL-GEKENNZEICHNET TO TRUE
         WHEN "SC!"  SET W-FALL-ABGELEHNT      TO TRUE
         WHEN OTHER  EXIT SECTION
     END-EVALUATE

     PERFORM U100-BEGIN
     PERFORM S300-INSERT-FRAUDREV
     EVALUATE TRUE
         WHEN W-SQL-OK
             PERFORM U110-COMMIT
             ADD 1 TO W-ANZ-NEU
**      ---> Wiederholungslauf: Fall existiert schon, die
**      ---> Fallnummer wird mit zurueckgerollt
         WHEN W-SQL-EOD
             PERFORM U120-ROLLBACK
             ADD 1 TO W-ANZ-VORHANDEN
             SET W-SQL-OK TO TRUE
         WHEN OTHER
             PERFORM U120-ROLLBACK
     END-EVALUATE
     .
 C100-99.
     EXIT.

******************************************************************
* Alle offenen Faelle drucken, Signale im Klartext
******************************************************************
 C110-OFFENE-FAELLE-DRUCKEN SECTION.
 C110-00.
     DISPLAY " "
     DISPLAY "--- offene Faelle (A abgelehnt, F gekennzeichnet) ---"
     DISPLAY "    FALLNR DATUM      A SCORE CRD      BETRAG EUR"
             " TERMINAL SIGNALE"

     PERFORM S110-OPEN-OFFEN-CURSOR
     PERFORM S111-FETCH-OFFEN-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK OR W-ENDE
         ADD 1 TO W-ANZ-OFFEN
         MOVE FALLNR OF FRAUDREV TO WDF-FALLNR
         MOVE DATUM  OF FRAUDREV TO WDF-DATUM
         MOVE KZ-ART OF FRAUDREV TO WDF-ART
         MOVE SCORE  OF FRAUDREV TO WDF-SCORE
         MOVE CARDID OF FRAUDREV TO WDF-CARDID
         COMPUTE W-BETRAG-EUR = BETRAG OF FRAUDREV / 100
         MOVE W-BETRAG-EUR       TO WDF-BETRAG
         MOVE TERMNR OF FRAUDREV TO WDF-TERMNR

         MOVE SC-SIGNALE OF FRAUDREV TO W-SIGNALE
         MOVE SPACES TO W-SIGNAL-TEXT
         MOVE 1      TO W-SIGNAL-PTR
         IF  W-SIGNALE (1:1) = "V"
             STRING "Velocity " DELIMITED BY SIZE
               INTO W-SIGNAL-TEXT WITH POINTER W-SIGNAL-PTR
         END-IF
         IF  W-SIGNALE (2:1) = "K"
             STRING "KM-Sprung " DELIMITED BY SIZE
               INTO W-SIGNAL-TEXT WITH POINTER W-SIGNAL-PTR
         END-IF
         IF  W-SIGNALE (3:1) = "E"
             STRING "Magnetstreifen " DELIMITED BY SIZE
               INTO W-SIGNAL-TEXT WITH POINTER W-SIGNAL-PTR
         END-IF
         IF  W-SIGNALE (4:1) = "N"
             STRING "Nachtzeit" DELIMITED BY SIZE
               INTO W-SIGNAL-TEXT WITH POINTER W-SIGNAL-PTR
         END-IF
         MOVE W-SIGNAL-TEXT TO WDF-SIGNALE
         DISPLAY W-DRUCK-FALL

         PERFORM S111-FETCH-OFFEN-CURSOR
     END-PERFORM
     PERFORM S112-CLOSE-OFFEN-CURSOR
     MOVE ZERO TO W-SQLCODE-FLAG
     .
 C110-99.
     EXIT.

******************************************************************
* Karte des Falls auf =HOTCARD setzen: Token ueber =PANVAULT /
* PFCPVK7 aufloesen (Altbestand steht im Klartext), Einzel-PAN-
* Eintrag ab heute unbefristet; besteht er schon, gilt die Karte
* als gesperrt
******************************************************************
 C200-KARTE-SPERREN SECTION.
 C200-00.
     SET  W-KLAR-FEHLT TO TRUE
     MOVE SPACES       TO W-KANR-KLAR
     IF  KANR OF FRAUDREV (1:2) = "99"
         PERFORM S330-SELECT-PANVAULT
     ELSE
         MOVE KANR OF FRAUDREV TO W-KANR-KLAR
         SET  W-KLAR-DA        TO TRUE
     END-IF
     IF  W-KLAR-FEHLT
         DISPLAY "RFCFRV7 - Kartennummer zu Fall " W-FALLNR
                 " nicht ermittelbar, keine Sperre"
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

     MOVE CARDID OF FRAUDREV TO CARDID      OF HOTCARD
     MOVE W-KANR-KLAR        TO KANR-VON    OF HOTCARD
                                KANR-BIS    OF HOTCARD
     MOVE W-DATUM-HEUTE      TO GUELTIG-VON OF HOTCARD
     MOVE "9999-12-31"       TO GUELTIG-BIS OF HOTCARD
     PERFORM S340-INSERT-HOTCARD
     IF  NOT W-ENDE
         MOVE "J" TO W-FALL-GESPERRT
     END-IF
     .
 C200-99.
     EXIT.

******************************************************************
* Einen entschiedenen Fall zaehlen: je vorhandenem Signal und
* in der Zeile "alle Faelle"
******************************************************************
 C300-FALL-ZAEHLEN SECTION.
 C300-00.
     MOVE SC-SIGNALE OF FRAUDREV TO W-SIGNALE
     PERFORM VARYING W-SIG-IND FROM 1 BY 1
             UNTIL   W-SIG-IND > 5
         IF  W-SIG-IND = 5
         OR  W-SIGNALE (W-SIG-IND:1) NOT = SPACE
             ADD 1 TO WS-ANZ (W-SIG-IND)
             EVALUATE DISPO OF FRAUDREV
                 WHEN "B"    ADD 1 TO WS-ANZ-B (W-SIG-IND)
                 WHEN "F"    ADD 1 TO WS-ANZ-F (W-SIG-IND)
                 WHEN OTHER  ADD 1 TO WS-ANZ-K (W-SIG-IND)
             END-EVALUATE
         END-IF
     END-PERFORM
     .
 C300-99.
     EXIT.

******************************************************************
* Statistik eines Kartensystems drucken; Quote = B / (B + F)
******************************************************************
 C310-SYSTEM-DRUCKEN SECTION.
 C310-00.
     DISPLAY " "
     MOVE W-ALT-ROUTKZ TO D-NUM4
     DISPLAY "  ROUTKZ " D-NUM4 WITH NO ADVANCING
     MOVE W-ALT-CARDID TO D-NUM4
     DISPLAY " CARDID " D-NUM4

     PERFORM VARYING W-SIG-IND FROM 1 BY 1
             UNTIL   W-SIG-IND > 5
         MOVE K-SIGNAL-NAME (W-SIG-IND) TO WDS-SIGNAL
         MOVE WS-ANZ   (W-SIG-IND)      TO WDS-ANZ
         MOVE WS-ANZ-B (W-SIG-IND)      TO WDS-ANZ-B
         MOVE WS-ANZ-F (W-SIG-IND)      TO WDS-ANZ-F
         MOVE WS-ANZ-K (W-SIG-IND)      TO WDS-ANZ-K
         IF  WS-ANZ-B (W-SIG-IND) + WS-ANZ-F (W-SIG-IND) > ZERO
             COMPUTE W-QUOTE ROUNDED
                   = WS-ANZ-B (W-SIG-IND) * 100
                   / (WS-ANZ-B (W-SIG-IND) + WS-ANZ-F (W-SIG-IND))
         ELSE
             MOVE ZEROS TO W-QUOTE
         END-IF
         MOVE W-QUOTE TO WDS-QUOTE
         DISPLAY W-DRUCK-STAT
     END-PERFORM

     INITIALIZE W-STAT-TABELLE
     .
 C310-99.
     EXIT.

******************************************************************
* Aufruf Krypto-Baustein PFCPVK7 (Funktion vom Aufrufer gesetzt)
******************************************************************
 M100-CALL-PFCPVK7 SECTION.
 M100-00.
     CALL "PFCPVK7" USING PVK-PFCPVK7C
     IF  PVK-ERR
         MOVE PVK-RCODE     TO PVK-RCODE-D
         MOVE PVK-HSM-RCODE TO PVK-HSM-RCODE-D
         DISPLAY "RFCFRV7 - PFCPVK7 Fkt " PVK-FUNKTION
                 " RCODE " PVK-RCODE-D
                 " HSM " PVK-HSM-RCODE-D
     END-IF
     .
 M100-99.
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
                     DISPLAY "RFCFRV7 - Parameter fehlt: "
                             STUP-PORTION
                     SET W-ENDE TO TRUE
         WHEN OTHER  CONTINUE
     END-EVALUATE
     .
 P950-99.
     EXIT.

******************************************************************
* Cursor auf die bewerteten Transaktionen des Tages
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
          INTO :PNR               of TXILOG70
              ,:TERMNR            of TXILOG70
              ,:TRACENR           of TXILOG70
              ,:ISONTYP           of TXILOG70
              ,:KANR              of TXILOG70
              ,:CARDID            of TXILOG70
              ,:ROUTKZ            of TXILOG70
              ,:BETRAG            of TXILOG70
              ,:AC-TERM           of TXILOG70
              ,:SCORE             of TXILOG70
              ,:SC-SIGNALE        of TXILOG70
              ,:PROJEKT-ABH-DATEN of TXILOG70
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
* Cursor auf die offenen Faelle
******************************************************************
 S110-OPEN-OFFEN-CURSOR SECTION.
 S110-00.
     EXEC SQL
         OPEN OFFEN_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S110-99.
     EXIT.

 S111-FETCH-OFFEN-CURSOR SECTION.
 S111-00.
     EXEC SQL
         FETCH OFFEN_CURS
          INTO :FALLNR     of FRAUDREV
              ,:DATUM      of FRAUDREV
              ,:KZ-ART     of FRAUDREV
              ,:SCORE      of FRAUDREV
              ,:CARDID     of FRAUDREV
              ,:BETRAG     of FRAUDREV
              ,:TERMNR     of FRAUDREV
              ,:SC-SIGNALE of FRAUDREV
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S111-99.
     EXIT.

 S112-CLOSE-OFFEN-CURSOR SECTION.
 S112-00.
     EXEC SQL
         CLOSE OFFEN_CURS
     END-EXEC
     .
 S112-99.
     EXIT.

******************************************************************
* Cursor auf die entschiedenen Faelle des Monats
******************************************************************
 S120-OPEN-STAT-CURSOR SECTION.
 S120-00.
     EXEC SQL
         OPEN STAT_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S120-99.
     EXIT.

 S121-FETCH-STAT-CURSOR SECTION.
 S121-00.
     EXEC SQL
         FETCH STAT_CURS
          INTO :ROUTKZ     of FRAUDREV
              ,:CARDID     of FRAUDREV
              ,:SC-SIGNALE of FRAUDREV
              ,:DISPO      of FRAUDREV
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S121-99.
     EXIT.

 S122-CLOSE-STAT-CURSOR SECTION.
 S122-00.
     EXEC SQL
         CLOSE STAT_CURS
     END-EXEC
     .
 S122-99.
     EXIT.

******************************************************************
* Fall anlegen: Fallnummer aus =FRAUDSEQ (atomar in der TMF-
* Klammer des Aufrufers), Eindeutigkeit ueber Tag/PNR/TERMNR/
* TRACENR/ISONTYP. Ergebnis: W-SQL-OK angelegt, W-SQL-EOD schon
* vorhanden, W-SQL-NOK Fehler
******************************************************************
 S300-INSERT-FRAUDREV SECTION.
 S300-00.
     EXEC SQL
         UPDATE  =FRAUDSEQ
            SET  LFDNR = LFDNR + 1
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         SET W-SQL-NOK TO TRUE
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

     EXEC SQL
         SELECT  LFDNR
           INTO :W-FALL-LFDNR
           FROM  =FRAUDSEQ
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         SET W-SQL-NOK TO TRUE
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

     MOVE W-FALL-LFDNR                   TO FALLNR     OF FRAUDREV
     MOVE W-DATUM                        TO DATUM      OF FRAUDREV
     MOVE PNR        OF TXILOG70         TO PNR        OF FRAUDREV
     MOVE TERMNR     OF TXILOG70         TO TERMNR     OF FRAUDREV
     MOVE TRACENR    OF TXILOG70         TO TRACENR    OF FRAUDREV
     MOVE ISONTYP    OF TXILOG70         TO ISONTYP    OF FRAUDREV
     MOVE KANR       OF TXILOG70         TO KANR       OF FRAUDREV
     MOVE CARDID     OF TXILOG70         TO CARDID     OF FRAUDREV
     MOVE ROUTKZ     OF TXILOG70         TO ROUTKZ     OF FRAUDREV
     MOVE BETRAG     OF TXILOG70         TO BETRAG     OF FRAUDREV
     MOVE AC-TERM    OF TXILOG70         TO AC-TERM    OF FRAUDREV
     MOVE SCORE      OF TXILOG70         TO SCORE      OF FRAUDREV
     MOVE SC-SIGNALE OF TXILOG70         TO SC-SIGNALE OF FRAUDREV
     MOVE W-FALL-ART                     TO KZ-ART     OF FRAUDREV

     EXEC SQL
         INSERT
           INTO  =FRAUDREV
                 ( FALLNR, DATUM, PNR, TERMNR, TRACENR, ISONTYP
                 , KANR, CARDID, ROUTKZ, BETRAG, AC_TERM, SCORE
                 , SC_SIGNALE, KZ_ART, DISPO, ANALYST
                 , KZ_GESPERRT, ZP_DISPO, ZPINS )
         VALUES  (
                  :FALLNR     of FRAUDREV
                 ,:DATUM      of FRAUDREV
                 ,:PNR        of FRAUDREV
                 ,:TERMNR     of FRAUDREV
                 ,:TRACENR    of FRAUDREV
                 ,:ISONTYP    of FRAUDREV
                 ,:KANR       of FRAUDREV
                 ,:CARDID     of FRAUDREV
                 ,:ROUTKZ     of FRAUDREV
                 ,:BETRAG     of FRAUDREV
                 ,:AC-TERM    of FRAUDREV
                 ,:SCORE      of FRAUDREV
                 ,:SC-SIGNALE of FRAUDREV
                 ,:KZ-ART     of FRAUDREV
                 ," "
                 ," "
                 ,"N"
                 ,current  YEAR TO FRACTION(2)
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN -8227  SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S300-99.
     EXIT.

******************************************************************
* Fall zur Fallnummer lesen
******************************************************************
 S310-SELECT-FRAUDREV SECTION.
 S310-00.
     MOVE W-FALLNR TO FALLNR OF FRAUDREV
     EXEC SQL
         SELECT  DATUM, KANR, CARDID, SCORE, SC_SIGNALE
               , DISPO, KZ_GESPERRT
           INTO :DATUM       of FRAUDREV
               ,:KANR        of FRAUDREV
               ,:CARDID      of FRAUDREV
               ,:SCORE       of FRAUDREV
               ,:SC-SIGNALE  of FRAUDREV
               ,:DISPO       of FRAUDREV
               ,:KZ-GESPERRT of FRAUDREV
           FROM  =FRAUDREV
          WHERE  FALLNR = :FALLNR of FRAUDREV
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    DISPLAY "RFCFRV7 - Fall unbekannt: " W-FALLNR
                     SET W-ENDE TO TRUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S310-99.
     EXIT.

******************************************************************
* Entscheidung zum Fall festhalten
******************************************************************
 S320-UPDATE-FRAUDREV SECTION.
 S320-00.
     EXEC SQL
         UPDATE  =FRAUDREV
            SET  DISPO       = :W-DISPO
               , ANALYST     = :W-ANALYST
               , KZ_GESPERRT = :W-FALL-GESPERRT
               , ZP_DISPO    = CURRENT
          WHERE  FALLNR      = :FALLNR of FRAUDREV
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S320-99.
     EXIT.

******************************************************************
* Kartennummer zum Token aus dem Tresor (=PANVAULT); Altsaetze
* (KEY_VERSION 0) stehen im Klartext, sonst entschluesselt PFCPVK7
******************************************************************
 S330-SELECT-PANVAULT SECTION.
 S330-00.
     MOVE KANR OF FRAUDREV TO TOKEN OF PANVAULT

     EXEC SQL
         SELECT  KANR, KANR_ENC, KEY_VERSION
           INTO :KANR        of PANVAULT
               ,:KANR-ENC    of PANVAULT
               ,:KEY-VERSION of PANVAULT
           FROM  =PANVAULT
          WHERE  TOKEN = :TOKEN of PANVAULT
         BROWSE  ACCESS
     END-EXEC

     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    DISPLAY "RFCFRV7 - Token nicht im Tresor: "
                             TOKEN OF PANVAULT
                     EXIT SECTION
         WHEN OTHER  PERFORM Z002-PROGERR
                     EXIT SECTION
     END-EVALUATE

     IF  KEY-VERSION OF PANVAULT = ZERO
         MOVE KANR OF PANVAULT TO W-KANR-KLAR
         SET  W-KLAR-DA        TO TRUE
         EXIT SECTION
     END-IF

     SET  PVK-ENTSCHLUESSELN      TO TRUE
     MOVE KANR-ENC    OF PANVAULT TO PVK-KANR-ENC
     MOVE KEY-VERSION OF PANVAULT TO PVK-KEY-VERSION
     PERFORM M100-CALL-PFCPVK7
     IF  PVK-OK
         MOVE PVK-KANR TO W-KANR-KLAR
         SET  W-KLAR-DA TO TRUE
     END-IF
     .
 S330-99.
     EXIT.

******************************************************************
* Sperr-Eintrag einfuegen (Aufbau wie PFCHOT7); ein schon
* vorhandener Eintrag gilt als Sperre
******************************************************************
 S340-INSERT-HOTCARD SECTION.
 S340-00.
     EXEC SQL
         INSERT
           INTO  =HOTCARD
                 ( CARDID, KANR_VON, KANR_BIS
                 , GUELTIG_VON, GUELTIG_BIS, ZPINS )
         VALUES  (
                  :CARDID      of HOTCARD
                 ,:KANR-VON    of HOTCARD
                 ,:KANR-BIS    of HOTCARD
                 ,:GUELTIG-VON of HOTCARD
                 ,:GUELTIG-BIS of HOTCARD
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN -8227  DISPLAY "RFCFRV7 - Karte stand schon auf "
                             "=HOTCARD"
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S340-99.
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
         WHEN OTHER  DISPLAY "RFCFRV7 - =BATCHRUN nicht "
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
         DISPLAY "RFCFRV7 - =BATCHRUN nicht fortschreibbar, "
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
     DISPLAY "RFCFRV7 - SQL-Fehler, SQLCODE: " SQLCODE OF SQLCA
     SET W-ENDE TO TRUE
     .
 Z002-99.
     EXIT.
