?CONSULT $SYSTEM.SYSTEM.COBOLEX0
?SEARCH  $SYSTEM.SYSTEM.COBOLLIB
?SEARCH  =TALLIB

?NOLMAP, SYMBOLS, INSPECT
?SAVE ALL
?LINES 66
?CHECK 3
?SQL

 IDENTIFICATION DIVISION.

 PROGRAM-ID. RFCSBT7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.00
* Kurzbeschreibung :: Probelauf fuer geplante Aenderungen an
* Kurzbeschreibung :: =SCORECFG und =VELOCFG. Die Vorautorisierungen
* Kurzbeschreibung :: (LOGPROT 70, ISONTYP 200) eines Zeitraums aus
* Kurzbeschreibung :: =TXILOG70 werden je Karte in zeitlicher
* Kurzbeschreibung :: Reihenfolge nachgespielt, die Velocity-Zaehler
* Kurzbeschreibung :: dabei im Speicher neu aufgebaut, und jede
* Kurzbeschreibung :: Transaktion wie in PFCPRE7 (C102/C115) zweimal
* Kurzbeschreibung :: bewertet: mit den Produktivwerten und mit den
* Kurzbeschreibung :: Kandidatenwerten aus =SCORECFGK / =VELOCFGK
* Kurzbeschreibung :: (gleicher Aufbau; nur die zu aendernden
* Kurzbeschreibung :: Zeilen eintragen). Suchfolge Kandidat:
* Kurzbeschreibung :: Kandidat CARDID, produktiv CARDID, Kandidat
* Kurzbeschreibung :: CARDID 0, produktiv CARDID 0.
* Kurzbeschreibung :: Signale im Nachspiel: Velocity aus den neu
* Kurzbeschreibung :: gezaehlten Zaehlern, KM-Sprung wie damals
* Kurzbeschreibung :: erkannt (SC_SIGNALE), Magnetstreifen aus
* Kurzbeschreibung :: ERFASSUNGS_ART, Nacht aus ZP_VERKAUF. Andere
* Kurzbeschreibung :: Pruefungen (Sperrliste, PIN, KM-Ablehnung)
* Kurzbeschreibung :: werden nicht nachgespielt.
* Kurzbeschreibung :: Liste: gekennzeichnete / abgelehnte Transak-
* Kurzbeschreibung :: tionen produktiv gegen Kandidat je Karten-
* Kurzbeschreibung :: system (ROUTKZ/CARDID) und je Station
* Kurzbeschreibung :: (MDNR/TSNR, nur Stationen mit Treffern), dazu
* Kurzbeschreibung :: die bestaetigten Betrugsfaelle des Zeitraums
* Kurzbeschreibung :: aus der Pruefliste =FRAUDREV (DISPO B) als
* Kurzbeschreibung :: erkannt oder verpasst.
* Package          :: ICC
*
* Aenderungen
*
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-10-15| kl  | R7-541:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: bei Bedarf vor einer Aenderung des Regelwerks;
*                liest nur, schreibt nichts
* Parameter   :: PARAM VON JJJJ-MM-TT
*                PARAM BIS JJJJ-MM-TT
*
******************************************************************
* Uebersicht der SECTIONs:
*
* A100-STEUERUNG
*
* B000-VORLAUF
* B090-ENDE
* B100-NACHSPIEL
* B200-LISTE
*
* C100-TRANSAKTION
* C110-REGELWERK-SUCHEN
* C120-VELOCITY
* C130-SCORE
* C140-SYSTEM-KUMULIEREN
* C150-STATION-KUMULIEREN
* C160-FALL-PRUEFEN
* C200-REGELWERK-LADEN
* C210-SCORE-UEBERNEHMEN
* C220-VELO-UEBERNEHMEN
*
* P950-GETPARAMTEXT
*
* S100-OPEN-TXILOG70-CURSOR
* S101-FETCH-TXILOG70-CURSOR
* S102-CLOSE-TXILOG70-CURSOR
* S110-OPEN-FALL-CURSOR
* S111-FETCH-FALL-CURSOR
* S112-CLOSE-FALL-CURSOR
* S200-SELECT-SCORECFG
* S205-SELECT-SCORECFGK
* S210-SELECT-VELOCFG
* S215-SELECT-VELOCFGK
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

 01          W-FUND-FLAG         PIC 9       VALUE ZERO.
     88      W-NICHT-GEFUNDEN                VALUE ZERO.
     88      W-GEFUNDEN                      VALUE 1.

**  ---> Lauf-Registrierung in =BATCHRUN (Morgenpruefer RFCRUN7)
 01          K-RUN-PROGRAMM      PIC X(08)   VALUE "RFCSBT7".
 01          W-RUN-DATUM         PIC X(10)   VALUE SPACES.
 01          W-RUN-STATUS        PIC X(01)   VALUE SPACE.
 01          W-RUN-ANZ           PIC 9(09)   VALUE ZERO.

**  ---> Zeitraum
 01          W-VON               PIC X(10)   VALUE SPACES.
 01          W-BIS               PIC X(10)   VALUE SPACES.
 01          W-ZP-VON            PIC 9(14)   VALUE ZEROS.
 01          W-ZP-BIS            PIC 9(14)   VALUE ZEROS.
 01          W-DAT-JJJJ          PIC 9(04)   VALUE ZEROS.
 01          W-DAT-MM            PIC 9(02)   VALUE ZEROS.
 01          W-DAT-TT            PIC 9(02)   VALUE ZEROS.

**  ---> Verkaufszeitpunkt der Transaktion JJJJMMTThhmmss
 01          W-ZP                PIC 9(14)   VALUE ZEROS.
 01          W-ZP-R              REDEFINES W-ZP.
     05      W-ZP-DATUM          PIC X(08).
     05      W-ZP-HH             PIC 9(02).
     05      W-ZP-MI             PIC 9(02).
     05      W-ZP-SS             PIC 9(02).
 01          W-ZP-MINUTE         PIC S9(04) COMP VALUE ZEROS.
 01          W-ZP-TAG            PIC X(10)   VALUE SPACES.

**  ---> Kontrollwechsel Karte (Velocity-Zaehler je KANR/ROUTKZ)
 01          W-ALT-KANR          PIC X(19)   VALUE SPACES.
 01          W-ALT-ROUTKZ        PIC S9(04) COMP VALUE ZEROS.

**  ---> Transaktion
 01          W-TX-ROUTKZ         PIC S9(04) COMP VALUE ZEROS.
 01          W-TX-CARDID         PIC S9(04) COMP VALUE ZEROS.
 01          W-TX-MDNR           PIC 9(08)   VALUE ZEROS.
 01          W-TX-TSNR           PIC 9(08)   VALUE ZEROS.
 01          W-TX-TERMNR         PIC 9(08)   VALUE ZEROS.
 01          W-TX-TRACENR        PIC 9(06)   VALUE ZEROS.
 01          W-TX-BETRAG         PIC S9(13) COMP VALUE ZEROS.
 01          W-TX-ERFART         PIC 9(02)   VALUE ZEROS.
     88      W-TX-MAGNET                     VALUE 02.
 01          W-TX-SIGNALE        PIC X(04)   VALUE SPACES.

**  ---> Bewertung je Regelwerk: 1 = produktiv, 2 = Kandidat
 01          W-SLOT              PIC S9(04) COMP VALUE ZEROS.
 01          W-ERGEBNIS-TAB.
     05      W-ERG               PIC X(01)   OCCURS 2.
          88 W-ERG-OK                        VALUE SPACE.
          88 W-ERG-MARKIERT                  VALUE "M".
          88 W-ERG-ABGELEHNT                 VALUE "A".
 01          W-SC-SCORE          PIC S9(09) COMP VALUE ZEROS.
 01          W-SC-ANTEIL         PIC S9(09) COMP VALUE ZEROS.

**  ---> Velocity-Zaehler der aktuellen Karte je Regelwerk
 01          W-VELO-TABELLE.
     05      W-VELO-TAB          OCCURS 2.
      10     WV-DATUM            PIC X(08).
      10     WV-START            PIC S9(04) COMP.
      10     WV-ANZ              PIC S9(09) COMP.
      10     WV-BETRAG           PIC S9(15) COMP.
 01          W-VELO-ELAPSED      PIC S9(04) COMP VALUE ZEROS.

**  ---> Regelwerk je ROUTKZ/CARDID (einmal je Kartensystem gelesen)
 01          W-CFG-MAX           PIC S9(04) COMP VALUE ZEROS.
 01          W-CFG-IND           PIC S9(04) COMP VALUE ZEROS.
 01          W-CFG-FUND          PIC S9(04) COMP VALUE ZEROS.
 01          W-CFG-TABELLE.
     05      W-CFG-TAB           OCCURS 200.
      10     WC-ROUTKZ           PIC S9(04) COMP.
      10     WC-CARDID           PIC S9(04) COMP.
      10     WC-SLOT             OCCURS 2.
       15    WC-SC-FLAG          PIC 9.
          88 WC-SC-DA                        VALUE 1.
       15    WC-GW-VELO          PIC S9(09) COMP.
       15    WC-GW-KM            PIC S9(09) COMP.
       15    WC-GW-ERF           PIC S9(09) COMP.
       15    WC-GW-NACHT         PIC S9(09) COMP.
       15    WC-SCHWELLE-FLAG    PIC S9(09) COMP.
       15    WC-SCHWELLE-ABL     PIC S9(09) COMP.
       15    WC-VE-FLAG          PIC 9.
          88 WC-VE-DA                        VALUE 1.
       15    WC-FENSTER-MIN      PIC S9(09) COMP.
       15    WC-MAX-ANZ          PIC S9(09) COMP.
       15    WC-MAX-BETRAG       PIC S9(15) COMP.
       15    WC-AKTION           PIC X(01).

**  ---> Summen je Kartensystem (sortiert nach ROUTKZ/CARDID)
 01          W-SYS-MAX           PIC S9(04) COMP VALUE ZEROS.
 01          W-SYS-IND           PIC S9(04) COMP VALUE ZEROS.
 01          W-SYS-FUND          PIC S9(04) COMP VALUE ZEROS.
 01          W-SYS-SCHLUESSEL.
     05      W-SYS-ROUTKZ        PIC 9(04).
     05      W-SYS-CARDID        PIC 9(04).
 01          W-SYS-TABELLE.
     05      W-SYS-TAB           OCCURS 200.
      10     WY-SCHLUESSEL.
       15    WY-ROUTKZ           PIC 9(04).
       15    WY-CARDID           PIC 9(04).
      10     WY-ANZ              PIC S9(09) COMP.
      10     WY-MARK             PIC S9(09) COMP OCCURS 2.
      10     WY-ABL              PIC S9(09) COMP OCCURS 2.

**  ---> Summen je Station (sortiert nach MDNR/TSNR)
 01          W-STA-MAX           PIC S9(04) COMP VALUE ZEROS.
 01          W-STA-IND           PIC S9(04) COMP VALUE ZEROS.
 01          W-STA-FUND          PIC S9(04) COMP VALUE ZEROS.
 01          W-STA-SCHLUESSEL.
     05      W-STA-MDNR          PIC 9(08).
     05      W-STA-TSNR          PIC 9(08).
 01          W-STA-TABELLE.
     05      W-STA-TAB           OCCURS 3000.
      10     WT-SCHLUESSEL.
       15    WT-MDNR             PIC 9(08).
       15    WT-TSNR             PIC 9(08).
      10     WT-ANZ              PIC S9(09) COMP.
      10     WT-MARK             PIC S9(09) COMP OCCURS 2.
      10     WT-ABL              PIC S9(09) COMP OCCURS 2.

**  ---> bestaetigte Betrugsfaelle des Zeitraums (binaere Suche)
 01          W-FALL-MAX          PIC S9(04) COMP VALUE ZEROS.
 01          W-FALL-IND          PIC S9(04) COMP VALUE ZEROS.
 01          W-FALL-SCHLUESSEL.
     05      W-FALL-TERMNR       PIC 9(08).
     05      W-FALL-TRACENR      PIC 9(06).
     05      W-FALL-DATUM        PIC X(10).
 01          W-FALL-TABELLE.
     05      W-FALL-TAB          OCCURS 2000
                                 ASCENDING KEY IS WF-SCHLUESSEL
                                 INDEXED BY IND-FALL.
      10     WF-SCHLUESSEL.
       15    WF-TERMNR           PIC 9(08).
       15    WF-TRACENR          PIC 9(06).
       15    WF-DATUM            PIC X(10).
      10     WF-FALLNR           PIC 9(10).
      10     WF-SCORE            PIC 9(05).
      10     WF-GEFUNDEN         PIC X(01).
      10     WF-ERG              PIC X(01)   OCCURS 2.

**  ---> Zaehler
 77          W-ANZ-GELESEN       PIC 9(09)   VALUE ZERO.
 77          W-ANZ-SYS-VOLL      PIC 9(09)   VALUE ZERO.
 77          W-ANZ-STA-VOLL      PIC 9(09)   VALUE ZERO.
 77          W-ANZ-CFG-VOLL      PIC 9(09)   VALUE ZERO.
 01          W-SUMME-TABELLE.
     05      W-SUM-MARK          PIC S9(09) COMP OCCURS 2.
     05      W-SUM-ABL           PIC S9(09) COMP OCCURS 2.
     05      W-SUM-FALL-ERK      PIC S9(09) COMP OCCURS 2.
 01          W-DIFF              PIC S9(09) COMP VALUE ZEROS.

**  ---> Druckzeilen
 01          W-DRUCK-SUMME.
     05      WDS-TEXT            PIC X(18).
     05      WDS-ANZ             PIC Z(08)9.
     05      FILLER              PIC X(02)   VALUE SPACES.
     05      WDS-MARK-1          PIC Z(07)9.
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDS-ABL-1           PIC Z(07)9.
     05      FILLER              PIC X(02)   VALUE SPACES.
     05      WDS-MARK-2          PIC Z(07)9.
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDS-ABL-2           PIC Z(07)9.
     05      FILLER              PIC X(02)   VALUE SPACES.
     05      WDS-DIFF            PIC -(07)9.

 01          W-DRUCK-FALL.
     05      WDF-FALLNR          PIC Z(09)9.
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDF-DATUM           PIC X(10).
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDF-TERMNR          PIC 9(08).
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDF-TRACENR         PIC 9(06).
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDF-SCORE           PIC ZZZZ9.
     05      FILLER              PIC X(03)   VALUE SPACES.
     05      WDF-ERG-1           PIC X(10).
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDF-ERG-2           PIC X(10).

 01          D-NUM4              PIC -9(04)  VALUE ZEROS.
 01          D-NUM4-2            PIC -9(04)  VALUE ZEROS.
 01          D-NUM8              PIC 9(08)   VALUE ZEROS.
 01          D-NUM8-2            PIC 9(08)   VALUE ZEROS.

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

 EXEC SQL
     INCLUDE SQLCA
 END-EXEC

 EXEC SQL
     BEGIN DECLARE SECTION
 END-EXEC

 EXEC SQL
    INVOKE =TXILOG70 AS TXILOG70
 END-EXEC

**  ---> =SCORECFGK / =VELOCFGK haben den Aufbau der Produktiv-
**  ---> tabellen und werden in deren Hostvariablen gelesen
 EXEC SQL
    INVOKE =SCORECFG AS SCORECFG
 END-EXEC

 EXEC SQL
    INVOKE =VELOCFG AS VELOCFG
 END-EXEC

 EXEC SQL
    INVOKE =FRAUDREV AS FRAUDREV
 END-EXEC

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

 EXEC SQL
     CONTROL TABLE * WAIT IF LOCKED
 END-EXEC

**  ---> Vorautorisierungen des Zeitraums je Karte in zeitlicher
**  ---> Reihenfolge (wie sie die Velocity-Zaehler gesehen haben)
 EXEC SQL
     DECLARE TXILOG70_CURS CURSOR FOR
         SELECT  KANR, ROUTKZ, CARDID, MDNR, TSNR, TERMNR, TRACENR
               , BETRAG, ZP_VERKAUF, ERFASSUNGS_ART, SC_SIGNALE
           FROM  =TXILOG70
          WHERE  ZP_VERKAUF >= :W-ZP-VON
            AND  ZP_VERKAUF <= :W-ZP-BIS
            AND  LOGPROT     = 70
            AND  ISONTYP     = 200
          ORDER  BY KANR, ROUTKZ, ZP_VERKAUF
         BROWSE  ACCESS
 END-EXEC

**  ---> bestaetigte Betrugsfaelle des Zeitraums (Schluessel-
**  ---> reihenfolge fuer die binaere Suche)
 EXEC SQL
     DECLARE FALL_CURS CURSOR FOR
         SELECT  TERMNR, TRACENR, DATUM, FALLNR, SCORE
           FROM  =FRAUDREV
          WHERE  DATUM >= :W-VON
            AND  DATUM <= :W-BIS
            AND  DISPO  = "B"
          ORDER  BY TERMNR, TRACENR, DATUM
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
         PERFORM B100-NACHSPIEL
     END-IF
     IF  NOT W-ENDE
         PERFORM B200-LISTE
     END-IF
     PERFORM S780-RUN-ENDE
     PERFORM B090-ENDE
     STOP RUN
     .
 A100-99.
     EXIT.

******************************************************************
* Vorlauf: Zeitraum, bestaetigte Faelle laden
******************************************************************
 B000-VORLAUF SECTION.
 B000-00.
     MOVE "VON" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:10) TO W-VON

     MOVE "BIS" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:10) TO W-BIS

     IF  W-BIS < W-VON
         DISPLAY "RFCSBT7 - BIS liegt vor VON: " W-VON " " W-BIS
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

     MOVE W-VON (1:4) TO W-DAT-JJJJ
     MOVE W-VON (6:2) TO W-DAT-MM
     MOVE W-VON (9:2) TO W-DAT-TT
     COMPUTE W-ZP-VON =
               (W-DAT-JJJJ * 10000000000)
             + (W-DAT-MM   * 100000000)
             + (W-DAT-TT   * 1000000)
     MOVE W-BIS (1:4) TO W-DAT-JJJJ
     MOVE W-BIS (6:2) TO W-DAT-MM
     MOVE W-BIS (9:2) TO W-DAT-TT
     COMPUTE W-ZP-BIS =
               (W-DAT-JJJJ * 10000000000)
             + (W-DAT-MM   * 100000000)
             + (W-DAT-TT   * 1000000)
             + 235959

     DISPLAY "RFCSBT7 - Probelauf Score/Velocity " W-VON
             " bis " W-BIS
     DISPLAY "RFCSBT7 - Kandidat aus =SCORECFGK / =VELOCFGK"

**  ---> Tabellenende mit HIGH-VALUES fuer SEARCH ALL
     MOVE HIGH-VALUES TO W-FALL-TABELLE
     MOVE ZEROS       TO W-FALL-MAX
     PERFORM S110-OPEN-FALL-CURSOR
     PERFORM S111-FETCH-FALL-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         IF  W-FALL-MAX < 2000
             ADD 1 TO W-FALL-MAX
             MOVE TERMNR  OF FRAUDREV TO WF-TERMNR  (W-FALL-MAX)
             MOVE TRACENR OF FRAUDREV TO WF-TRACENR (W-FALL-MAX)
             MOVE DATUM   OF FRAUDREV TO WF-DATUM   (W-FALL-MAX)
             MOVE FALLNR  OF FRAUDREV TO WF-FALLNR  (W-FALL-MAX)
             MOVE SCORE   OF FRAUDREV TO WF-SCORE   (W-FALL-MAX)
             MOVE "N"                 TO WF-GEFUNDEN (W-FALL-MAX)
             MOVE SPACES              TO WF-ERG (W-FALL-MAX, 1)
                                         WF-ERG (W-FALL-MAX, 2)
         END-IF
         PERFORM S111-FETCH-FALL-CURSOR
     END-PERFORM
     PERFORM S112-CLOSE-FALL-CURSOR
     IF  W-SQL-NOK
         EXIT SECTION
     END-IF
     MOVE ZERO TO W-SQLCODE-FLAG
     .
 B000-99.
     EXIT.

******************************************************************
* Ende / Zusammenfassung
******************************************************************
 B090-ENDE SECTION.
 B090-00.
     DISPLAY " "
     DISPLAY "RFCSBT7 - Transaktionen nachgespielt : " W-ANZ-GELESEN
     IF  W-ANZ-CFG-VOLL > ZERO
         DISPLAY "RFCSBT7 - ohne Regelwerk (Tab. voll) : "
                 W-ANZ-CFG-VOLL
     END-IF
     IF  W-ANZ-SYS-VOLL > ZERO
         DISPLAY "RFCSBT7 - ohne Systemsumme (voll)    : "
                 W-ANZ-SYS-VOLL
     END-IF
     IF  W-ANZ-STA-VOLL > ZERO
         DISPLAY "RFCSBT7 - ohne Stationssumme (voll)  : "
                 W-ANZ-STA-VOLL
     END-IF
     .
 B090-99.
     EXIT.

******************************************************************
* Nachspiel aller Vorautorisierungen des Zeitraums
******************************************************************
 B100-NACHSPIEL SECTION.
 B100-00.
     MOVE HIGH-VALUES TO W-ALT-KANR
     PERFORM S100-OPEN-TXILOG70-CURSOR
     PERFORM S101-FETCH-TXILOG70-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK OR W-ENDE
         ADD 1 TO W-ANZ-GELESEN
         PERFORM C100-TRANSAKTION
         PERFORM S101-FETCH-TXILOG70-CURSOR
     END-PERFORM
     PERFORM S102-CLOSE-TXILOG70-CURSOR
     MOVE ZERO TO W-SQLCODE-FLAG
     MOVE W-ANZ-GELESEN TO W-RUN-ANZ
     .
 B100-99.
     EXIT.

******************************************************************
* Liste: je Kartensystem, je Station mit Treffern, Betrugsfaelle
******************************************************************
 B200-LISTE SECTION.
 B200-00.
     DISPLAY " "
     DISPLAY "--- je Kartensystem -----------------------------"
             "----------------------"
     DISPLAY "ROUTKZ / CARDID      Anzahl   produktiv:"
             "          Kandidat:      Ablehn."
     DISPLAY "                              markiert  abgel."
             "   markiert  abgel.      Diff."
     MOVE ZEROS TO W-SUMME-TABELLE
     PERFORM VARYING W-SYS-IND FROM 1 BY 1
             UNTIL   W-SYS-IND > W-SYS-MAX
         MOVE SPACES TO WDS-TEXT
         MOVE WY-ROUTKZ (W-SYS-IND) TO D-NUM4
         MOVE WY-CARDID (W-SYS-IND) TO D-NUM4-2
         STRING D-NUM4 " / " D-NUM4-2
                    DELIMITED BY SIZE
           INTO WDS-TEXT
         END-STRING
         MOVE WY-ANZ  (W-SYS-IND)    TO WDS-ANZ
         MOVE WY-MARK (W-SYS-IND, 1) TO WDS-MARK-1
         MOVE WY-ABL  (W-SYS-IND, 1) TO WDS-ABL-1
         MOVE WY-MARK (W-SYS-IND, 2) TO WDS-MARK-2
         MOVE WY-ABL  (W-SYS-IND, 2) TO WDS-ABL-2
         COMPUTE W-DIFF = WY-ABL (W-SYS-IND, 2)
                        - WY-ABL (W-SYS-IND, 1)
         MOVE W-DIFF TO WDS-DIFF
         DISPLAY W-DRUCK-SUMME
         ADD WY-MARK (W-SYS-IND, 1) TO W-SUM-MARK (1)
         ADD WY-ABL  (W-SYS-IND, 1) TO W-SUM-ABL  (1)
         ADD WY-MARK (W-SYS-IND, 2) TO W-SUM-MARK (2)
         ADD WY-ABL  (W-SYS-IND, 2) TO W-SUM-ABL  (2)
     END-PERFORM
     MOVE "gesamt"         TO WDS-TEXT
     MOVE W-ANZ-GELESEN    TO WDS-ANZ
     MOVE W-SUM-MARK (1)   TO WDS-MARK-1
     MOVE W-SUM-ABL  (1)   TO WDS-ABL-1
     MOVE W-SUM-MARK (2)   TO WDS-MARK-2
     MOVE W-SUM-ABL  (2)   TO WDS-ABL-2
     COMPUTE W-DIFF = W-SUM-ABL (2) - W-SUM-ABL (1)
     MOVE W-DIFF TO WDS-DIFF
     DISPLAY W-DRUCK-SUMME

**  ---> Stationen nur, wenn produktiv oder Kandidat etwas trifft
     DISPLAY " "
     DISPLAY "--- je Station (MDNR / TSNR) --------------------"
             "----------------------"
     PERFORM VARYING W-STA-IND FROM 1 BY 1
             UNTIL   W-STA-IND > W-STA-MAX
         IF  WT-MARK (W-STA-IND, 1) + WT-ABL (W-STA-IND, 1)
           + WT-MARK (W-STA-IND, 2) + WT-ABL (W-STA-IND, 2) > ZERO
             MOVE SPACES TO WDS-TEXT
             MOVE WT-MDNR (W-STA-IND) TO D-NUM8
             MOVE WT-TSNR (W-STA-IND) TO D-NUM8-2
             STRING D-NUM8 "/" D-NUM8-2
                        DELIMITED BY SIZE
               INTO WDS-TEXT
             END-STRING
             MOVE WT-ANZ  (W-STA-IND)    TO WDS-ANZ
             MOVE WT-MARK (W-STA-IND, 1) TO WDS-MARK-1
             MOVE WT-ABL  (W-STA-IND, 1) TO WDS-ABL-1
             MOVE WT-MARK (W-STA-IND, 2) TO WDS-MARK-2
             MOVE WT-ABL  (W-STA-IND, 2) TO WDS-ABL-2
             COMPUTE W-DIFF = WT-ABL (W-STA-IND, 2)
                            - WT-ABL (W-STA-IND, 1)
             MOVE W-DIFF TO WDS-DIFF
             DISPLAY W-DRUCK-SUMME
         END-IF
     END-PERFORM

**  ---> bestaetigte Betrugsfaelle: erkannt = markiert oder abgelehnt
     DISPLAY " "
     DISPLAY "--- bestaetigte Betrugsfaelle (=FRAUDREV DISPO B) "
             "--------------------"
     DISPLAY "    FALLNR DATUM      TERMINAL TRACE  SCORE"
             "   produktiv  Kandidat"
     PERFORM VARYING W-FALL-IND FROM 1 BY 1
             UNTIL   W-FALL-IND > W-FALL-MAX
         MOVE WF-FALLNR  (W-FALL-IND) TO WDF-FALLNR
         MOVE WF-DATUM   (W-FALL-IND) TO WDF-DATUM
         MOVE WF-TERMNR  (W-FALL-IND) TO WDF-TERMNR
         MOVE WF-TRACENR (W-FALL-IND) TO WDF-TRACENR
         MOVE WF-SCORE   (W-FALL-IND) TO WDF-SCORE
         IF  WF-GEFUNDEN (W-FALL-IND) = "N"
             MOVE "nicht im"  TO WDF-ERG-1
             MOVE "Nachspiel" TO WDF-ERG-2
         ELSE
             IF  WF-ERG (W-FALL-IND, 1) = SPACE
                 MOVE "verpasst"  TO WDF-ERG-1
             ELSE
                 MOVE "erkannt"   TO WDF-ERG-1
                 ADD 1 TO W-SUM-FALL-ERK (1)
             END-IF
             IF  WF-ERG (W-FALL-IND, 2) = SPACE
                 MOVE "verpasst"  TO WDF-ERG-2
             ELSE
                 MOVE "erkannt"   TO WDF-ERG-2
                 ADD 1 TO W-SUM-FALL-ERK (2)
             END-IF
         END-IF
         DISPLAY W-DRUCK-FALL
     END-PERFORM
     DISPLAY " "
     DISPLAY "RFCSBT7 - Betrugsfaelle gesamt       : " W-FALL-MAX
     MOVE W-SUM-FALL-ERK (1) TO D-NUM8
     DISPLAY "RFCSBT7 - davon erkannt produktiv    : " D-NUM8
     MOVE W-SUM-FALL-ERK (2) TO D-NUM8
     DISPLAY "RFCSBT7 - davon erkannt Kandidat     : " D-NUM8
     .
 B200-99.
     EXIT.

******************************************************************
* Eine Transaktion nachspielen: Kontrollwechsel Karte, Regelwerk,
* Bewertung je Regelwerk, Summen
******************************************************************
 C100-TRANSAKTION SECTION.
 C100-00.
     MOVE ROUTKZ         OF TXILOG70 TO W-TX-ROUTKZ
     MOVE CARDID         OF TXILOG70 TO W-TX-CARDID
     MOVE MDNR           OF TXILOG70 TO W-TX-MDNR
     MOVE TSNR           OF TXILOG70 TO W-TX-TSNR
     MOVE TERMNR         OF TXILOG70 TO W-TX-TERMNR
     MOVE TRACENR        OF TXILOG70 TO W-TX-TRACENR
     MOVE BETRAG         OF TXILOG70 TO W-TX-BETRAG
     MOVE ERFASSUNGS-ART OF TXILOG70 TO W-TX-ERFART
     MOVE SC-SIGNALE     OF TXILOG70 TO W-TX-SIGNALE
     MOVE ZP-VERKAUF     OF TXILOG70 TO W-ZP
     COMPUTE W-ZP-MINUTE = (W-ZP-HH * 60) + W-ZP-MI

**  ---> neue Karte: Velocity-Zaehler beider Regelwerke leeren
     IF  KANR OF TXILOG70 NOT = W-ALT-KANR
     OR  W-TX-ROUTKZ      NOT = W-ALT-ROUTKZ
         MOVE KANR OF TXILOG70 TO W-ALT-KANR
         MOVE W-TX-ROUTKZ      TO W-ALT-ROUTKZ
         INITIALIZE W-VELO-TABELLE
     END-IF

     PERFORM C110-REGELWERK-SUCHEN
     MOVE SPACES TO W-ERGEBNIS-TAB
     IF  W-CFG-FUND > ZERO
         PERFORM VARYING W-SLOT FROM 1 BY 1
                 UNTIL   W-SLOT > 2
             PERFORM C120-VELOCITY
             IF  NOT W-ERG-ABGELEHNT (W-SLOT)
                 PERFORM C130-SCORE
             END-IF
         END-PERFORM
     END-IF

     PERFORM C140-SYSTEM-KUMULIEREN
     PERFORM C150-STATION-KUMULIEREN
     IF  W-FALL-MAX > ZERO
         PERFORM C160-FALL-PRUEFEN
     END-IF
     .
 C100-99.
     EXIT.

******************************************************************
* Regelwerk des Kartensystems aus dem Zwischenspeicher; beim
* ersten Auftreten aus den Tabellen laden
******************************************************************
 C110-REGELWERK-SUCHEN SECTION.
 C110-00.
     MOVE ZERO TO W-CFG-FUND
     PERFORM VARYING W-CFG-IND FROM 1 BY 1
             UNTIL   W-CFG-IND > W-CFG-MAX
             OR      W-CFG-FUND > ZERO
         IF  WC-ROUTKZ (W-CFG-IND) = W-TX-ROUTKZ
         AND WC-CARDID (W-CFG-IND) = W-TX-CARDID
             MOVE W-CFG-IND TO W-CFG-FUND
         END-IF
     END-PERFORM
     IF  W-CFG-FUND > ZERO
         EXIT SECTION
     END-IF

     IF  W-CFG-MAX >= 200
**      ---> Tabelle voll: Transaktion wird ohne Regelwerk gezaehlt
         ADD 1 TO W-ANZ-CFG-VOLL
         EXIT SECTION
     END-IF
     ADD 1 TO W-CFG-MAX
     MOVE W-CFG-MAX TO W-CFG-FUND
     PERFORM C200-REGELWERK-LADEN
     .
 C110-99.
     EXIT.

******************************************************************
* Velocity wie PFCPRE7 C102: Zaehler im Zeitfenster des Kalender-
* tages fortschreiben; Grenzverletzung mit AKTION "A" lehnt ab
******************************************************************
 C120-VELOCITY SECTION.
 C120-00.
     IF  NOT WC-VE-DA (W-CFG-FUND, W-SLOT)
         EXIT SECTION
     END-IF

     COMPUTE W-VELO-ELAPSED = W-ZP-MINUTE - WV-START (W-SLOT)
     IF  WV-ANZ (W-SLOT) = ZERO
     OR  WV-DATUM (W-SLOT) NOT = W-ZP-DATUM
     OR  W-VELO-ELAPSED > WC-FENSTER-MIN (W-CFG-FUND, W-SLOT)
     OR  W-VELO-ELAPSED < ZERO
         MOVE W-ZP-DATUM  TO WV-DATUM  (W-SLOT)
         MOVE W-ZP-MINUTE TO WV-START  (W-SLOT)
         MOVE 1           TO WV-ANZ    (W-SLOT)
         MOVE W-TX-BETRAG TO WV-BETRAG (W-SLOT)
     ELSE
         ADD  1           TO WV-ANZ    (W-SLOT)
         ADD  W-TX-BETRAG TO WV-BETRAG (W-SLOT)
     END-IF

     IF  WV-ANZ    (W-SLOT) > WC-MAX-ANZ    (W-CFG-FUND, W-SLOT)
     OR  WV-BETRAG (W-SLOT) > WC-MAX-BETRAG (W-CFG-FUND, W-SLOT)
         IF  WC-AKTION (W-CFG-FUND, W-SLOT) = "A"
             SET W-ERG-ABGELEHNT (W-SLOT) TO TRUE
         END-IF
     END-IF
     .
 C120-99.
     EXIT.

******************************************************************
* Score wie PFCPRE7 C115 mit den Gewichten und Schwellen des
* Regelwerks
******************************************************************
 C130-SCORE SECTION.
 C130-00.
     IF  NOT WC-SC-DA (W-CFG-FUND, W-SLOT)
         EXIT SECTION
     END-IF

     MOVE ZEROS TO W-SC-SCORE

**  ---> Velocity-Druck
     IF  WC-VE-DA (W-CFG-FUND, W-SLOT)
     AND WC-MAX-ANZ (W-CFG-FUND, W-SLOT) > ZERO
         COMPUTE W-SC-ANTEIL = WV-ANZ (W-SLOT) * 100
                             / WC-MAX-ANZ (W-CFG-FUND, W-SLOT)
         IF  W-SC-ANTEIL > 100
             MOVE 100 TO W-SC-ANTEIL
         END-IF
         COMPUTE W-SC-SCORE = W-SC-SCORE
               + (WC-GW-VELO (W-CFG-FUND, W-SLOT) * W-SC-ANTEIL / 100)
     END-IF

**  ---> KM-Sprung wie damals erkannt
     IF  W-TX-SIGNALE (2:1) = "K"
         ADD WC-GW-KM (W-CFG-FUND, W-SLOT) TO W-SC-SCORE
     END-IF

**  ---> Erfassungsart: Magnetstreifen
     IF  W-TX-MAGNET
         ADD WC-GW-ERF (W-CFG-FUND, W-SLOT) TO W-SC-SCORE
     END-IF

**  ---> Nachtzeit
     IF  W-ZP-HH < 6
         ADD WC-GW-NACHT (W-CFG-FUND, W-SLOT) TO W-SC-SCORE
     END-IF

     EVALUATE TRUE
         WHEN W-SC-SCORE >= WC-SCHWELLE-ABL (W-CFG-FUND, W-SLOT)
             SET W-ERG-ABGELEHNT (W-SLOT) TO TRUE
         WHEN W-SC-SCORE >= WC-SCHWELLE-FLAG (W-CFG-FUND, W-SLOT)
             SET W-ERG-MARKIERT  (W-SLOT) TO TRUE
         WHEN OTHER
             CONTINUE
     END-EVALUATE
     .
 C130-99.
     EXIT.

******************************************************************
* Transaktion in die Summe des Kartensystems; neue Schluessel
* werden an ihrer Sortierposition eingefuegt
******************************************************************
 C140-SYSTEM-KUMULIEREN SECTION.
 C140-00.
     MOVE W-TX-ROUTKZ TO W-SYS-ROUTKZ
     MOVE W-TX-CARDID TO W-SYS-CARDID

     MOVE ZERO TO W-SYS-FUND
     PERFORM VARYING W-SYS-IND FROM 1 BY 1
             UNTIL   W-SYS-IND > W-SYS-MAX
             OR      W-SYS-FUND > ZERO
         IF  WY-SCHLUESSEL (W-SYS-IND) NOT < W-SYS-SCHLUESSEL
             MOVE W-SYS-IND TO W-SYS-FUND
         END-IF
     END-PERFORM

     IF  W-SYS-FUND > ZERO
         IF  WY-SCHLUESSEL (W-SYS-FUND) = W-SYS-SCHLUESSEL
             MOVE W-SYS-FUND TO W-SYS-IND
         ELSE
             MOVE ZERO       TO W-SYS-IND
         END-IF
     ELSE
         COMPUTE W-SYS-FUND = W-SYS-MAX + 1
         MOVE ZERO TO W-SYS-IND
     END-IF
     IF  W-SYS-IND = ZERO
         IF  W-SYS-MAX >= 200
             ADD 1 TO W-ANZ-SYS-VOLL
             EXIT SECTION
         END-IF
**      ---> Platz schaffen und neuen Schluessel einfuegen
         PERFORM VARYING W-SYS-IND FROM W-SYS-MAX BY -1
                 UNTIL   W-SYS-IND < W-SYS-FUND
             MOVE W-SYS-TAB (W-SYS-IND) TO W-SYS-TAB (W-SYS-IND + 1)
         END-PERFORM
         ADD 1 TO W-SYS-MAX
         MOVE W-SYS-SCHLUESSEL TO WY-SCHLUESSEL (W-SYS-FUND)
         MOVE ZEROS            TO WY-ANZ  (W-SYS-FUND)
                                  WY-MARK (W-SYS-FUND, 1)
                                  WY-MARK (W-SYS-FUND, 2)
                                  WY-ABL  (W-SYS-FUND, 1)
                                  WY-ABL  (W-SYS-FUND, 2)
     END-IF

     ADD 1 TO WY-ANZ (W-SYS-FUND)
     PERFORM VARYING W-SLOT FROM 1 BY 1
             UNTIL   W-SLOT > 2
         EVALUATE TRUE
             WHEN W-ERG-MARKIERT  (W-SLOT)
                 ADD 1 TO WY-MARK (W-SYS-FUND, W-SLOT)
             WHEN W-ERG-ABGELEHNT (W-SLOT)
                 ADD 1 TO WY-ABL  (W-SYS-FUND, W-SLOT)
             WHEN OTHER
                 CONTINUE
         END-EVALUATE
     END-PERFORM
     .
 C140-99.
     EXIT.

******************************************************************
* Transaktion in die Summe der Station (wie C140)
******************************************************************
 C150-STATION-KUMULIEREN SECTION.
 C150-00.
     MOVE W-TX-MDNR TO W-STA-MDNR
     MOVE W-TX-TSNR TO W-STA-TSNR

     MOVE ZERO TO W-STA-FUND
     PERFORM VARYING W-STA-IND FROM 1 BY 1
             UNTIL   W-STA-IND > W-STA-MAX
             OR      W-STA-FUND > ZERO
         IF  WT-SCHLUESSEL (W-STA-IND) NOT < W-STA-SCHLUESSEL
             MOVE W-STA-IND TO W-STA-FUND
         END-IF
     END-PERFORM

     IF  W-STA-FUND > ZERO
         IF  WT-SCHLUESSEL (W-STA-FUND) = W-STA-SCHLUESSEL
             MOVE W-STA-FUND TO W-STA-IND
         ELSE
             MOVE ZERO       TO W-STA-IND
         END-IF
     ELSE
         COMPUTE W-STA-FUND = W-STA-MAX + 1
         MOVE ZERO TO W-STA-IND
     END-IF
     IF  W-STA-IND = ZERO
         IF  W-STA-MAX >= 3000
             ADD 1 TO W-ANZ-STA-VOLL
             EXIT SECTION
         END-IF
         PERFORM VARYING W-STA-IND FROM W-STA-MAX BY -1
                 UNTIL   W-STA-IND < W-STA-FUND
             MOVE W-STA-TAB (W-STA-IND) TO W-STA-TAB (W-STA-IND + 1)
         END-PERFORM
         ADD 1 TO W-STA-MAX
         MOVE W-STA-SCHLUESSEL TO WT-SCHLUESSEL (W-STA-FUND)
         MOVE ZEROS            TO WT-ANZ  (W-STA-FUND)
                                  WT-MARK (W-STA-FUND, 1)
                                  WT-MARK (W-STA-FUND, 2)
                                  WT-ABL  (W-STA-FUND, 1)
                                  WT-ABL  (W-STA-FUND, 2)
     END-IF

     ADD 1 TO WT-ANZ (W-STA-FUND)
     PERFORM VARYING W-SLOT FROM 1 BY 1
             UNTIL   W-SLOT > 2
         EVALUATE TRUE
             WHEN W-ERG-MARKIERT  (W-SLOT)
                 ADD 1 TO WT-MARK (W-STA-FUND, W-SLOT)
             WHEN W-ERG-ABGELEHNT (W-SLOT)
                 ADD 1 TO WT-ABL  (W-STA-FUND, W-SLOT)
             WHEN OTHER
                 CONTINUE
         END-EVALUATE
     END-PERFORM
     .
 C150-99.
     EXIT.

******************************************************************
* Ist die Transaktion ein bestaetigter Betrugsfall? Ergebnis
* beider Regelwerke am Fall vermerken
******************************************************************
 C160-FALL-PRUEFEN SECTION.
 C160-00.
     MOVE SPACES TO W-ZP-TAG
     STRING  W-ZP-DATUM (1:4) "-"
             W-ZP-DATUM (5:2) "-"
             W-ZP-DATUM (7:2)
                 DELIMITED BY SIZE
       INTO  W-ZP-TAG
     END-STRING
     MOVE W-TX-TERMNR  TO W-FALL-TERMNR
     MOVE W-TX-TRACENR TO W-FALL-TRACENR
     MOVE W-ZP-TAG     TO W-FALL-DATUM

     SEARCH ALL W-FALL-TAB
         AT END  CONTINUE
         WHEN    WF-SCHLUESSEL (IND-FALL) = W-FALL-SCHLUESSEL
                 MOVE "J"      TO WF-GEFUNDEN (IND-FALL)
                 MOVE W-ERG (1) TO WF-ERG (IND-FALL, 1)
                 MOVE W-ERG (2) TO WF-ERG (IND-FALL, 2)
     END-SEARCH
     .
 C160-99.
     EXIT.

******************************************************************
* Regelwerk eines Kartensystems laden. Produktiv: CARDID, dann
* CARDID 0. Kandidat: Kandidat CARDID, produktiv CARDID,
* Kandidat CARDID 0, produktiv CARDID 0
******************************************************************
 C200-REGELWERK-LADEN SECTION.
 C200-00.
     MOVE W-TX-ROUTKZ TO WC-ROUTKZ (W-CFG-FUND)
     MOVE W-TX-CARDID TO WC-CARDID (W-CFG-FUND)
     MOVE ZERO        TO WC-SC-FLAG (W-CFG-FUND, 1)
                         WC-SC-FLAG (W-CFG-FUND, 2)
                         WC-VE-FLAG (W-CFG-FUND, 1)
                         WC-VE-FLAG (W-CFG-FUND, 2)

**  ---> Score-Konfiguration
     MOVE W-TX-ROUTKZ TO ROUTKZ OF SCORECFG
     MOVE W-TX-CARDID TO CARDID OF SCORECFG
     PERFORM S205-SELECT-SCORECFGK
     IF  W-GEFUNDEN
         MOVE 2 TO W-SLOT
         PERFORM C210-SCORE-UEBERNEHMEN
     END-IF
     PERFORM S200-SELECT-SCORECFG
     IF  W-GEFUNDEN
         MOVE 1 TO W-SLOT
         PERFORM C210-SCORE-UEBERNEHMEN
         MOVE 2 TO W-SLOT
         PERFORM C210-SCORE-UEBERNEHMEN
     END-IF
     MOVE ZERO TO CARDID OF SCORECFG
     PERFORM S205-SELECT-SCORECFGK
     IF  W-GEFUNDEN
         MOVE 2 TO W-SLOT
         PERFORM C210-SCORE-UEBERNEHMEN
     END-IF
     PERFORM S200-SELECT-SCORECFG
     IF  W-GEFUNDEN
         MOVE 1 TO W-SLOT
         PERFORM C210-SCORE-UEBERNEHMEN
         MOVE 2 TO W-SLOT
         PERFORM C210-SCORE-UEBERNEHMEN
     END-IF

**  ---> Velocity-Regel
     MOVE W-TX-ROUTKZ TO ROUTKZ OF VELOCFG
     MOVE W-TX-CARDID TO CARDID OF VELOCFG
     PERFORM S215-SELECT-VELOCFGK
     IF  W-GEFUNDEN
         MOVE 2 TO W-SLOT
         PERFORM C220-VELO-UEBERNEHMEN
     END-IF
     PERFORM S210-SELECT-VELOCFG
     IF  W-GEFUNDEN
         MOVE 1 TO W-SLOT
         PERFORM C220-VELO-UEBERNEHMEN
         MOVE 2 TO W-SLOT
         PERFORM C220-VELO-UEBERNEHMEN
     END-IF
     MOVE ZERO TO CARDID OF VELOCFG
     PERFORM S215-SELECT-VELOCFGK
     IF  W-GEFUNDEN
         MOVE 2 TO W-SLOT
         PERFORM C220-VELO-UEBERNEHMEN
     END-IF
     PERFORM S210-SELECT-VELOCFG
     IF  W-GEFUNDEN
         MOVE 1 TO W-SLOT
         PERFORM C220-VELO-UEBERNEHMEN
         MOVE 2 TO W-SLOT
         PERFORM C220-VELO-UEBERNEHMEN
     END-IF
     .
 C200-99.
     EXIT.

******************************************************************
* Gelesene Score-Konfiguration in den Zwischenspeicher, sofern
* das Regelwerk (W-SLOT) noch keine hat
******************************************************************
 C210-SCORE-UEBERNEHMEN SECTION.
 C210-00.
     IF  WC-SC-DA (W-CFG-FUND, W-SLOT)
         EXIT SECTION
     END-IF
     MOVE 1 TO WC-SC-FLAG (W-CFG-FUND, W-SLOT)
     MOVE GW-VELO       OF SCORECFG
                         TO WC-GW-VELO       (W-CFG-FUND, W-SLOT)
     MOVE GW-KM         OF SCORECFG
                         TO WC-GW-KM         (W-CFG-FUND, W-SLOT)
     MOVE GW-ERF        OF SCORECFG
                         TO WC-GW-ERF        (W-CFG-FUND, W-SLOT)
     MOVE GW-NACHT      OF SCORECFG
                         TO WC-GW-NACHT      (W-CFG-FUND, W-SLOT)
     MOVE SCHWELLE-FLAG OF SCORECFG
                         TO WC-SCHWELLE-FLAG (W-CFG-FUND, W-SLOT)
     MOVE SCHWELLE-ABL  OF SCORECFG
                         TO WC-SCHWELLE-ABL  (W-CFG-FUND, W-SLOT)
     .
 C210-99.
     EXIT.

******************************************************************
* Gelesene Velocity-Regel in den Zwischenspeicher, sofern das
* Regelwerk (W-SLOT) noch keine hat
******************************************************************
 C220-VELO-UEBERNEHMEN SECTION.
 C220-00.
     IF  WC-VE-DA (W-CFG-FUND, W-SLOT)
         EXIT SECTION
     END-IF
     MOVE 1 TO WC-VE-FLAG (W-CFG-FUND, W-SLOT)
     MOVE FENSTER-MIN OF VELOCFG
                       TO WC-FENSTER-MIN (W-CFG-FUND, W-SLOT)
     MOVE MAX-ANZ     OF VELOCFG
                       TO WC-MAX-ANZ     (W-CFG-FUND, W-SLOT)
     MOVE MAX-BETRAG  OF VELOCFG
                       TO WC-MAX-BETRAG  (W-CFG-FUND, W-SLOT)
     MOVE AKTION      OF VELOCFG
                       TO WC-AKTION      (W-CFG-FUND, W-SLOT)
     .
 C220-99.
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
                     DISPLAY "RFCSBT7 - Parameter fehlt: "
                             STUP-PORTION
                     SET W-ENDE TO TRUE
         WHEN OTHER  CONTINUE
     END-EVALUATE
     .
 P950-99.
     EXIT.

******************************************************************
* Cursor auf die Vorautorisierungen des Zeitraums
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
          INTO :KANR           of TXILOG70
              ,:ROUTKZ         of TXILOG70
              ,:CARDID         of TXILOG70
              ,:MDNR           of TXILOG70
              ,:TSNR           of TXILOG70
              ,:TERMNR         of TXILOG70
              ,:TRACENR        of TXILOG70
              ,:BETRAG         of TXILOG70
              ,:ZP-VERKAUF     of TXILOG70
              ,:ERFASSUNGS-ART of TXILOG70
              ,:SC-SIGNALE     of TXILOG70
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
* Cursor auf die bestaetigten Betrugsfaelle
******************************************************************
 S110-OPEN-FALL-CURSOR SECTION.
 S110-00.
     EXEC SQL
         OPEN FALL_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S110-99.
     EXIT.

 S111-FETCH-FALL-CURSOR SECTION.
 S111-00.
     EXEC SQL
         FETCH FALL_CURS
          INTO :TERMNR  of FRAUDREV
              ,:TRACENR of FRAUDREV
              ,:DATUM   of FRAUDREV
              ,:FALLNR  of FRAUDREV
              ,:SCORE   of FRAUDREV
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

 S112-CLOSE-FALL-CURSOR SECTION.
 S112-00.
     EXEC SQL
         CLOSE FALL_CURS
     END-EXEC
     .
 S112-99.
     EXIT.

******************************************************************
* Score-Konfiguration zu ROUTKZ/CARDID (Schluessel vom Aufrufer
* in SCORECFG): produktiv bzw. Kandidat
******************************************************************
 S200-SELECT-SCORECFG SECTION.
 S200-00.
     SET W-NICHT-GEFUNDEN TO TRUE
     EXEC SQL
         SELECT  GW_VELO, GW_KM, GW_ERF, GW_NACHT
               , SCHWELLE_FLAG, SCHWELLE_ABL, AC_TERM
           INTO :GW-VELO       of SCORECFG
               ,:GW-KM         of SCORECFG
               ,:GW-ERF        of SCORECFG
               ,:GW-NACHT      of SCORECFG
               ,:SCHWELLE-FLAG of SCORECFG
               ,:SCHWELLE-ABL  of SCORECFG
               ,:AC-TERM       of SCORECFG
           FROM  =SCORECFG
          WHERE  ROUTKZ, CARDID
                 =    :ROUTKZ of SCORECFG
                     ,:CARDID of SCORECFG
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-GEFUNDEN TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S200-99.
     EXIT.

 S205-SELECT-SCORECFGK SECTION.
 S205-00.
     SET W-NICHT-GEFUNDEN TO TRUE
     EXEC SQL
         SELECT  GW_VELO, GW_KM, GW_ERF, GW_NACHT
               , SCHWELLE_FLAG, SCHWELLE_ABL, AC_TERM
           INTO :GW-VELO       of SCORECFG
               ,:GW-KM         of SCORECFG
               ,:GW-ERF        of SCORECFG
               ,:GW-NACHT      of SCORECFG
               ,:SCHWELLE-FLAG of SCORECFG
               ,:SCHWELLE-ABL  of SCORECFG
               ,:AC-TERM       of SCORECFG
           FROM  =SCORECFGK
          WHERE  ROUTKZ, CARDID
                 =    :ROUTKZ of SCORECFG
                     ,:CARDID of SCORECFG
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-GEFUNDEN TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S205-99.
     EXIT.

******************************************************************
* Velocity-Regel zu ROUTKZ/CARDID (Schluessel vom Aufrufer in
* VELOCFG): produktiv bzw. Kandidat
******************************************************************
 S210-SELECT-VELOCFG SECTION.
 S210-00.
     SET W-NICHT-GEFUNDEN TO TRUE
     EXEC SQL
         SELECT  FENSTER_MIN, MAX_ANZ, MAX_BETRAG, AKTION, AC_TERM
           INTO :FENSTER-MIN of VELOCFG
               ,:MAX-ANZ     of VELOCFG
               ,:MAX-BETRAG  of VELOCFG
               ,:AKTION      of VELOCFG
               ,:AC-TERM     of VELOCFG
           FROM  =VELOCFG
          WHERE  ROUTKZ, CARDID
                 =    :ROUTKZ of VELOCFG
                     ,:CARDID of VELOCFG
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-GEFUNDEN TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S210-99.
     EXIT.

 S215-SELECT-VELOCFGK SECTION.
 S215-00.
     SET W-NICHT-GEFUNDEN TO TRUE
     EXEC SQL
         SELECT  FENSTER_MIN, MAX_ANZ, MAX_BETRAG, AKTION, AC_TERM
           INTO :FENSTER-MIN of VELOCFG
               ,:MAX-ANZ     of VELOCFG
               ,:MAX-BETRAG  of VELOCFG
               ,:AKTION      of VELOCFG
               ,:AC-TERM     of VELOCFG
           FROM  =VELOCFGK
          WHERE  ROUTKZ, CARDID
                 =    :ROUTKZ of VELOCFG
                     ,:CARDID of VELOCFG
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-GEFUNDEN TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S215-99.
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
         WHEN OTHER  DISPLAY "RFCSBT7 - =BATCHRUN nicht "
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
         DISPLAY "RFCSBT7 - =BATCHRUN nicht fortschreibbar, "
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
     DISPLAY "RFCSBT7 - SQL-Fehler, SQLCODE: " SQLCODE OF SQLCA
     SET W-ENDE TO TRUE
     .
 Z002-99.
     EXIT.
