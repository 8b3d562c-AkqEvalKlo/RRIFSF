?CONSULT $SYSTEM.SYSTEM.COBOLEX0
?SEARCH  $SYSTEM.SYSTEM.COBOLLIB
?SEARCH  =TALLIB

?NOLMAP, SYMBOLS, INSPECT
?SAVE ALL
?LINES 66
?CHECK 3
?SQL

 IDENTIFICATION DIVISION.

 PROGRAM-ID. RFCKET7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.00
* Kurzbeschreibung :: Steuerung der Nachtkette. Die Schritte der
* Kurzbeschreibung :: Kette stehen im Sollplan =RUNSOLL (IN_KETTE
* Kurzbeschreibung :: = "J", mit Objektdatei, PARAMs und Start-
* Kurzbeschreibung :: bedingung), ihre Vorgaenger in =RUNVORG.
* Kurzbeschreibung :: Ein Schritt startet, sobald alle Vorgaenger
* Kurzbeschreibung :: sauber beendet sind und seine Bedingung
* Kurzbeschreibung :: erfuellt ist: "D" = Eingangsdatei in
* Kurzbeschreibung :: =FILEREG registriert, "C" = Cutoff des
* Kurzbeschreibung :: Acquirers (=ASCUTOFF) fuer den Kettentag
* Kurzbeschreibung :: erreicht. Ende und Status jedes Schritts
* Kurzbeschreibung :: liest die Steuerung aus =BATCHRUN (S770/
* Kurzbeschreibung :: S780 der Programme). Scheitert ein Schritt,
* Kurzbeschreibung :: werden nur seine Nachfolger uebersprungen;
* Kurzbeschreibung :: unabhaengige Zweige laufen weiter. Der
* Kurzbeschreibung :: Stand je Kettentag steht in =RUNKETTE; ein
* Kurzbeschreibung :: Wiederanlauf (MODUS RESTART) setzt nur die
* Kurzbeschreibung :: fehlerhaften und uebersprungenen Schritte
* Kurzbeschreibung :: zurueck, sauber beendete laufen nicht noch
* Kurzbeschreibung :: einmal.
* Package          :: ICC
*
* Aenderungen
*
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-10-15| kl  | R7-551:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: Batch, abends zum Start der Nachtverarbeitung;
*                nach einem Abbruch erneut mit MODUS RESTART
* Parameter   :: PARAM MODUS  START | RESTART
*                PARAM DATUM  JJJJ-MM-TT  (optional; Kettentag,
*                             Default START = heute, RESTART =
*                             letzter angelegter Kettentag)
*                PARAM ENDE   HHMI        (optional, Default 0700;
*                             spaetestes Ende der Steuerung, noch
*                             wartende Schritte werden gemeldet)
*
* =RUNSOLL.PARAMS :: PARAMs des Schritts als "NAME WERT", mehrere
*                    durch ";" getrennt (z.B. "MODUS TAG;ROUTKZ 7")
*
* Status in =RUNKETTE ::
*                W = wartet
*                S = gestartet
*                E = sauber beendet
*                F = fehlerhaft (Status F in =BATCHRUN, Start nicht
*                    moeglich oder Programm nicht angelaufen)
*                U = uebersprungen (Vorgaenger fehlerhaft)
*
******************************************************************
* Uebersicht der SECTIONs:
*
* A100-STEUERUNG
*
* B000-VORLAUF
* B010-PLAN-LADEN
* B020-KETTE-ANLEGEN
* B030-KETTE-WIEDERANLAUF
* B090-ENDE
* B100-KETTE-STEUERN
*
* C000-JETZT
* C010-SCHRITT-SUCHEN
* C100-RUNDE
* C110-LAUF-PRUEFEN
* C120-START-PRUEFEN
* C130-BEDINGUNG-PRUEFEN
* C140-STARTEN
* C150-PARAMS-SETZEN
* C160-PARAMS-LOESCHEN
* C170-STATUS-SETZEN
*
* P950-GETPARAMTEXT
*
* S300-SELECT-KETTE-LETZTE
* S310-INSERT-RUNKETTE
* S320-UPDATE-RUNKETTE
* S330-RESET-RUNKETTE
* S340-SELECT-BATCHRUN
* S350-SELECT-FILEREG
* S360-SELECT-ASCUTOFF
* S770-RUN-START
* S775-RUN-RESET
* S780-RUN-ENDE
* S900-OPEN-RUNSOLL-CURSOR
* S910-FETCH-RUNSOLL-CURSOR
* S920-CLOSE-RUNSOLL-CURSOR
* S930-OPEN-RUNVORG-CURSOR
* S940-FETCH-RUNVORG-CURSOR
* S950-CLOSE-RUNVORG-CURSOR
* S960-OPEN-RUNKETTE-CURSOR
* S970-FETCH-RUNKETTE-CURSOR
* S980-CLOSE-RUNKETTE-CURSOR
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

 01          W-KETTE-FLAG        PIC 9       VALUE ZERO.
     88      W-KETTE-LAEUFT                  VALUE ZERO.
     88      W-KETTE-FERTIG                  VALUE 1.
     88      W-KETTE-FRIST                   VALUE 2.

 01          W-VORG-FLAG         PIC 9       VALUE ZERO.
     88      W-VORG-FERTIG                   VALUE ZERO.
     88      W-VORG-OFFEN                    VALUE 1.
     88      W-VORG-GESCHEITERT              VALUE 2.

 01          W-BED-FLAG          PIC 9       VALUE ZERO.
     88      W-BED-ERFUELLT                  VALUE ZERO.
     88      W-BED-OFFEN                     VALUE 1.

**  ---> Lauf-Registrierung in =BATCHRUN (Morgenpruefer RFCRUN7)
 01          K-RUN-PROGRAMM      PIC X(08)   VALUE "RFCKET7".
 01          W-RUN-DATUM         PIC X(10)   VALUE SPACES.
 01          W-RUN-STATUS        PIC X(01)   VALUE SPACE.

**  ---> Grenzen
 01          K-SCHRITT-MAX       PIC S9(04) COMP VALUE 50.
 01          K-VORG-MAX          PIC S9(04) COMP VALUE 10.
 01          K-PAR-MAX           PIC S9(04) COMP VALUE 4.

**  ---> Wartezeit zwischen zwei Runden (Zehntelsekunden)
 77          K-RUNDE-ZS          PIC S9(04) COMP VALUE 300.

**  ---> so viele Minuten nach dem Start muss ein Schritt in
**  ---> =BATCHRUN stehen, sonst gilt er als nicht angelaufen
 77          K-ANLAUF-MIN        PIC S9(04) COMP VALUE 10.

 77          W-ANZ-GESTARTET     PIC 9(05)   VALUE ZERO.
 77          W-ANZ-OK            PIC 9(05)   VALUE ZERO.
 77          W-ANZ-FEHLER        PIC 9(05)   VALUE ZERO.
 77          W-ANZ-UEBERSPRUNGEN PIC 9(05)   VALUE ZERO.
 77          W-ANZ-OFFEN         PIC 9(05)   VALUE ZERO.

 01          W-I                 PIC S9(04) COMP VALUE ZERO.
 01          W-J                 PIC S9(04) COMP VALUE ZERO.
 01          W-K                 PIC S9(04) COMP VALUE ZERO.
 01          W-P                 PIC S9(04) COMP VALUE ZERO.
 01          W-ZEIGER            PIC S9(04) COMP VALUE ZERO.
 01          W-LEER              PIC S9(04) COMP VALUE ZERO.

**  ---> Parameter
 01          W-MODUS             PIC X(08)   VALUE SPACES.
     88      W-MODUS-START                   VALUE "START".
     88      W-MODUS-RESTART                 VALUE "RESTART".
 01          W-ENDE-HHMI         PIC 9(04)   VALUE 0700.
 01          W-ENDE-HHMI-X REDEFINES W-ENDE-HHMI.
     05      WE-HH               PIC 9(02).
     05      WE-MI               PIC 9(02).

**  ---> Kettentag und Uhr (Minuten seit Tag 1 fuer Fristen)
 01          W-KETTE-DATUM       PIC X(10)   VALUE SPACES.
 01          W-KETTE-DATUM-8     PIC 9(08)   VALUE ZEROS.
 01          W-KETTE-INTEGER     PIC S9(09) COMP VALUE ZEROS.
 01          W-AKT-DATUM         PIC 9(08)   VALUE ZEROS.
 01          W-AKT-INTEGER       PIC S9(09) COMP VALUE ZEROS.
 01          W-JETZT-MIN         PIC S9(09) COMP VALUE ZEROS.
 01          W-FRIST-MIN         PIC S9(09) COMP VALUE ZEROS.
 01          W-JETZT-HHMI        PIC X(05)   VALUE SPACES.
 01          W-JETZT-ZP          PIC X(22)   VALUE SPACES.

**  ---> Schritte der Kette mit Vorgaengern (Index in der Tabelle)
 01          W-SCHRITT-ANZ       PIC S9(04) COMP VALUE ZERO.
 01          W-SCHRITT-TABELLE.
     05      W-SCHRITT           OCCURS 50 TIMES.
      10     WS-PROGRAMM         PIC X(08).
      10     WS-OBJEKT           PIC X(36).
      10     WS-PARAMS           PIC X(80).
      10     WS-BEDINGUNG        PIC X(01).
          88 WS-BED-KEINE                    VALUE SPACE.
          88 WS-BED-FILEREG                  VALUE "D".
          88 WS-BED-CUTOFF                   VALUE "C".
      10     WS-BED-DATEI        PIC X(08).
      10     WS-BED-ROUTKZ       PIC 9(04).
      10     WS-STATUS           PIC X(01).
          88 WS-WARTEND                      VALUE "W".
          88 WS-GESTARTET                    VALUE "S".
          88 WS-OK                           VALUE "E".
          88 WS-FEHLER                       VALUE "F".
          88 WS-UEBERSPRUNGEN                VALUE "U".
      10     WS-ZP-START         PIC X(22).
      10     WS-START-MIN        PIC S9(09) COMP.
      10     WS-GEMELDET-FLAG    PIC 9.
          88 WS-GEMELDET                     VALUE 1.
      10     WS-ANGELEGT-FLAG    PIC 9.
          88 WS-ANGELEGT                     VALUE 1.
      10     WS-VORG-ANZ         PIC S9(04) COMP.
      10     WS-VORG             PIC S9(04) COMP
                                 OCCURS 10 TIMES.

**  ---> PARAMs eines Schritts
 01          W-PAR-TABELLE.
     05      W-PAR-TEIL          PIC X(80)   OCCURS 4 TIMES.
 01          W-PAR-PORTION       PIC X(30)   VALUE SPACES.
 01          W-PAR-TEXT          PIC X(80)   VALUE SPACES.
 01          W-PAR-RESULT        PIC S9(04) COMP VALUE ZERO.
 01          W-CP-FEHLER         PIC S9(04) COMP VALUE ZERO.

**  ---> Hostfelder
 01          W-PROGRAMM          PIC X(08)   VALUE SPACES.
 01          W-VORGAENGER        PIC X(08)   VALUE SPACES.
 01          W-NACHFOLGER        PIC X(08)   VALUE SPACES.
 01          W-OBJEKT            PIC X(36)   VALUE SPACES.
 01          W-PARAMS            PIC X(80)   VALUE SPACES.
 01          W-BEDINGUNG         PIC X(01)   VALUE SPACE.
 01          W-BED-DATEI         PIC X(08)   VALUE SPACES.
 01          W-BED-ROUTKZ        PIC 9(04)   VALUE ZEROS.
 01          W-KZ-STATUS         PIC X(01)   VALUE SPACE.
 01          W-ZP-START          PIC X(22)   VALUE SPACES.
 01          W-ZP-VON            PIC X(22)   VALUE SPACES.
 01          W-CUTOFF            PIC X(05)   VALUE "24:00".
 01          W-ANZ               PIC 9(09)   VALUE ZEROS.
 01          W-ANZ-E             PIC 9(09)   VALUE ZEROS.
 01          W-ANZ-F             PIC 9(09)   VALUE ZEROS.
 01          W-ANZ-L             PIC 9(09)   VALUE ZEROS.

 01          D-STATUS-TEXT       PIC X(40)   VALUE SPACES.

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

**  ---> Schritte der Kette in Startreihenfolge
 EXEC SQL
     DECLARE RUNSOLL_CURS CURSOR FOR
         SELECT  PROGRAMM, OBJEKT, PARAMS
               , BEDINGUNG, BED_DATEI, BED_ROUTKZ
           FROM  =RUNSOLL
          WHERE  IN_KETTE = "J"
          ORDER  BY REIHENFOLGE, PROGRAMM
         BROWSE  ACCESS
 END-EXEC

**  ---> Vorgaenger je Schritt
 EXEC SQL
     DECLARE RUNVORG_CURS CURSOR FOR
         SELECT  PROGRAMM, VORGAENGER
           FROM  =RUNVORG
          ORDER  BY PROGRAMM, VORGAENGER
         BROWSE  ACCESS
 END-EXEC

**  ---> Stand der Kette eines Kettentags (Wiederanlauf)
 EXEC SQL
     DECLARE RUNKETTE_CURS CURSOR FOR
         SELECT  PROGRAMM, KZ_STATUS
           FROM  =RUNKETTE
          WHERE  KETTE_DATUM = :W-KETTE-DATUM
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
         PERFORM B010-PLAN-LADEN
     END-IF
     IF  NOT W-ENDE
         IF  W-MODUS-START
             PERFORM B020-KETTE-ANLEGEN
         ELSE
             PERFORM B030-KETTE-WIEDERANLAUF
         END-IF
     END-IF
     IF  NOT W-ENDE
         PERFORM B100-KETTE-STEUERN
     END-IF
     PERFORM S780-RUN-ENDE
     PERFORM B090-ENDE
     STOP RUN
     .
 A100-99.
     EXIT.

******************************************************************
* Vorlauf: Parameter lesen, Kettentag und Frist bestimmen
******************************************************************
 B000-VORLAUF SECTION.
 B000-00.
     PERFORM C000-JETZT

     MOVE "MODUS" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:8) TO W-MODUS
     IF  NOT W-MODUS-START
     AND NOT W-MODUS-RESTART
         DISPLAY "RFCKET7 - MODUS " W-MODUS
                 " unbekannt (START/RESTART)"
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

**  ---> Kettentag (optional)
     MOVE "DATUM" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         MOVE ZERO TO W-ENDE-FLAG
         IF  W-MODUS-START
             MOVE W-RUN-DATUM TO W-KETTE-DATUM
         ELSE
             PERFORM S300-SELECT-KETTE-LETZTE
             IF  W-ENDE
                 EXIT SECTION
             END-IF
         END-IF
     ELSE
         MOVE STUP-TEXT (1:10) TO W-KETTE-DATUM
     END-IF
     IF  W-KETTE-DATUM (5:1) NOT = "-"
     OR  W-KETTE-DATUM (8:1) NOT = "-"
     OR  W-KETTE-DATUM (1:4) IS NOT NUMERIC
     OR  W-KETTE-DATUM (6:2) IS NOT NUMERIC
     OR  W-KETTE-DATUM (9:2) IS NOT NUMERIC
         DISPLAY "RFCKET7 - DATUM " W-KETTE-DATUM
                 " ungueltig (JJJJ-MM-TT)"
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF
     MOVE W-KETTE-DATUM (1:4) TO W-KETTE-DATUM-8 (1:4)
     MOVE W-KETTE-DATUM (6:2) TO W-KETTE-DATUM-8 (5:2)
     MOVE W-KETTE-DATUM (9:2) TO W-KETTE-DATUM-8 (7:2)
     COMPUTE W-KETTE-INTEGER
           = FUNCTION INTEGER-OF-DATE (W-KETTE-DATUM-8)

**  ---> spaetestes Ende: der naechste Zeitpunkt HHMI nach dem
**  ---> Start der Steuerung
     MOVE "ENDE" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         MOVE ZERO TO W-ENDE-FLAG
     ELSE
         IF  STUP-TEXT (1:4) IS NOT NUMERIC
             DISPLAY "RFCKET7 - ENDE " STUP-TEXT (1:4)
                     " ungueltig (HHMI)"
             SET W-ENDE TO TRUE
             EXIT SECTION
         END-IF
         MOVE STUP-TEXT (1:4) TO W-ENDE-HHMI
     END-IF
     COMPUTE W-FRIST-MIN = W-AKT-INTEGER * 1440
                         + WE-HH * 60 + WE-MI
     IF  W-FRIST-MIN <= W-JETZT-MIN
         ADD 1440 TO W-FRIST-MIN
     END-IF

**  ---> die eigenen PARAMs duerfen nicht an die Schritte vererbt
**  ---> werden (MODUS wird von mehreren Programmen gelesen)
     MOVE "MODUS" TO W-PAR-PORTION
     ENTER "DELETEPARAM" USING  W-PAR-PORTION
                         GIVING W-PAR-RESULT
     MOVE "DATUM" TO W-PAR-PORTION
     ENTER "DELETEPARAM" USING  W-PAR-PORTION
                         GIVING W-PAR-RESULT
     MOVE "ENDE"  TO W-PAR-PORTION
     ENTER "DELETEPARAM" USING  W-PAR-PORTION
                         GIVING W-PAR-RESULT

     DISPLAY "RFCKET7 - Nachtkette " W-MODUS " fuer Kettentag "
             W-KETTE-DATUM ", Ende spaetestens " WE-HH ":" WE-MI
     .
 B000-99.
     EXIT.

******************************************************************
* Sollplan laden: Schritte der Kette und ihre Vorgaenger
******************************************************************
 B010-PLAN-LADEN SECTION.
 B010-00.
     INITIALIZE W-SCHRITT-TABELLE
     MOVE ZERO TO W-SCHRITT-ANZ

     PERFORM S900-OPEN-RUNSOLL-CURSOR
     PERFORM S910-FETCH-RUNSOLL-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         IF  W-SCHRITT-ANZ >= K-SCHRITT-MAX
             DISPLAY "RFCKET7 - mehr als " K-SCHRITT-MAX
                     " Schritte im Sollplan"
             SET W-ENDE TO TRUE
             SET W-SQL-NOK TO TRUE
         ELSE
             ADD 1 TO W-SCHRITT-ANZ
             MOVE W-PROGRAMM   TO WS-PROGRAMM   (W-SCHRITT-ANZ)
             MOVE W-OBJEKT     TO WS-OBJEKT     (W-SCHRITT-ANZ)
             MOVE W-PARAMS     TO WS-PARAMS     (W-SCHRITT-ANZ)
             MOVE W-BEDINGUNG  TO WS-BEDINGUNG  (W-SCHRITT-ANZ)
             MOVE W-BED-DATEI  TO WS-BED-DATEI  (W-SCHRITT-ANZ)
             MOVE W-BED-ROUTKZ TO WS-BED-ROUTKZ (W-SCHRITT-ANZ)
             MOVE "W"          TO WS-STATUS     (W-SCHRITT-ANZ)
             IF  NOT WS-BED-KEINE  (W-SCHRITT-ANZ)
             AND NOT WS-BED-FILEREG (W-SCHRITT-ANZ)
             AND NOT WS-BED-CUTOFF (W-SCHRITT-ANZ)
                 DISPLAY "RFCKET7 - " W-PROGRAMM
                         ": Bedingung " W-BEDINGUNG
                         " unbekannt (D/C)"
                 SET W-ENDE TO TRUE
             END-IF
             PERFORM S910-FETCH-RUNSOLL-CURSOR
         END-IF
     END-PERFORM
     PERFORM S920-CLOSE-RUNSOLL-CURSOR
     IF  W-ENDE
         EXIT SECTION
     END-IF
     IF  W-SCHRITT-ANZ = ZERO
         DISPLAY "RFCKET7 - keine Schritte im Sollplan (IN_KETTE)"
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

**  ---> Vorgaenger: beide muessen Schritte der Kette sein, sonst
**  ---> wuerde der Nachfolger nie starten
     PERFORM S930-OPEN-RUNVORG-CURSOR
     PERFORM S940-FETCH-RUNVORG-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         PERFORM C010-SCHRITT-SUCHEN
         MOVE W-I TO W-K
         IF  W-K > W-SCHRITT-ANZ
             DISPLAY "RFCKET7 - =RUNVORG: " W-PROGRAMM
                     " ist kein Schritt der Kette"
             SET W-ENDE TO TRUE
         ELSE
             MOVE W-PROGRAMM   TO W-NACHFOLGER
             MOVE W-VORGAENGER TO W-PROGRAMM
             PERFORM C010-SCHRITT-SUCHEN
             EVALUATE TRUE
                 WHEN W-I > W-SCHRITT-ANZ
                 OR   W-I = W-K
                     DISPLAY "RFCKET7 - =RUNVORG: Vorgaenger "
                             W-VORGAENGER " von " W-NACHFOLGER
                             " ist kein Schritt der Kette"
                     SET W-ENDE TO TRUE
                 WHEN WS-VORG-ANZ (W-K) >= K-VORG-MAX
                     DISPLAY "RFCKET7 - =RUNVORG: mehr als "
                             K-VORG-MAX " Vorgaenger fuer "
                             W-NACHFOLGER
                     SET W-ENDE TO TRUE
                 WHEN OTHER
                     ADD 1 TO WS-VORG-ANZ (W-K)
                     MOVE W-I TO WS-VORG (W-K, WS-VORG-ANZ (W-K))
             END-EVALUATE
         END-IF
         PERFORM S940-FETCH-RUNVORG-CURSOR
     END-PERFORM
     PERFORM S950-CLOSE-RUNVORG-CURSOR

     IF  NOT W-ENDE
         DISPLAY "RFCKET7 - " W-SCHRITT-ANZ " Schritte geladen"
     END-IF
     .
 B010-99.
     EXIT.

******************************************************************
* START: die Schritte des Kettentags wartend anlegen. Ist der
* Kettentag schon angelegt, wird abgewiesen - eine zweite
* Steuerung wuerde die Programme doppelt starten
******************************************************************
 B020-KETTE-ANLEGEN SECTION.
 B020-00.
     PERFORM U100-BEGIN
     PERFORM VARYING W-I FROM 1 BY 1
             UNTIL   W-I > W-SCHRITT-ANZ
             OR      W-ENDE
         MOVE WS-PROGRAMM (W-I) TO W-PROGRAMM
         PERFORM S310-INSERT-RUNKETTE
     END-PERFORM
     IF  W-ENDE
         PERFORM U120-ROLLBACK
     ELSE
         PERFORM U110-COMMIT
     END-IF
     .
 B020-99.
     EXIT.

******************************************************************
* RESTART: fehlerhafte und uebersprungene Schritte wieder auf
* "wartend" setzen, den Stand aller Schritte laden. Sauber
* beendete bleiben beendet; ein beim Abbruch der Steuerung noch
* laufender Schritt wird weiter ueber =BATCHRUN verfolgt
******************************************************************
 B030-KETTE-WIEDERANLAUF SECTION.
 B030-00.
     PERFORM S330-RESET-RUNKETTE
     IF  W-ENDE
         EXIT SECTION
     END-IF

     MOVE ZERO TO W-ANZ
     PERFORM S960-OPEN-RUNKETTE-CURSOR
     PERFORM S970-FETCH-RUNKETTE-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         PERFORM C010-SCHRITT-SUCHEN
         IF  W-I > W-SCHRITT-ANZ
             DISPLAY "RFCKET7 - " W-PROGRAMM
                     " steht nicht mehr im Sollplan - ignoriert"
         ELSE
             ADD 1 TO W-ANZ
             SET  WS-ANGELEGT (W-I) TO TRUE
             MOVE W-KZ-STATUS TO WS-STATUS (W-I)
             IF  WS-GESTARTET (W-I)
                 MOVE SPACES TO WS-ZP-START (W-I)
                 STRING  W-KETTE-DATUM ":00:00:00.00"
                             DELIMITED BY SIZE
                   INTO  WS-ZP-START (W-I)
                 END-STRING
                 MOVE W-JETZT-MIN TO WS-START-MIN (W-I)
             END-IF
         END-IF
         PERFORM S970-FETCH-RUNKETTE-CURSOR
     END-PERFORM
     PERFORM S980-CLOSE-RUNKETTE-CURSOR
     IF  W-ENDE
         EXIT SECTION
     END-IF
     IF  W-ANZ = ZERO
         DISPLAY "RFCKET7 - Kettentag " W-KETTE-DATUM
                 " nicht angelegt - MODUS START verwenden"
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

**  ---> neu in den Sollplan aufgenommene Schritte nachtragen
     PERFORM VARYING W-I FROM 1 BY 1
             UNTIL   W-I > W-SCHRITT-ANZ
             OR      W-ENDE
         IF  NOT WS-ANGELEGT (W-I)
             MOVE WS-PROGRAMM (W-I) TO W-PROGRAMM
             PERFORM U100-BEGIN
             PERFORM S310-INSERT-RUNKETTE
             IF  W-ENDE
                 PERFORM U120-ROLLBACK
             ELSE
                 PERFORM U110-COMMIT
             END-IF
         END-IF
     END-PERFORM
     .
 B030-99.
     EXIT.

******************************************************************
* Ende / Zusammenfassung je Schritt
******************************************************************
 B090-ENDE SECTION.
 B090-00.
     PERFORM VARYING W-I FROM 1 BY 1
             UNTIL   W-I > W-SCHRITT-ANZ
         EVALUATE TRUE
             WHEN WS-OK (W-I)
                 MOVE "sauber beendet"            TO D-STATUS-TEXT
             WHEN WS-FEHLER (W-I)
                 MOVE "!!! FEHLERHAFT"            TO D-STATUS-TEXT
             WHEN WS-UEBERSPRUNGEN (W-I)
                 MOVE "!!! uebersprungen"         TO D-STATUS-TEXT
             WHEN WS-GESTARTET (W-I)
                 MOVE "!!! laeuft noch (nicht beendet)"
                                                  TO D-STATUS-TEXT
             WHEN OTHER
                 MOVE "!!! nicht gestartet (wartet)"
                                                  TO D-STATUS-TEXT
         END-EVALUATE
         DISPLAY "RFCKET7 - " WS-PROGRAMM (W-I) " " D-STATUS-TEXT
     END-PERFORM

     DISPLAY "RFCKET7 - gestartet     : " W-ANZ-GESTARTET
     DISPLAY "RFCKET7 - sauber beendet: " W-ANZ-OK
     DISPLAY "RFCKET7 - fehlerhaft    : " W-ANZ-FEHLER
     DISPLAY "RFCKET7 - uebersprungen : " W-ANZ-UEBERSPRUNGEN
     DISPLAY "RFCKET7 - offen         : " W-ANZ-OFFEN
     .
 B090-99.
     EXIT.

******************************************************************
* Kette steuern: Runde um Runde Laeufe pruefen und startbereite
* Schritte starten, bis kein Schritt mehr wartet oder laeuft oder
* die Frist (PARAM ENDE) erreicht ist
******************************************************************
 B100-KETTE-STEUERN SECTION.
 B100-00.
     SET W-KETTE-LAEUFT TO TRUE
     PERFORM UNTIL W-ENDE
             OR    NOT W-KETTE-LAEUFT
         PERFORM C100-RUNDE
         IF  W-KETTE-LAEUFT
         AND NOT W-ENDE
             IF  W-JETZT-MIN >= W-FRIST-MIN
                 SET W-KETTE-FRIST TO TRUE
                 DISPLAY "RFCKET7 - !!! Frist " WE-HH ":" WE-MI
                         " erreicht, Steuerung endet"
             ELSE
                 ENTER TAL "DELAY" USING K-RUNDE-ZS
             END-IF
         END-IF
     END-PERFORM

**  ---> Bilanz; eine unvollstaendige Kette ist ein fehlerhafter
**  ---> Lauf der Steuerung (Status F in =BATCHRUN)
     MOVE ZEROS TO W-ANZ-OK
                   W-ANZ-FEHLER
                   W-ANZ-UEBERSPRUNGEN
                   W-ANZ-OFFEN
     PERFORM VARYING W-I FROM 1 BY 1
             UNTIL   W-I > W-SCHRITT-ANZ
         EVALUATE TRUE
             WHEN WS-OK (W-I)             ADD 1 TO W-ANZ-OK
             WHEN WS-FEHLER (W-I)         ADD 1 TO W-ANZ-FEHLER
             WHEN WS-UEBERSPRUNGEN (W-I)  ADD 1 TO W-ANZ-UEBERSPRUNGEN
             WHEN OTHER                   ADD 1 TO W-ANZ-OFFEN
         END-EVALUATE
     END-PERFORM
     IF  W-ANZ-OK < W-SCHRITT-ANZ
         SET W-ENDE TO TRUE
     END-IF
     .
 B100-99.
     EXIT.

******************************************************************
* Aktuelle Uhrzeit in den benoetigten Formen
******************************************************************
 C000-JETZT SECTION.
 C000-00.
     PERFORM U200-TIMESTAMP
     COMPUTE W-AKT-DATUM =
               (TAL-JHJJ OF TAL-TIME-D * 10000)
             + (TAL-MM   OF TAL-TIME-D * 100)
             +  TAL-TT   OF TAL-TIME-D
     COMPUTE W-AKT-INTEGER = FUNCTION INTEGER-OF-DATE (W-AKT-DATUM)
     COMPUTE W-JETZT-MIN = W-AKT-INTEGER * 1440
                         + TAL-HH OF TAL-TIME-D * 60
                         + TAL-MI OF TAL-TIME-D

     MOVE SPACES TO W-JETZT-HHMI
                    W-JETZT-ZP
     STRING  TAL-HH OF TAL-TIME-D ":"
             TAL-MI OF TAL-TIME-D
                 DELIMITED BY SIZE
       INTO  W-JETZT-HHMI
     END-STRING
     STRING  TAL-JHJJ OF TAL-TIME-D "-"
             TAL-MM   OF TAL-TIME-D "-"
             TAL-TT   OF TAL-TIME-D ":"
             TAL-HH   OF TAL-TIME-D ":"
             TAL-MI   OF TAL-TIME-D ":"
             TAL-SS   OF TAL-TIME-D "."
             TAL-HS   OF TAL-TIME-D
                 DELIMITED BY SIZE
       INTO  W-JETZT-ZP
     END-STRING
     .
 C000-99.
     EXIT.

******************************************************************
* Schritt W-PROGRAMM in der Tabelle suchen (W-I > Anzahl: fehlt)
******************************************************************
 C010-SCHRITT-SUCHEN SECTION.
 C010-00.
     PERFORM VARYING W-I FROM 1 BY 1
             UNTIL   W-I > W-SCHRITT-ANZ
             OR      WS-PROGRAMM (W-I) = W-PROGRAMM
         CONTINUE
     END-PERFORM
     .
 C010-99.
     EXIT.

******************************************************************
* Eine Runde: laufende Schritte pruefen, wartende starten
******************************************************************
 C100-RUNDE SECTION.
 C100-00.
     PERFORM C000-JETZT

     PERFORM VARYING W-I FROM 1 BY 1
             UNTIL   W-I > W-SCHRITT-ANZ
             OR      W-ENDE
         EVALUATE TRUE
             WHEN WS-GESTARTET (W-I)  PERFORM C110-LAUF-PRUEFEN
             WHEN WS-WARTEND (W-I)    PERFORM C120-START-PRUEFEN
             WHEN OTHER               CONTINUE
         END-EVALUATE
     END-PERFORM

**  ---> fertig, wenn nichts mehr wartet oder laeuft
     SET W-KETTE-FERTIG TO TRUE
     PERFORM VARYING W-I FROM 1 BY 1
             UNTIL   W-I > W-SCHRITT-ANZ
         IF  WS-WARTEND (W-I)
         OR  WS-GESTARTET (W-I)
             SET W-KETTE-LAEUFT TO TRUE
         END-IF
     END-PERFORM
     .
 C100-99.
     EXIT.

******************************************************************
* Gestarteten Schritt ueber =BATCHRUN verfolgen: massgeblich ist
* der Satz, den das Programm seit dem Start geschrieben hat
******************************************************************
 C110-LAUF-PRUEFEN SECTION.
 C110-00.
     MOVE WS-PROGRAMM (W-I) TO W-PROGRAMM
     MOVE WS-ZP-START (W-I) TO W-ZP-VON
     PERFORM S340-SELECT-BATCHRUN
     IF  W-ENDE
         EXIT SECTION
     END-IF

     EVALUATE TRUE
         WHEN W-ANZ-E > ZERO
             MOVE "E" TO W-KZ-STATUS
             DISPLAY "RFCKET7 - " W-JETZT-HHMI " " W-PROGRAMM
                     " sauber beendet"
         WHEN W-ANZ-F > ZERO
             MOVE "F" TO W-KZ-STATUS
             DISPLAY "RFCKET7 - " W-JETZT-HHMI " !!! " W-PROGRAMM
                     " endete fehlerhaft (Status F in =BATCHRUN)"
         WHEN W-ANZ-L > ZERO
             EXIT SECTION
         WHEN W-JETZT-MIN - WS-START-MIN (W-I) >= K-ANLAUF-MIN
             MOVE "F" TO W-KZ-STATUS
             DISPLAY "RFCKET7 - " W-JETZT-HHMI " !!! " W-PROGRAMM
                     " nicht angelaufen (kein Satz in =BATCHRUN"
                     " nach " K-ANLAUF-MIN " Minuten)"
         WHEN OTHER
             EXIT SECTION
     END-EVALUATE
     PERFORM C170-STATUS-SETZEN
     .
 C110-99.
     EXIT.

******************************************************************
* Wartenden Schritt pruefen: scheiterte ein Vorgaenger, wird er
* uebersprungen; sind alle Vorgaenger sauber beendet und ist die
* Bedingung erfuellt, wird er gestartet
******************************************************************
 C120-START-PRUEFEN SECTION.
 C120-00.
     SET W-VORG-FERTIG TO TRUE
     PERFORM VARYING W-J FROM 1 BY 1
             UNTIL   W-J > WS-VORG-ANZ (W-I)
             OR      W-VORG-GESCHEITERT
         MOVE WS-VORG (W-I, W-J) TO W-K
         EVALUATE TRUE
             WHEN WS-OK (W-K)             CONTINUE
             WHEN WS-FEHLER (W-K)
             OR   WS-UEBERSPRUNGEN (W-K)  SET W-VORG-GESCHEITERT
                                              TO TRUE
             WHEN OTHER                   SET W-VORG-OFFEN TO TRUE
         END-EVALUATE
     END-PERFORM

     IF  W-VORG-GESCHEITERT
         MOVE WS-PROGRAMM (W-I) TO W-PROGRAMM
         MOVE "U"               TO W-KZ-STATUS
         DISPLAY "RFCKET7 - " W-JETZT-HHMI " !!! " W-PROGRAMM
                 " uebersprungen, Vorgaenger "
                 WS-PROGRAMM (W-K) " nicht sauber beendet"
         PERFORM C170-STATUS-SETZEN
         EXIT SECTION
     END-IF
     IF  W-VORG-OFFEN
         EXIT SECTION
     END-IF

     PERFORM C130-BEDINGUNG-PRUEFEN
     IF  W-ENDE
         EXIT SECTION
     END-IF
     IF  W-BED-OFFEN
**      ---> nur einmal melden, nicht in jeder Runde
         IF  NOT WS-GEMELDET (W-I)
             SET WS-GEMELDET (W-I) TO TRUE
             IF  WS-BED-FILEREG (W-I)
                 DISPLAY "RFCKET7 - " W-JETZT-HHMI " "
                         WS-PROGRAMM (W-I) " wartet auf Datei "
                         WS-BED-DATEI (W-I)
             ELSE
                 DISPLAY "RFCKET7 - " W-JETZT-HHMI " "
                         WS-PROGRAMM (W-I) " wartet auf Cutoff "
                         W-CUTOFF " von ROUTKZ "
                         WS-BED-ROUTKZ (W-I)
             END-IF
         END-IF
         EXIT SECTION
     END-IF

     PERFORM C140-STARTEN
     .
 C120-99.
     EXIT.

******************************************************************
* Startbedingung pruefen
*   "D": Eingangsdatei BED_DATEI (ggf. je BED_ROUTKZ) ist seit
*        Beginn des Kettentags in =FILEREG registriert
*   "C": Cutoff des Acquirers BED_ROUTKZ fuer den Kettentag ist
*        erreicht (Default 24:00 = Ende des Kettentags)
******************************************************************
 C130-BEDINGUNG-PRUEFEN SECTION.
 C130-00.
     SET W-BED-ERFUELLT TO TRUE
     MOVE WS-BED-DATEI  (W-I) TO W-BED-DATEI
     MOVE WS-BED-ROUTKZ (W-I) TO W-BED-ROUTKZ

     EVALUATE TRUE
         WHEN WS-BED-FILEREG (W-I)
             MOVE SPACES TO W-ZP-VON
             STRING  W-KETTE-DATUM ":00:00:00.00"
                         DELIMITED BY SIZE
               INTO  W-ZP-VON
             END-STRING
             PERFORM S350-SELECT-FILEREG
             IF  W-ANZ = ZERO
                 SET W-BED-OFFEN TO TRUE
             END-IF
         WHEN WS-BED-CUTOFF (W-I)
             PERFORM S360-SELECT-ASCUTOFF
             EVALUATE TRUE
                 WHEN W-AKT-INTEGER > W-KETTE-INTEGER
                     CONTINUE
                 WHEN W-AKT-INTEGER < W-KETTE-INTEGER
                 OR   W-CUTOFF = "24:00"
                 OR   W-JETZT-HHMI < W-CUTOFF
                     SET W-BED-OFFEN TO TRUE
                 WHEN OTHER
                     CONTINUE
             END-EVALUATE
         WHEN OTHER
             CONTINUE
     END-EVALUATE
     .
 C130-99.
     EXIT.

******************************************************************
* Schritt starten: PARAMs setzen, Prozess aus der Objektdatei
* erzeugen, PARAMs wieder entfernen (der naechste Schritt soll
* sie nicht erben)
******************************************************************
 C140-STARTEN SECTION.
 C140-00.
     PERFORM C000-JETZT
     MOVE WS-PROGRAMM (W-I) TO W-PROGRAMM
     MOVE WS-OBJEKT   (W-I) TO W-OBJEKT

     PERFORM C150-PARAMS-SETZEN
     ENTER "CREATEPROCESS" USING  W-OBJEKT
                           GIVING W-CP-FEHLER
     PERFORM C160-PARAMS-LOESCHEN

     IF  W-CP-FEHLER NOT = ZERO
         MOVE "F" TO W-KZ-STATUS
         DISPLAY "RFCKET7 - " W-JETZT-HHMI " !!! " W-PROGRAMM
                 " nicht startbar (" W-OBJEKT "), Fehler "
                 W-CP-FEHLER
         PERFORM C170-STATUS-SETZEN
         EXIT SECTION
     END-IF

     ADD 1 TO W-ANZ-GESTARTET
     MOVE W-JETZT-ZP  TO WS-ZP-START  (W-I)
     MOVE W-JETZT-MIN TO WS-START-MIN (W-I)
     MOVE "S"         TO W-KZ-STATUS
     DISPLAY "RFCKET7 - " W-JETZT-HHMI " " W-PROGRAMM
             " gestartet " WS-PARAMS (W-I)
     PERFORM C170-STATUS-SETZEN
     .
 C140-99.
     EXIT.

******************************************************************
* PARAMs des Schritts ("NAME WERT;NAME WERT") setzen
******************************************************************
 C150-PARAMS-SETZEN SECTION.
 C150-00.
     MOVE SPACES TO W-PAR-TABELLE
     IF  WS-PARAMS (W-I) = SPACES
         EXIT SECTION
     END-IF
     UNSTRING WS-PARAMS (W-I) DELIMITED BY ";"
         INTO W-PAR-TEIL (1)
              W-PAR-TEIL (2)
              W-PAR-TEIL (3)
              W-PAR-TEIL (4)
     END-UNSTRING

     PERFORM VARYING W-P FROM 1 BY 1
             UNTIL   W-P > K-PAR-MAX
         IF  W-PAR-TEIL (W-P) NOT = SPACES
             MOVE ZERO TO W-LEER
             INSPECT W-PAR-TEIL (W-P)
                 TALLYING W-LEER FOR LEADING SPACE
             COMPUTE W-ZEIGER = W-LEER + 1
             MOVE SPACES TO W-PAR-PORTION
                            W-PAR-TEXT
             UNSTRING W-PAR-TEIL (W-P) DELIMITED BY SPACE
                 INTO W-PAR-PORTION
                 WITH POINTER W-ZEIGER
             END-UNSTRING
             IF  W-ZEIGER <= 80
                 MOVE W-PAR-TEIL (W-P) (W-ZEIGER:) TO W-PAR-TEXT
             END-IF
             ENTER "PUTPARAMTEXT" USING  W-PAR-PORTION
                                         W-PAR-TEXT
                                  GIVING W-PAR-RESULT
             IF  W-PAR-RESULT < ZERO
                 DISPLAY "RFCKET7 - " W-PROGRAMM ": PARAM "
                         W-PAR-PORTION " nicht setzbar, Fehler "
                         W-PAR-RESULT
             END-IF
         END-IF
     END-PERFORM
     .
 C150-99.
     EXIT.

******************************************************************
* PARAMs des Schritts wieder entfernen
******************************************************************
 C160-PARAMS-LOESCHEN SECTION.
 C160-00.
     PERFORM VARYING W-P FROM 1 BY 1
             UNTIL   W-P > K-PAR-MAX
         IF  W-PAR-TEIL (W-P) NOT = SPACES
             MOVE ZERO TO W-LEER
             INSPECT W-PAR-TEIL (W-P)
                 TALLYING W-LEER FOR LEADING SPACE
             COMPUTE W-ZEIGER = W-LEER + 1
             MOVE SPACES TO W-PAR-PORTION
             UNSTRING W-PAR-TEIL (W-P) DELIMITED BY SPACE
                 INTO W-PAR-PORTION
                 WITH POINTER W-ZEIGER
             END-UNSTRING
             ENTER "DELETEPARAM" USING  W-PAR-PORTION
                                 GIVING W-PAR-RESULT
         END-IF
     END-PERFORM
     .
 C160-99.
     EXIT.

******************************************************************
* Neuen Status eines Schritts (W-KZ-STATUS) in Tabelle und
* =RUNKETTE festhalten
******************************************************************
 C170-STATUS-SETZEN SECTION.
 C170-00.
     MOVE W-KZ-STATUS       TO WS-STATUS (W-I)
     MOVE WS-PROGRAMM (W-I) TO W-PROGRAMM
     MOVE WS-ZP-START (W-I) TO W-ZP-START
     IF  W-ZP-START = SPACES
         MOVE W-JETZT-ZP TO W-ZP-START
     END-IF

     PERFORM U100-BEGIN
     PERFORM S320-UPDATE-RUNKETTE
     IF  W-ENDE
         PERFORM U120-ROLLBACK
     ELSE
         PERFORM U110-COMMIT
     END-IF
     .
 C170-99.
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
                     DISPLAY "RFCKET7 - Parameter fehlt: "
                             STUP-PORTION
                     SET W-ENDE TO TRUE
         WHEN OTHER  CONTINUE
     END-EVALUATE
     .
 P950-99.
     EXIT.

******************************************************************
* Letzten angelegten Kettentag lesen (RESTART ohne DATUM)
******************************************************************
 S300-SELECT-KETTE-LETZTE SECTION.
 S300-00.
     MOVE ZEROS TO W-ANZ
     EXEC SQL
         SELECT  COUNT(*)
           INTO :W-ANZ
           FROM  =RUNKETTE
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF
     IF  W-ANZ = ZERO
         DISPLAY "RFCKET7 - =RUNKETTE ist leer - MODUS START "
                 "verwenden"
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

     EXEC SQL
         SELECT  MAX(KETTE_DATUM)
           INTO :W-KETTE-DATUM
           FROM  =RUNKETTE
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S300-99.
     EXIT.

******************************************************************
* Schritt des Kettentags wartend anlegen
******************************************************************
 S310-INSERT-RUNKETTE SECTION.
 S310-00.
     EXEC SQL
         INSERT
           INTO  =RUNKETTE
                 ( KETTE_DATUM, PROGRAMM, KZ_STATUS
                 , ZP_START, ZP_ENDE )
         VALUES  (
                  :W-KETTE-DATUM
                 ,:W-PROGRAMM
                 ,"W"
                 ,current  YEAR TO FRACTION(2)
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN -8227  DISPLAY "RFCKET7 - Kettentag " W-KETTE-DATUM
                             " bereits angelegt - MODUS RESTART "
                             "verwenden"
                     SET W-ENDE TO TRUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S310-99.
     EXIT.

******************************************************************
* Status eines Schritts fortschreiben
******************************************************************
 S320-UPDATE-RUNKETTE SECTION.
 S320-00.
     EXEC SQL
         UPDATE  =RUNKETTE
            SET  KZ_STATUS = :W-KZ-STATUS
               , ZP_START  = :W-ZP-START
                             TYPE AS DATETIME YEAR TO FRACTION(2)
               , ZP_ENDE   = CURRENT
          WHERE  KETTE_DATUM = :W-KETTE-DATUM
            AND  PROGRAMM    = :W-PROGRAMM
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S320-99.
     EXIT.

******************************************************************
* Wiederanlauf: fehlerhafte und uebersprungene Schritte zuruecksetzen
******************************************************************
 S330-RESET-RUNKETTE SECTION.
 S330-00.
     PERFORM U100-BEGIN
     EXEC SQL
         UPDATE  =RUNKETTE
            SET  KZ_STATUS = "W"
               , ZP_ENDE   = CURRENT
          WHERE  KETTE_DATUM = :W-KETTE-DATUM
            AND  KZ_STATUS IN ("F", "U")
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO
         WHEN 100    PERFORM U110-COMMIT
         WHEN OTHER  PERFORM U120-ROLLBACK
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S330-99.
     EXIT.

******************************************************************
* Laufsaetze des Schritts seit seinem Start in =BATCHRUN zaehlen
* (nach Status; ein Wiederholungslauf am selben Tag setzt
* ZP_START im vorhandenen Satz neu)
******************************************************************
 S340-SELECT-BATCHRUN SECTION.
 S340-00.
     MOVE ZEROS TO W-ANZ-E
                   W-ANZ-F
                   W-ANZ-L

     EXEC SQL
         SELECT  COUNT(*)
           INTO :W-ANZ-E
           FROM  =BATCHRUN
          WHERE  PROGRAMM  = :W-PROGRAMM
            AND  KZ_STATUS = "E"
            AND  ZP_START >= :W-ZP-VON
                             TYPE AS DATETIME YEAR TO FRACTION(2)
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

     EXEC SQL
         SELECT  COUNT(*)
           INTO :W-ANZ-F
           FROM  =BATCHRUN
          WHERE  PROGRAMM  = :W-PROGRAMM
            AND  KZ_STATUS = "F"
            AND  ZP_START >= :W-ZP-VON
                             TYPE AS DATETIME YEAR TO FRACTION(2)
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

     EXEC SQL
         SELECT  COUNT(*)
           INTO :W-ANZ-L
           FROM  =BATCHRUN
          WHERE  PROGRAMM  = :W-PROGRAMM
            AND  KZ_STATUS = "L"
            AND  ZP_START >= :W-ZP-VON
                             TYPE AS DATETIME YEAR TO FRACTION(2)
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S340-99.
     EXIT.

******************************************************************
* Eingangsdatei seit Beginn des Kettentags registriert?
* (BED_ROUTKZ 0 = beliebiger Acquirer)
******************************************************************
 S350-SELECT-FILEREG SECTION.
 S350-00.
     MOVE ZEROS TO W-ANZ
     EXEC SQL
         SELECT  COUNT(*)
           INTO :W-ANZ
           FROM  =FILEREG
          WHERE  DATEINAME = :W-BED-DATEI
            AND (ROUTKZ    = :W-BED-ROUTKZ
             OR  0         = :W-BED-ROUTKZ)
            AND  ZPINS    >= :W-ZP-VON
                             TYPE AS DATETIME YEAR TO FRACTION(2)
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S350-99.
     EXIT.

******************************************************************
* Cutoff des Acquirers lesen (Default 24:00)
******************************************************************
 S360-SELECT-ASCUTOFF SECTION.
 S360-00.
     MOVE "24:00" TO W-CUTOFF
     EXEC SQL
         SELECT  CUTOFF_HHMM
           INTO :W-CUTOFF
           FROM  =ASCUTOFF
          WHERE  ROUTKZ = :W-BED-ROUTKZ
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    MOVE "24:00" TO W-CUTOFF
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S360-99.
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
         WHEN OTHER  DISPLAY "RFCKET7 - =BATCHRUN nicht "
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
* Laufende in =BATCHRUN festhalten (Status und Kennzahl = Anzahl
* sauber beendeter Schritte)
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
               , ANZ       = :W-ANZ-OK
               , ZP_ENDE   = CURRENT
          WHERE  DATUM    = :W-RUN-DATUM
            AND  PROGRAMM = :K-RUN-PROGRAMM
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         DISPLAY "RFCKET7 - =BATCHRUN nicht fortschreibbar, "
                 "SQLCODE: " SQLCODE OF SQLCA
     END-IF
     .
 S780-99.
     EXIT.

******************************************************************
* Cursor auf =RUNSOLL
******************************************************************
 S900-OPEN-RUNSOLL-CURSOR SECTION.
 S900-00.
     EXEC SQL
         OPEN RUNSOLL_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S900-99.
     EXIT.

 S910-FETCH-RUNSOLL-CURSOR SECTION.
 S910-00.
     EXEC SQL
         FETCH RUNSOLL_CURS
          INTO :W-PROGRAMM
              ,:W-OBJEKT
              ,:W-PARAMS
              ,:W-BEDINGUNG
              ,:W-BED-DATEI
              ,:W-BED-ROUTKZ
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

 S920-CLOSE-RUNSOLL-CURSOR SECTION.
 S920-00.
     EXEC SQL
         CLOSE RUNSOLL_CURS
     END-EXEC
     .
 S920-99.
     EXIT.

******************************************************************
* Cursor auf =RUNVORG
******************************************************************
 S930-OPEN-RUNVORG-CURSOR SECTION.
 S930-00.
     EXEC SQL
         OPEN RUNVORG_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S930-99.
     EXIT.

 S940-FETCH-RUNVORG-CURSOR SECTION.
 S940-00.
     EXEC SQL
         FETCH RUNVORG_CURS
          INTO :W-PROGRAMM
              ,:W-VORGAENGER
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

 S950-CLOSE-RUNVORG-CURSOR SECTION.
 S950-00.
     EXEC SQL
         CLOSE RUNVORG_CURS
     END-EXEC
     .
 S950-99.
     EXIT.

******************************************************************
* Cursor auf =RUNKETTE
******************************************************************
 S960-OPEN-RUNKETTE-CURSOR SECTION.
 S960-00.
     EXEC SQL
         OPEN RUNKETTE_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S960-99.
     EXIT.

 S970-FETCH-RUNKETTE-CURSOR SECTION.
 S970-00.
     EXEC SQL
         FETCH RUNKETTE_CURS
          INTO :W-PROGRAMM
              ,:W-KZ-STATUS
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

 S980-CLOSE-RUNKETTE-CURSOR SECTION.
 S980-00.
     EXEC SQL
         CLOSE RUNKETTE_CURS
     END-EXEC
     .
 S980-99.
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
* Allgemeine Fehlerbehandlung
******************************************************************
 Z002-PROGERR SECTION.
 Z002-00.
     DISPLAY "RFCKET7 - SQL-Fehler, SQLCODE: " SQLCODE OF SQLCA
     SET W-ENDE TO TRUE
     .
 Z002-99.
     EXIT.
