?CONSULT $SYSTEM.SYSTEM.COBOLEX0
?SEARCH  $SYSTEM.SYSTEM.COBOLLIB
?SEARCH  =TALLIB

?NOLMAP, SYMBOLS, INSPECT
?SAVE ALL
?LINES 66
?CHECK 3
?SQL

 IDENTIFICATION DIVISION.

 PROGRAM-ID. RFCKON7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.00
* Kurzbeschreibung :: Tagesbericht Nachrichten-Konformitaet. Die
* Kurzbeschreibung :: Online-Server (Baustein PFCKON7) protokollieren
* Kurzbeschreibung :: jeden Verstoss gegen das Regelwerk =MSGRULE in
* Kurzbeschreibung :: =MSGKONEX. Dieser Bericht wertet einen Tag aus
* Kurzbeschreibung :: und zeigt je Terminalmodell (TERMTYP aus
* Kurzbeschreibung :: =POST70) und Acquirer (ROUTKZ), wer kaputte
* Kurzbeschreibung :: Nachrichten schickt: betroffene Terminals,
* Kurzbeschreibung :: Nachrichten und Verstoesse, getrennt nach
* Kurzbeschreibung :: Terminal-Anfrage und AS-Nachricht, nach Art
* Kurzbeschreibung :: des Verstosses und mit dem haeufigsten BMP.
* Package          :: ICC
*
* Aenderungen
*
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-10-15| kl  | R7-553:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: Batch, taeglich nach Tagesende
* Parameter   :: PARAM DATUM JJJJ-MM-TT (optional; Auswertungstag,
*                                       Standard ist der Vortag)
* Hinweis     :: Verstoesse der AS-Nachricht liegen beim Aufbau der
*                Nachricht im Server (Richtung "A"), nicht beim
*                Terminal; sie werden trotzdem dem Terminalmodell
*                zugeordnet, da der Inhalt aus dessen Anfrage stammt.
*                Terminals ohne =POST70-Satz laufen unter "????".
*
******************************************************************
* Uebersicht der SECTIONs:
*
* A100-STEUERUNG
*
* B000-VORLAUF
* B090-ENDE
* B100-EINLESEN
* B200-AUSGABE
*
* C000-DATUM-TEXT
* C100-VERSTOSS-ZAEHLEN
* C110-GRUPPE-SUCHEN
* C200-GRUPPE-DRUCKEN
*
* P950-GETPARAMTEXT
*
* S300-SELECT-TERMTYP
* S900-OPEN-MSGKONEX-CURSOR
* S910-FETCH-MSGKONEX-CURSOR
* S920-CLOSE-MSGKONEX-CURSOR
* S930-OPEN-POST70-CURSOR
* S940-FETCH-POST70-CURSOR
* S950-CLOSE-POST70-CURSOR
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
 01          K-RUN-PROGRAMM      PIC X(08)   VALUE "RFCKON7".
 01          W-RUN-DATUM         PIC X(10)   VALUE SPACES.
 01          W-RUN-STATUS        PIC X(01)   VALUE SPACE.

 01          K-GR-MAX            PIC S9(04) COMP VALUE 300.
 01          K-UNBEKANNT         PIC X(10)   VALUE "????".

 77          W-ANZ-VERSTOSS      PIC 9(09)   VALUE ZERO.
 77          W-ANZ-NACHRICHTEN   PIC 9(09)   VALUE ZERO.
 77          W-ANZ-TERMINALS     PIC 9(07)   VALUE ZERO.
 77          W-ANZ-UEBERLAUF     PIC 9(09)   VALUE ZERO.

**  ---> Auswertungstag
 01          W-AKT-DATUM         PIC 9(08)   VALUE ZEROS.
 01          W-AKT-INTEGER       PIC S9(09) COMP VALUE ZEROS.
 01          W-TAG-INTEGER       PIC S9(09) COMP VALUE ZEROS.
 01          W-TAG-DATUM         PIC 9(08)   VALUE ZEROS.
 01          W-TAG-DATUM-X REDEFINES W-TAG-DATUM.
     05      WT-JHJJ             PIC X(04).
     05      WT-MM               PIC X(02).
     05      WT-TT               PIC X(02).
 01          W-TAG-TEXT          PIC X(10)   VALUE SPACES.
 01          W-BER-DATUM         PIC X(10)   VALUE SPACES.
 01          W-TS-VON            PIC X(22)   VALUE SPACES.
 01          W-TS-BIS            PIC X(22)   VALUE SPACES.

**  ---> Gruppenwechsel Terminal / Nachricht
 01          W-ALT-TERMNR        PIC 9(08)   VALUE ZEROS.
 01          W-ALT-TRACENR       PIC 9(06)   VALUE ZEROS.
 01          W-ALT-RICHTUNG      PIC X(01)   VALUE SPACE.
 01          W-ERSTER-FLAG       PIC 9       VALUE 1.
     88      W-ERSTER-SATZ                   VALUE 1.
 01          W-TERMTYP           PIC X(10)   VALUE SPACES.
 01          W-NEU-TERMINAL      PIC 9       VALUE ZERO.
     88      W-TERMINAL-NEU                  VALUE 1.
 01          W-NEU-NACHRICHT     PIC 9       VALUE ZERO.
     88      W-NACHRICHT-NEU                 VALUE 1.

**  ---> je Terminalmodell und Acquirer (sortiert gehalten)
 01          W-GR-TABELLE.
     05      W-GR                OCCURS 300.
      10     WG-TERMTYP          PIC X(10).
      10     WG-ROUTKZ           PIC S9(04) COMP.
      10     WG-TERMINALS        PIC 9(07).
      10     WG-NACHR-T          PIC 9(09).
      10     WG-NACHR-A          PIC 9(09).
      10     WG-VERSTOSS         PIC 9(09).
      10     WG-FEHLER           PIC 9(09)  OCCURS 5.
      10     WG-BMP              PIC 9(09)  OCCURS 64.
 01          W-GR-ANZ            PIC S9(04) COMP VALUE ZEROS.
 01          W-GR-IND            PIC S9(04) COMP VALUE ZEROS.
 01          W-IND               PIC S9(04) COMP VALUE ZEROS.
 01          W-BMP-IND           PIC S9(04) COMP VALUE ZEROS.
 01          W-FEHLER-IND        PIC S9(04) COMP VALUE ZEROS.
 01          W-MAX-BMP           PIC S9(04) COMP VALUE ZEROS.
 01          W-MAX-ANZ           PIC 9(09)   VALUE ZEROS.

**  ---> Reihenfolge der Fehlerarten in WG-FEHLER
 01          K-FEHLERARTEN       PIC X(05)   VALUE "MKVLF".

**  ---> Druckzeilen
 01          W-DZ-KOPF1.
     05      FILLER              PIC X(32)   VALUE
                                 "TERMTYP    ROUTKZ TERMINALS  NAC".
     05      FILLER              PIC X(40)   VALUE
                                 "HR.TERM  NACHR.AS VERSTOESSE    M    K  ".
     05      FILLER              PIC X(31)   VALUE
                                 "  V    L    F  HAEUF.BMP    ANZ".

 01          W-DZ-GRUPPE.
     05      DG-TERMTYP          PIC X(10).
     05      FILLER              PIC X       VALUE SPACE.
     05      DG-ROUTKZ           PIC Z(05)9.
     05      FILLER              PIC X       VALUE SPACE.
     05      DG-TERMINALS        PIC Z(08)9.
     05      FILLER              PIC X       VALUE SPACE.
     05      DG-NACHR-T          PIC Z(10)9.
     05      FILLER              PIC X       VALUE SPACE.
     05      DG-NACHR-A          PIC Z(08)9.
     05      FILLER              PIC X       VALUE SPACE.
     05      DG-VERSTOSS         PIC Z(09)9.
     05      DG-FEHLER-TAB       OCCURS 5.
      10     FILLER              PIC X       VALUE SPACE.
      10     DG-FEHLER           PIC ZZZ9.
     05      FILLER              PIC X(02)   VALUE SPACES.
     05      DG-MAX-BMP          PIC ZZZZZZZZ9.
     05      FILLER              PIC X       VALUE SPACE.
     05      DG-MAX-ANZ          PIC ZZZZZ9.

 01          W-DZ-SUMME.
     05      FILLER              PIC X(18)   VALUE
                                 "GESAMT           ".
     05      DS-TERMINALS        PIC Z(08)9.
     05      FILLER              PIC X(13)   VALUE
                                 "  Nachrichten".
     05      DS-NACHRICHTEN      PIC Z(08)9.
     05      FILLER              PIC X(13)   VALUE
                                 "  Verstoesse ".
     05      DS-VERSTOSS         PIC Z(08)9.

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

**  ---> Protokoll der Verstoesse (Baustein PFCKON7)
 EXEC SQL
    INVOKE =MSGKONEX AS MSGKONEX
 END-EXEC

**  ---> Terminalstamm (Terminalmodell)
 EXEC SQL
    INVOKE =POST70 AS POST70
 END-EXEC

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

**  ---> Verstoesse des Auswertungstags, je Terminal und Nachricht
 EXEC SQL
     DECLARE MSGKONEX_CURS CURSOR FOR
         SELECT  TERMNR, TRACENR, RICHTUNG, ROUTKZ, BMP, KZ_FEHLER
           FROM  =MSGKONEX
          WHERE  ZPINS >= :W-TS-VON
                          TYPE AS DATETIME YEAR TO FRACTION(2)
            AND  ZPINS <= :W-TS-BIS
                          TYPE AS DATETIME YEAR TO FRACTION(2)
          ORDER  BY TERMNR, TRACENR, RICHTUNG, BMP
         BROWSE  ACCESS
 END-EXEC

**  ---> Terminalmodell; ein Terminal kann unter mehreren PNR
**  ---> stehen, es zaehlt der erste Satz
 EXEC SQL
     DECLARE POST70_CURS CURSOR FOR
         SELECT  TERMTYP
           FROM  =POST70
          WHERE  TERMNR = :TERMNR of POST70
          ORDER  BY PNR
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
         PERFORM B100-EINLESEN
     END-IF
     IF  NOT W-ENDE
         PERFORM B200-AUSGABE
     END-IF
     PERFORM S780-RUN-ENDE
     PERFORM B090-ENDE
     STOP RUN
     .
 A100-99.
     EXIT.

******************************************************************
* Vorlauf: Auswertungstag bestimmen (PARAM DATUM oder Vortag)
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
             DISPLAY "RFCKON7 - DATUM " W-BER-DATUM
                     " ungueltig (JJJJ-MM-TT)"
             SET W-ENDE TO TRUE
             EXIT SECTION
         END-IF
     ELSE
         COMPUTE W-TAG-INTEGER = W-AKT-INTEGER - 1
         PERFORM C000-DATUM-TEXT
         MOVE W-TAG-TEXT TO W-BER-DATUM
     END-IF

     MOVE SPACES TO W-TS-VON
                    W-TS-BIS
     STRING  W-BER-DATUM ":00:00:00.00"
                 DELIMITED BY SIZE
       INTO  W-TS-VON
     END-STRING
     STRING  W-BER-DATUM ":23:59:59.99"
                 DELIMITED BY SIZE
       INTO  W-TS-BIS
     END-STRING

     INITIALIZE W-GR-TABELLE
     MOVE ZEROS TO W-GR-ANZ

     DISPLAY "RFCKON7 - Nachrichten-Konformitaet fuer " W-BER-DATUM
     .
 B000-99.
     EXIT.

******************************************************************
* Ende / Zusammenfassung
******************************************************************
 B090-ENDE SECTION.
 B090-00.
     DISPLAY " "
     DISPLAY "RFCKON7 - Verstoesse gelesen      : " W-ANZ-VERSTOSS
     DISPLAY "RFCKON7 - betroffene Nachrichten  : " W-ANZ-NACHRICHTEN
     DISPLAY "RFCKON7 - betroffene Terminals    : " W-ANZ-TERMINALS
     IF  W-ANZ-UEBERLAUF > ZERO
         DISPLAY "RFCKON7 - !!! nicht gruppiert (Tabelle voll): "
                 W-ANZ-UEBERLAUF
     END-IF
     .
 B090-99.
     EXIT.

******************************************************************
* Verstoesse des Tages einlesen und je Modell/Acquirer zaehlen
******************************************************************
 B100-EINLESEN SECTION.
 B100-00.
     PERFORM S900-OPEN-MSGKONEX-CURSOR
     PERFORM S910-FETCH-MSGKONEX-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         PERFORM C100-VERSTOSS-ZAEHLEN
         PERFORM S910-FETCH-MSGKONEX-CURSOR
     END-PERFORM
     PERFORM S920-CLOSE-MSGKONEX-CURSOR
     MOVE ZERO TO W-SQLCODE-FLAG
     .
 B100-99.
     EXIT.

******************************************************************
* Ausgabe je Terminalmodell und Acquirer
******************************************************************
 B200-AUSGABE SECTION.
 B200-00.
     DISPLAY " "
     IF  W-GR-ANZ = ZERO
         DISPLAY "RFCKON7 - keine Verstoesse am " W-BER-DATUM
         EXIT SECTION
     END-IF

     DISPLAY "Fehlerart: M Pflicht-BMP fehlt, K bedingtes Pflicht-"
             "BMP fehlt, V verbotenes BMP, L Laenge, F Format"
     DISPLAY " "
     DISPLAY W-DZ-KOPF1
     PERFORM VARYING W-GR-IND FROM 1 BY 1
             UNTIL   W-GR-IND > W-GR-ANZ
         PERFORM C200-GRUPPE-DRUCKEN
     END-PERFORM

     MOVE W-ANZ-TERMINALS   TO DS-TERMINALS
     MOVE W-ANZ-NACHRICHTEN TO DS-NACHRICHTEN
     MOVE W-ANZ-VERSTOSS    TO DS-VERSTOSS
     DISPLAY " "
     DISPLAY W-DZ-SUMME
     .
 B200-99.
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
* einen Verstoss zaehlen; Terminal- und Nachrichtenwechsel ueber
* die Sortierung des Cursors
******************************************************************
 C100-VERSTOSS-ZAEHLEN SECTION.
 C100-00.
     ADD 1 TO W-ANZ-VERSTOSS
     MOVE ZERO TO W-NEU-TERMINAL
                  W-NEU-NACHRICHT

     IF  W-ERSTER-SATZ
     OR  TERMNR OF MSGKONEX NOT = W-ALT-TERMNR
         SET W-TERMINAL-NEU  TO TRUE
         SET W-NACHRICHT-NEU TO TRUE
         MOVE TERMNR OF MSGKONEX TO W-ALT-TERMNR
                                    TERMNR OF POST70
         PERFORM S300-SELECT-TERMTYP
         ADD 1 TO W-ANZ-TERMINALS
     END-IF
     IF  TRACENR  OF MSGKONEX NOT = W-ALT-TRACENR
     OR  RICHTUNG OF MSGKONEX NOT = W-ALT-RICHTUNG
         SET W-NACHRICHT-NEU TO TRUE
     END-IF
     MOVE ZERO                 TO W-ERSTER-FLAG
     MOVE TRACENR  OF MSGKONEX TO W-ALT-TRACENR
     MOVE RICHTUNG OF MSGKONEX TO W-ALT-RICHTUNG
     IF  W-NACHRICHT-NEU
         ADD 1 TO W-ANZ-NACHRICHTEN
     END-IF

     PERFORM C110-GRUPPE-SUCHEN
     IF  W-GR-IND = ZERO
         ADD 1 TO W-ANZ-UEBERLAUF
         EXIT SECTION
     END-IF

**  ---> ein Terminal mit Verstoessen bei mehreren Acquirern zaehlt
**  ---> in jeder Gruppe, in der es zum ersten Mal auftaucht
     IF  W-TERMINAL-NEU
         ADD 1 TO WG-TERMINALS (W-GR-IND)
     END-IF
     IF  W-NACHRICHT-NEU
         IF  RICHTUNG OF MSGKONEX = "A"
             ADD 1 TO WG-NACHR-A (W-GR-IND)
         ELSE
             ADD 1 TO WG-NACHR-T (W-GR-IND)
         END-IF
     END-IF
     ADD 1 TO WG-VERSTOSS (W-GR-IND)

     PERFORM VARYING W-FEHLER-IND FROM 1 BY 1
             UNTIL   W-FEHLER-IND > 5
         IF  K-FEHLERARTEN (W-FEHLER-IND:1) = KZ-FEHLER OF MSGKONEX
             ADD 1 TO WG-FEHLER (W-GR-IND, W-FEHLER-IND)
         END-IF
     END-PERFORM

     MOVE BMP OF MSGKONEX TO W-BMP-IND
     IF  W-BMP-IND > ZERO
     AND W-BMP-IND < 65
         ADD 1 TO WG-BMP (W-GR-IND, W-BMP-IND)
     END-IF
     .
 C100-99.
     EXIT.

******************************************************************
* Gruppe Terminalmodell/ROUTKZ suchen, ggf. an der richtigen
* Stelle einfuegen (W-GR-IND, 0 = Tabelle voll)
******************************************************************
 C110-GRUPPE-SUCHEN SECTION.
 C110-00.
     MOVE ZERO TO W-GR-IND
     PERFORM VARYING W-IND FROM 1 BY 1
             UNTIL   W-IND > W-GR-ANZ
             OR      W-GR-IND > ZERO
         IF  WG-TERMTYP (W-IND) = W-TERMTYP
         AND WG-ROUTKZ  (W-IND) = ROUTKZ OF MSGKONEX
             MOVE W-IND TO W-GR-IND
         END-IF
     END-PERFORM
     IF  W-GR-IND > ZERO
     OR  W-GR-ANZ NOT < K-GR-MAX
         EXIT SECTION
     END-IF

**  ---> Einfuegestelle: erste Gruppe, die groesser ist
     MOVE W-GR-ANZ TO W-IND
     ADD 1 TO W-IND
     MOVE W-IND TO W-GR-IND
     PERFORM VARYING W-IND FROM 1 BY 1
             UNTIL   W-IND > W-GR-ANZ
             OR      W-GR-IND NOT > W-GR-ANZ
         IF  WG-TERMTYP (W-IND) > W-TERMTYP
         OR (WG-TERMTYP (W-IND) = W-TERMTYP
         AND WG-ROUTKZ  (W-IND) > ROUTKZ OF MSGKONEX)
             MOVE W-IND TO W-GR-IND
         END-IF
     END-PERFORM

**  ---> dahinter liegende Gruppen um eins nach hinten schieben
     PERFORM VARYING W-IND FROM W-GR-ANZ BY -1
             UNTIL   W-IND < W-GR-IND
         MOVE W-GR (W-IND) TO W-GR (W-IND + 1)
     END-PERFORM
     ADD 1 TO W-GR-ANZ

     INITIALIZE W-GR (W-GR-IND)
     MOVE W-TERMTYP          TO WG-TERMTYP (W-GR-IND)
     MOVE ROUTKZ OF MSGKONEX TO WG-ROUTKZ  (W-GR-IND)
     .
 C110-99.
     EXIT.

******************************************************************
* eine Gruppe drucken, mit dem am haeufigsten verletzten BMP
******************************************************************
 C200-GRUPPE-DRUCKEN SECTION.
 C200-00.
     MOVE ZEROS TO W-MAX-BMP
                   W-MAX-ANZ
     PERFORM VARYING W-BMP-IND FROM 1 BY 1
             UNTIL   W-BMP-IND > 64
         IF  WG-BMP (W-GR-IND, W-BMP-IND) > W-MAX-ANZ
             MOVE WG-BMP (W-GR-IND, W-BMP-IND) TO W-MAX-ANZ
             MOVE W-BMP-IND                    TO W-MAX-BMP
         END-IF
     END-PERFORM

     MOVE WG-TERMTYP   (W-GR-IND) TO DG-TERMTYP
     MOVE WG-ROUTKZ    (W-GR-IND) TO DG-ROUTKZ
     MOVE WG-TERMINALS (W-GR-IND) TO DG-TERMINALS
     MOVE WG-NACHR-T   (W-GR-IND) TO DG-NACHR-T
     MOVE WG-NACHR-A   (W-GR-IND) TO DG-NACHR-A
     MOVE WG-VERSTOSS  (W-GR-IND) TO DG-VERSTOSS
     PERFORM VARYING W-FEHLER-IND FROM 1 BY 1
             UNTIL   W-FEHLER-IND > 5
         MOVE WG-FEHLER (W-GR-IND, W-FEHLER-IND)
           TO DG-FEHLER (W-FEHLER-IND)
     END-PERFORM
     MOVE W-MAX-BMP TO DG-MAX-BMP
     MOVE W-MAX-ANZ TO DG-MAX-ANZ

     DISPLAY W-DZ-GRUPPE
     .
 C200-99.
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
* Terminalmodell zum Terminal lesen (erster =POST70-Satz)
******************************************************************
 S300-SELECT-TERMTYP SECTION.
 S300-00.
     MOVE K-UNBEKANNT TO W-TERMTYP
     PERFORM S930-OPEN-POST70-CURSOR
     IF  W-SQL-NOK
         EXIT SECTION
     END-IF
     PERFORM S940-FETCH-POST70-CURSOR
     IF  W-SQL-OK
     AND TERMTYP OF POST70 NOT = SPACES
         MOVE TERMTYP OF POST70 TO W-TERMTYP
     END-IF
     PERFORM S950-CLOSE-POST70-CURSOR
**  ---> der MSGKONEX-Cursor laeuft weiter
     MOVE ZERO TO W-SQLCODE-FLAG
     .
 S300-99.
     EXIT.

******************************************************************
* Cursor auf =MSGKONEX
******************************************************************
 S900-OPEN-MSGKONEX-CURSOR SECTION.
 S900-00.
     EXEC SQL
         OPEN MSGKONEX_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S900-99.
     EXIT.

 S910-FETCH-MSGKONEX-CURSOR SECTION.
 S910-00.
     EXEC SQL
         FETCH MSGKONEX_CURS
          INTO :TERMNR    of MSGKONEX
              ,:TRACENR   of MSGKONEX
              ,:RICHTUNG  of MSGKONEX
              ,:ROUTKZ    of MSGKONEX
              ,:BMP       of MSGKONEX
              ,:KZ-FEHLER of MSGKONEX
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

 S920-CLOSE-MSGKONEX-CURSOR SECTION.
 S920-00.
     EXEC SQL
         CLOSE MSGKONEX_CURS
     END-EXEC
     .
 S920-99.
     EXIT.

******************************************************************
* Cursor auf =POST70 (je Terminal)
******************************************************************
 S930-OPEN-POST70-CURSOR SECTION.
 S930-00.
     EXEC SQL
         OPEN POST70_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S930-99.
     EXIT.

 S940-FETCH-POST70-CURSOR SECTION.
 S940-00.
     EXEC SQL
         FETCH POST70_CURS
          INTO :TERMTYP of POST70
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

 S950-CLOSE-POST70-CURSOR SECTION.
 S950-00.
     EXEC SQL
         CLOSE POST70_CURS
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
         WHEN OTHER  DISPLAY "RFCKON7 - =BATCHRUN nicht "
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
* Laufende in =BATCHRUN festhalten (Status und Anzahl Verstoesse)
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
               , ANZ       = :W-ANZ-VERSTOSS
               , ZP_ENDE   = CURRENT
          WHERE  DATUM    = :W-RUN-DATUM
            AND  PROGRAMM = :K-RUN-PROGRAMM
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         DISPLAY "RFCKON7 - =BATCHRUN nicht fortschreibbar, "
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
     DISPLAY "RFCKON7 - SQL-Fehler, SQLCODE: " SQLCODE OF SQLCA
     SET W-ENDE TO TRUE
     .
 Z002-99.
     EXIT.
