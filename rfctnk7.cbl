?CONSULT $SYSTEM.SYSTEM.COBOLEX0
?SEARCH  $SYSTEM.SYSTEM.COBOLLIB
?SEARCH  =TALLIB

?NOLMAP, SYMBOLS, INSPECT
?SAVE ALL
?LINES 66
?CHECK 3
?SQL

 IDENTIFICATION DIVISION.

 PROGRAM-ID. RFCTNK7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.00
* Kurzbeschreibung :: Tagesliste der Tankinhalts- und Kraftstoff-
* Kurzbeschreibung :: Verstoesse je Flottenkunde. Der Baustein
* Kurzbeschreibung :: PFCTNK7 (gerufen aus PFCPRE7/PFCOFF7S)
* Kurzbeschreibung :: protokolliert jeden Vorgang, bei dem die
* Kurzbeschreibung :: getankte Menge den Tankinhalt des Fahrzeugs
* Kurzbeschreibung :: plus Toleranz uebersteigt oder die Kraftstoff-
* Kurzbeschreibung :: art nicht zum Fahrzeug passt, in =TANKEX.
* Kurzbeschreibung :: Dieser Report listet die Verstoesse des
* Kurzbeschreibung :: aktuellen Kalendertags gruppiert nach VUNR,
* Kurzbeschreibung :: damit der Flottenkunde die betroffenen
* Kurzbeschreibung :: Fahrzeuge und Karten pruefen kann.
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
* Aufruf      :: Batch, einmal taeglich nach Tagesende
* Grund       :: M Menge ueber Tankinhalt + Toleranz
*                K Kraftstoffart passt nicht zum Fahrzeug
*                B beides
*
******************************************************************
* Uebersicht der SECTIONs:
*
* A100-STEUERUNG
*
* B000-VORLAUF
* B090-ENDE
*
* C100-KONTROLLWECHSEL
* C110-DETAILZEILE-SCHREIBEN
* C120-KUNDEN-KOPF-SCHREIBEN
*
* S900-OPEN-TANKEX-CURSOR
* S910-FETCH-TANKEX-CURSOR
* S920-CLOSE-TANKEX-CURSOR
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

 01          W-ERSTER-SATZ-FLAG  PIC 9       VALUE ZERO.
     88      W-ERSTER-SATZ                   VALUE 1.

 01          W-ZEILEN-ZAEHLER    PIC 9(07)   VALUE ZERO.
 01          W-ABGELEHNT-ZAEHLER PIC 9(07)   VALUE ZERO.

 01          W-ALT-SCHLUESSEL.
     05      WA-VUNR             PIC X(15).

 01          W-ZP-VON            PIC X(22)   VALUE SPACES.

 01          W-DRUCKZEILE-KOPF.
     05      FILLER              PIC X(10)   VALUE "Kunde   : ".
     05      WK-VUNR             PIC X(15).

 01          W-DRUCKZEILE.
     05      FILLER              PIC X(03)   VALUE SPACES.
     05      WD-FZNR             PIC X(12).
     05      FILLER              PIC X       VALUE SPACE.
     05      WD-KENNZEICHEN      PIC X(12).
     05      FILLER              PIC X       VALUE SPACE.
     05      WD-TERMNR           PIC 9(08).
     05      FILLER              PIC X       VALUE SPACE.
     05      WD-TRACENR          PIC 9(06).
     05      FILLER              PIC X       VALUE SPACE.
     05      WD-MDNR             PIC 9(08).
     05      FILLER              PIC X       VALUE "/".
     05      WD-TSNR             PIC 9(08).
     05      FILLER              PIC X(02)   VALUE SPACES.
     05      WD-KZ-GRUND         PIC X(01).
     05      FILLER              PIC X       VALUE SPACE.
     05      WD-MENGE            PIC ZZZZZ9,999.
     05      FILLER              PIC X       VALUE SPACE.
     05      WD-TANK-INHALT      PIC ZZZ9.
     05      FILLER              PIC X       VALUE "+".
     05      WD-TOLERANZ         PIC Z9.
     05      FILLER              PIC X(02)   VALUE "% ".
     05      WD-KRAFTSTOFF-FZG   PIC X(02).
     05      FILLER              PIC X       VALUE "/".
     05      WD-KRAFTSTOFF-IST   PIC X(02).
     05      FILLER              PIC X       VALUE SPACE.
     05      WD-WGR              PIC X(03).
     05      FILLER              PIC X(02)   VALUE SPACES.
     05      WD-KZ-ABGELEHNT     PIC X(01).

**  ---> Menge in 1/1000 fuer die Druckaufbereitung
 01          W-MENGE             PIC 9(09)   VALUE ZEROS.
 01          W-MENGE-D           PIC 9(06)V999 VALUE ZEROS.

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

 EXEC SQL
     INCLUDE SQLCA
 END-EXEC

 EXEC SQL
     BEGIN DECLARE SECTION
 END-EXEC

 EXEC SQL
    INVOKE =TANKEX AS TANKEX
 END-EXEC

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

 EXEC SQL
     DECLARE TANKEX_CURS CURSOR FOR
         SELECT  VUNR, FZNR, KENNZEICHEN, TERMNR, TRACENR
               , MDNR, TSNR, KZ_GRUND, MENGE, TANK_INHALT
               , TOLERANZ_PROZ, KRAFTSTOFF_FZG, KRAFTSTOFF_IST
               , WGR, KZ_ABGELEHNT
           FROM  =TANKEX
          WHERE  ZPINS >= :W-ZP-VON
                         TYPE AS DATETIME YEAR TO FRACTION(2)
          ORDER  BY VUNR, FZNR, TERMNR, TRACENR
         BROWSE  ACCESS
 END-EXEC

 PROCEDURE DIVISION.

******************************************************************
* Steuerung
******************************************************************
 A100-STEUERUNG SECTION.
 A100-00.
     PERFORM B000-VORLAUF
     PERFORM B090-ENDE
     STOP RUN
     .
 A100-99.
     EXIT.

******************************************************************
* Vorlauf / Berichtslauf
******************************************************************
 B000-VORLAUF SECTION.
 B000-00.
     PERFORM U200-TIMESTAMP
**  ---> Tagesanfang als DATETIME-Untergrenze
     MOVE TAGESDATUM        TO W-ZP-VON
     MOVE "00:00:00.00"     TO W-ZP-VON (12:11)

     DISPLAY "RFCTNK7 - Tankinhalt/Kraftstoff: Verstoesse je "
             "Kunde fuer " TAGESDATUM (1:10)
     DISPLAY "   FZNR         KENNZEICHEN  TERMNR   TRACE  "
             "MDNR/TSNR          G  MENGE      TANK+TOL KS/KS "
             "WGR ABGEL."

     PERFORM S900-OPEN-TANKEX-CURSOR
     PERFORM S910-FETCH-TANKEX-CURSOR

     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         PERFORM C100-KONTROLLWECHSEL
         PERFORM S910-FETCH-TANKEX-CURSOR
     END-PERFORM

     PERFORM S920-CLOSE-TANKEX-CURSOR
     .
 B000-99.
     EXIT.

******************************************************************
* Ende
******************************************************************
 B090-ENDE SECTION.
 B090-00.
     DISPLAY "RFCTNK7 - Verstoesse gesamt  : " W-ZEILEN-ZAEHLER
     DISPLAY "RFCTNK7 - davon abgelehnt    : " W-ABGELEHNT-ZAEHLER
     .
 B090-99.
     EXIT.

******************************************************************
* Kontrollwechsel je Flottenkunde
******************************************************************
 C100-KONTROLLWECHSEL SECTION.
 C100-00.
     IF  NOT W-ERSTER-SATZ
     OR  VUNR OF TANKEX NOT = WA-VUNR
         PERFORM C120-KUNDEN-KOPF-SCHREIBEN
     END-IF
     SET  W-ERSTER-SATZ TO TRUE
     MOVE VUNR OF TANKEX TO WA-VUNR

     PERFORM C110-DETAILZEILE-SCHREIBEN
     .
 C100-99.
     EXIT.

******************************************************************
* Detailzeile ausgeben
******************************************************************
 C110-DETAILZEILE-SCHREIBEN SECTION.
 C110-00.
     MOVE FZNR           OF TANKEX TO WD-FZNR
     MOVE KENNZEICHEN    OF TANKEX TO WD-KENNZEICHEN
     MOVE TERMNR         OF TANKEX TO WD-TERMNR
     MOVE TRACENR        OF TANKEX TO WD-TRACENR
     MOVE MDNR           OF TANKEX TO WD-MDNR
     MOVE TSNR           OF TANKEX TO WD-TSNR
     MOVE KZ-GRUND       OF TANKEX TO WD-KZ-GRUND
     MOVE MENGE          OF TANKEX TO W-MENGE
     COMPUTE W-MENGE-D = W-MENGE / 1000
     MOVE W-MENGE-D                TO WD-MENGE
     MOVE TANK-INHALT    OF TANKEX TO WD-TANK-INHALT
     MOVE TOLERANZ-PROZ  OF TANKEX TO WD-TOLERANZ
     MOVE KRAFTSTOFF-FZG OF TANKEX TO WD-KRAFTSTOFF-FZG
     MOVE KRAFTSTOFF-IST OF TANKEX TO WD-KRAFTSTOFF-IST
     MOVE WGR            OF TANKEX TO WD-WGR
     MOVE KZ-ABGELEHNT   OF TANKEX TO WD-KZ-ABGELEHNT

     DISPLAY W-DRUCKZEILE
     ADD 1 TO W-ZEILEN-ZAEHLER
     IF  KZ-ABGELEHNT OF TANKEX = "J"
         ADD 1 TO W-ABGELEHNT-ZAEHLER
     END-IF
     .
 C110-99.
     EXIT.

******************************************************************
* Kundenkopf ausgeben
******************************************************************
 C120-KUNDEN-KOPF-SCHREIBEN SECTION.
 C120-00.
     MOVE VUNR OF TANKEX TO WK-VUNR
     DISPLAY " "
     DISPLAY W-DRUCKZEILE-KOPF
     .
 C120-99.
     EXIT.

******************************************************************
* Cursor auf =TANKEX
******************************************************************
 S900-OPEN-TANKEX-CURSOR SECTION.
 S900-00.
     EXEC SQL
         OPEN TANKEX_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S900-99.
     EXIT.

 S910-FETCH-TANKEX-CURSOR SECTION.
 S910-00.
     EXEC SQL
         FETCH TANKEX_CURS
          INTO :VUNR           of TANKEX
              ,:FZNR           of TANKEX
              ,:KENNZEICHEN    of TANKEX
              ,:TERMNR         of TANKEX
              ,:TRACENR        of TANKEX
              ,:MDNR           of TANKEX
              ,:TSNR           of TANKEX
              ,:KZ-GRUND       of TANKEX
              ,:MENGE          of TANKEX
              ,:TANK-INHALT    of TANKEX
              ,:TOLERANZ-PROZ  of TANKEX
              ,:KRAFTSTOFF-FZG of TANKEX
              ,:KRAFTSTOFF-IST of TANKEX
              ,:WGR            of TANKEX
              ,:KZ-ABGELEHNT   of TANKEX
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

 S920-CLOSE-TANKEX-CURSOR SECTION.
 S920-00.
     EXEC SQL
         CLOSE TANKEX_CURS
     END-EXEC
     .
 S920-99.
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
     DISPLAY "RFCTNK7 - SQL-Fehler, SQLCODE: " SQLCODE OF SQLCA
     SET W-ENDE TO TRUE
     .
 Z002-99.
     EXIT.
