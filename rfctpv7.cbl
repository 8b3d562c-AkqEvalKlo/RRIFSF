?CONSULT $SYSTEM.SYSTEM.COBOLEX0
?SEARCH  $SYSTEM.SYSTEM.COBOLLIB
?SEARCH  =TALLIB

?NOLMAP, SYMBOLS, INSPECT
?SAVE ALL
?LINES 66
?CHECK 3
?SQL

 IDENTIFICATION DIVISION.

 PROGRAM-ID. RFCTPV7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.00
* Kurzbeschreibung :: Bericht Terminals mit veraltetem Parameterstand.
* Kurzbeschreibung :: PFCTRM7 fuehrt in =TERMSTAT den vom Terminal
* Kurzbeschreibung :: zuletzt bestaetigten Parameterstand (PARAM_VERSION,
* Kurzbeschreibung :: ZP_PARAM). Nach Freigabe eines neuen Stands in
* Kurzbeschreibung :: =TPARVER listet dieser Report jedes Terminal, das
* Kurzbeschreibung :: noch mit einem aelteren Stand arbeitet, und zaehlt
* Kurzbeschreibung :: davon die abgemeldeten Terminals (KZ_STATUS "B")
* Kurzbeschreibung :: gesondert, die den Stand erst nach der naechsten
* Kurzbeschreibung :: Anmeldung laden koennen.
* Package          :: ICC
*
* Aenderungen
*
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-10-15| kl  | R7-534:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: Batch, nach Freigabe eines Parameterstands bzw.
*                periodisch per Scheduler (z.B. taeglich)
* Parameter   :: VERSION - Soll-Parameterstand (optional; ohne Angabe
*                          der zuletzt freigegebene Stand aus =TPARVER)
*
******************************************************************
* Uebersicht der SECTIONs:
*
* A100-STEUERUNG
*
* B000-VORLAUF
* B090-ENDE
*
* C100-BERICHT-SCHREIBEN
*
* P950-GETPARAMTEXT
*
* S900-READ-VERSION-PARAM
* S905-SELECT-TPARVER
* S910-OPEN-TERMSTAT-CURSOR
* S920-FETCH-TERMSTAT-CURSOR
* S930-CLOSE-TERMSTAT-CURSOR
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

 01          W-ZEILEN-ZAEHLER    PIC 9(07)   VALUE ZERO.
 01          W-ABGEMELDET-ZAEHLER PIC 9(07)  VALUE ZERO.

 01          W-SOLL-VERSION      PIC 9(06)   VALUE ZEROS.

 01          W-DRUCKZEILE.
     05      WD-PNR              PIC Z9.
     05      FILLER              PIC X       VALUE SPACE.
     05      WD-TERMNR           PIC ZZZZZZZ9.
     05      FILLER              PIC X       VALUE SPACE.
     05      WD-PARAM-VERSION    PIC ZZZZZ9.
     05      FILLER              PIC X       VALUE SPACE.
     05      WD-ZP-PARAM         PIC X(19).
     05      FILLER              PIC X       VALUE SPACE.
     05      WD-KZ-STATUS        PIC X(01).
     05      FILLER              PIC X(06)   VALUE SPACES.
     05      WD-ZP-ECHO          PIC X(19).

 01          W-SQLCODE-FLAG      PIC 9       VALUE ZERO.
     88      W-SQL-OK                        VALUE ZERO.
     88      W-SQL-EOD                       VALUE 1.
     88      W-SQL-NOK                       VALUE 9.

**  ---> GETPARAMTEXT (Guardian-Startparameter, wie in den Live-Programmen)
 01          STUP-RESULT         PIC S9(04) COMP VALUE ZEROS.
 01          STUP-PORTION        PIC X(30)  VALUE SPACES.
 01          STUP-TEXT           PIC X(128) VALUE SPACES.

 EXEC SQL
     INCLUDE SQLCA
 END-EXEC

 EXEC SQL
     BEGIN DECLARE SECTION
 END-EXEC

**  ---> Struktur der Tabelle TERMSTAT
 EXEC SQL
    INVOKE =TERMSTAT AS TERMSTAT
 END-EXEC

**  ---> Struktur der Tabelle TPARVER (Terminal-Parameterstaende)
 EXEC SQL
    INVOKE =TPARVER AS TPARVER
 END-EXEC

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

**  ---> Terminals, deren bestaetigter Stand aelter als der Soll-Stand ist
 EXEC SQL
     DECLARE TERMSTAT_CURS CURSOR FOR
         SELECT  PNR, TERMNR, PARAM_VERSION, ZP_PARAM, KZ_STATUS, ZP_ECHO
           FROM  =TERMSTAT
          WHERE  PARAM_VERSION < :W-SOLL-VERSION
          ORDER  BY PARAM_VERSION, PNR, TERMNR
         BROWSE  ACCESS
 END-EXEC

 PROCEDURE DIVISION.

******************************************************************
* Steuerung
******************************************************************
 A100-STEUERUNG SECTION.
 A100-00.
     PERFORM B000-VORLAUF

     IF  NOT W-ENDE
         PERFORM B090-ENDE
     END-IF

     STOP RUN
     .
 A100-99.
     EXIT.

******************************************************************
* Vorlauf / Berichtslauf
******************************************************************
 B000-VORLAUF SECTION.
 B000-00.
     PERFORM S900-READ-VERSION-PARAM

     IF  NOT W-ENDE
     AND W-SOLL-VERSION = ZERO
         PERFORM S905-SELECT-TPARVER
     END-IF

     IF  NOT W-ENDE
         DISPLAY "RFCTPV7 - Terminals mit veraltetem Parameterstand "
                 "(Soll-Stand " W-SOLL-VERSION ")"
         DISPLAY "PNR TERMNR   VERSION ZP_PARAM            STATUS "
                 "ZP_ECHO"

         PERFORM S910-OPEN-TERMSTAT-CURSOR
         PERFORM S920-FETCH-TERMSTAT-CURSOR

         PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
             PERFORM C100-BERICHT-SCHREIBEN
             PERFORM S920-FETCH-TERMSTAT-CURSOR
         END-PERFORM

         PERFORM S930-CLOSE-TERMSTAT-CURSOR

         DISPLAY "RFCTPV7 - Anzahl Terminals mit veraltetem Stand: "
                 W-ZEILEN-ZAEHLER
         DISPLAY "RFCTPV7 - davon abgemeldet (KZ_STATUS B):        "
                 W-ABGEMELDET-ZAEHLER
     END-IF
     .
 B000-99.
     EXIT.

******************************************************************
* Ende
******************************************************************
 B090-ENDE SECTION.
 B090-00.
     CONTINUE
     .
 B090-99.
     EXIT.

******************************************************************
* Eine Berichtszeile ausgeben
******************************************************************
 C100-BERICHT-SCHREIBEN SECTION.
 C100-00.
     MOVE PNR           OF TERMSTAT TO WD-PNR
     MOVE TERMNR        OF TERMSTAT TO WD-TERMNR
     MOVE PARAM-VERSION OF TERMSTAT TO WD-PARAM-VERSION
     MOVE ZP-PARAM      OF TERMSTAT TO WD-ZP-PARAM
     MOVE KZ-STATUS     OF TERMSTAT TO WD-KZ-STATUS
     MOVE ZP-ECHO       OF TERMSTAT TO WD-ZP-ECHO

     DISPLAY W-DRUCKZEILE

     ADD 1 TO W-ZEILEN-ZAEHLER
     IF  KZ-STATUS OF TERMSTAT = "B"
         ADD 1 TO W-ABGEMELDET-ZAEHLER
     END-IF
     .
 C100-99.
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
* Optionalen Parameter VERSION einlesen
******************************************************************
 S900-READ-VERSION-PARAM SECTION.
 S900-00.
     MOVE "VERSION" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     EVALUATE STUP-RESULT
         WHEN -9999 THRU ZERO
                     CONTINUE
         WHEN OTHER
                     MOVE STUP-TEXT (1:STUP-RESULT) TO W-SOLL-VERSION
                     IF  W-SOLL-VERSION NOT NUMERIC
                         DISPLAY "RFCTPV7 - Parameter VERSION ungueltig, "
                                 "Abbruch"
                         SET W-ENDE TO TRUE
                     END-IF
     END-EVALUATE
     .
 S900-99.
     EXIT.

******************************************************************
* Zuletzt freigegebenen Parameterstand lesen
******************************************************************
 S905-SELECT-TPARVER SECTION.
 S905-00.
     EXEC SQL
         SELECT  VERSION
           INTO :VERSION of TPARVER
           FROM  =TPARVER
          WHERE  KZ_STATUS = "F"
            AND  VERSION   = ( SELECT  MAX(VERSION)
                                 FROM  =TPARVER
                                WHERE  KZ_STATUS = "F" )
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   MOVE VERSION OF TPARVER TO W-SOLL-VERSION
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE

     IF  NOT W-ENDE
     AND W-SOLL-VERSION = ZERO
         DISPLAY "RFCTPV7 - kein freigegebener Parameterstand in "
                 "=TPARVER, Abbruch"
         SET W-ENDE TO TRUE
     END-IF
     .
 S905-99.
     EXIT.

******************************************************************
* Cursor auf =TERMSTAT
******************************************************************
 S910-OPEN-TERMSTAT-CURSOR SECTION.
 S910-00.
     EXEC SQL
         OPEN TERMSTAT_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S910-99.
     EXIT.

 S920-FETCH-TERMSTAT-CURSOR SECTION.
 S920-00.
     EXEC SQL
         FETCH TERMSTAT_CURS
          INTO :PNR           of TERMSTAT
              ,:TERMNR        of TERMSTAT
              ,:PARAM-VERSION of TERMSTAT
              ,:ZP-PARAM      of TERMSTAT
              ,:KZ-STATUS     of TERMSTAT
              ,:ZP-ECHO       of TERMSTAT
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S920-99.
     EXIT.

 S930-CLOSE-TERMSTAT-CURSOR SECTION.
 S930-00.
     EXEC SQL
         CLOSE TERMSTAT_CURS
     END-EXEC
     .
 S930-99.
     EXIT.

******************************************************************
* Allgemeine Fehlerbehandlung
******************************************************************
 Z002-PROGERR SECTION.
 Z002-00.
     DISPLAY "RFCTPV7 - SQL-Fehler, SQLCODE: " SQLCODE OF SQLCA
     SET W-ENDE TO TRUE
     .
 Z002-99.
     EXIT.
