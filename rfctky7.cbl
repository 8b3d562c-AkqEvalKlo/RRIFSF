?CONSULT $SYSTEM.SYSTEM.COBOLEX0
?SEARCH  $SYSTEM.SYSTEM.COBOLLIB
?SEARCH  =TALLIB

?NOLMAP, SYMBOLS, INSPECT
?SAVE ALL
?LINES 66
?CHECK 3
?SQL

 IDENTIFICATION DIVISION.

 PROGRAM-ID. RFCTKY7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.00
* Kurzbeschreibung :: Bericht Terminals mit faelligem Schluesselwechsel.
* Kurzbeschreibung :: Terminals mit eigenen Arbeitsschluesseln stehen in
* Kurzbeschreibung :: =TERMKEY; PFCTRM7 bietet bei der Anmeldung (501)
* Kurzbeschreibung :: ab DATUM_FAELLIG neue Schluessel an (KZ_STATUS "W")
* Kurzbeschreibung :: und schaltet nach der Bestaetigung (509) um. Dieser
* Kurzbeschreibung :: Report listet jedes Terminal, dessen Wechsel vor
* Kurzbeschreibung :: heute faellig war oder dessen Angebot noch nicht
* Kurzbeschreibung :: bestaetigt ist, und zaehlt beide Faelle.
* Package          :: ICC
*
* Aenderungen
*
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-10-15| kl  | R7-535:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: Batch, periodisch per Scheduler (z.B. taeglich)
* Parameter   :: keine
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
* S910-OPEN-TERMKEY-CURSOR
* S920-FETCH-TERMKEY-CURSOR
* S930-CLOSE-TERMKEY-CURSOR
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

 01          W-ZEILEN-ZAEHLER    PIC 9(07)   VALUE ZERO.
 01          W-UEBERFAELLIG-ZAEHLER PIC 9(07) VALUE ZERO.
 01          W-ANGEBOT-ZAEHLER   PIC 9(07)   VALUE ZERO.

 01          W-HEUTE-8           PIC 9(08)   VALUE ZEROS.

 01          W-DRUCKZEILE.
     05      WD-PNR              PIC Z9.
     05      FILLER              PIC X       VALUE SPACE.
     05      WD-TERMNR           PIC ZZZZZZZ9.
     05      FILLER              PIC X       VALUE SPACE.
     05      WD-KEY-VERSION      PIC ZZZ9.
     05      FILLER              PIC X(04)   VALUE SPACES.
     05      WD-DATUM-WECHSEL    PIC 9(08).
     05      FILLER              PIC X       VALUE SPACE.
     05      WD-DATUM-FAELLIG    PIC 9(08).
     05      FILLER              PIC X       VALUE SPACE.
     05      WD-KZ-STATUS        PIC X(01).
     05      FILLER              PIC X(06)   VALUE SPACES.
     05      WD-ZP-ANGEBOT       PIC X(19).

 01          W-SQLCODE-FLAG      PIC 9       VALUE ZERO.
     88      W-SQL-OK                        VALUE ZERO.
     88      W-SQL-EOD                       VALUE 1.
     88      W-SQL-NOK                       VALUE 9.

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

**  ---> Struktur der Tabelle TERMKEY (Arbeitsschluessel je Terminal)
 EXEC SQL
    INVOKE =TERMKEY AS TERMKEY
 END-EXEC

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

**  ---> Terminals mit ueberfaelligem oder offenem Schluesselwechsel
 EXEC SQL
     DECLARE TERMKEY_CURS CURSOR FOR
         SELECT  PNR, TERMNR, KEY_VERSION, DATUM_WECHSEL, DATUM_FAELLIG
               , KZ_STATUS, ZP_ANGEBOT
           FROM  =TERMKEY
          WHERE  DATUM_FAELLIG < :W-HEUTE-8
             OR  KZ_STATUS     = "W"
          ORDER  BY DATUM_FAELLIG, PNR, TERMNR
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
     PERFORM U200-TIMESTAMP
     COMPUTE W-HEUTE-8 =
               (TAL-JHJJ OF TAL-TIME-D * 10000)
             + (TAL-MM   OF TAL-TIME-D * 100)
             +  TAL-TT   OF TAL-TIME-D

     DISPLAY "RFCTKY7 - Terminals mit faelligem Schluesselwechsel "
             "(Stichtag " W-HEUTE-8 ")"
     DISPLAY "PNR TERMNR   VERSION WECHSEL  FAELLIG  STATUS "
             "ZP_ANGEBOT"

     PERFORM S910-OPEN-TERMKEY-CURSOR
     PERFORM S920-FETCH-TERMKEY-CURSOR

     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         PERFORM C100-BERICHT-SCHREIBEN
         PERFORM S920-FETCH-TERMKEY-CURSOR
     END-PERFORM

     PERFORM S930-CLOSE-TERMKEY-CURSOR

     DISPLAY "RFCTKY7 - Anzahl Terminals:                        "
             W-ZEILEN-ZAEHLER
     DISPLAY "RFCTKY7 - davon Wechsel ueberfaellig:              "
             W-UEBERFAELLIG-ZAEHLER
     DISPLAY "RFCTKY7 - davon Angebot unbestaetigt (KZ_STATUS W): "
             W-ANGEBOT-ZAEHLER
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
     MOVE PNR           OF TERMKEY TO WD-PNR
     MOVE TERMNR        OF TERMKEY TO WD-TERMNR
     MOVE KEY-VERSION   OF TERMKEY TO WD-KEY-VERSION
     MOVE DATUM-WECHSEL OF TERMKEY TO WD-DATUM-WECHSEL
     MOVE DATUM-FAELLIG OF TERMKEY TO WD-DATUM-FAELLIG
     MOVE KZ-STATUS     OF TERMKEY TO WD-KZ-STATUS
     IF  KZ-STATUS OF TERMKEY = "W"
         MOVE ZP-ANGEBOT OF TERMKEY TO WD-ZP-ANGEBOT
     ELSE
         MOVE SPACES                TO WD-ZP-ANGEBOT
     END-IF

     DISPLAY W-DRUCKZEILE

     ADD 1 TO W-ZEILEN-ZAEHLER
     IF  DATUM-FAELLIG OF TERMKEY < W-HEUTE-8
         ADD 1 TO W-UEBERFAELLIG-ZAEHLER
     END-IF
     IF  KZ-STATUS OF TERMKEY = "W"
         ADD 1 TO W-ANGEBOT-ZAEHLER
     END-IF
     .
 C100-99.
     EXIT.

******************************************************************
* Cursor auf =TERMKEY
******************************************************************
 S910-OPEN-TERMKEY-CURSOR SECTION.
 S910-00.
     EXEC SQL
         OPEN TERMKEY_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S910-99.
     EXIT.

 S920-FETCH-TERMKEY-CURSOR SECTION.
 S920-00.
     EXEC SQL
         FETCH TERMKEY_CURS
          INTO :PNR           of TERMKEY
              ,:TERMNR        of TERMKEY
              ,:KEY-VERSION   of TERMKEY
              ,:DATUM-WECHSEL of TERMKEY
              ,:DATUM-FAELLIG of TERMKEY
              ,:KZ-STATUS     of TERMKEY
              ,:ZP-ANGEBOT    of TERMKEY
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

 S930-CLOSE-TERMKEY-CURSOR SECTION.
 S930-00.
     EXEC SQL
         CLOSE TERMKEY_CURS
     END-EXEC
     .
 S930-99.
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
     DISPLAY "RFCTKY7 - SQL-Fehler, SQLCODE: " SQLCODE OF SQLCA
     SET W-ENDE TO TRUE
     .
 Z002-99.
     EXIT.
