 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.01
* Kurzbeschreibung :: Tagesliste der Artikel-Plausibilitaets-
* Kurzbeschreibung :: Abweichungen je Station. C109-ARTIKEL-PLAUSI
* Kurzbeschreibung :: (PFCPRE7/PFCOFF7S) protokolliert jede Zeile,
* Kurzbeschreibung :: Produkten und Betraegen, damit das Stations-
* Kurzbeschreibung :: Backoffice die Zapfsaeulen-Konfiguration
* Kurzbeschreibung :: sofort korrigieren kann.
* Kurzbeschreibung :: Im zweiten Teil folgen je Station die
* Kurzbeschreibung :: Abweichungen des Stueckpreises vom ausge-
* Kurzbeschreibung :: haengten Referenzpreis (=PREISEX, geschrieben
* Kurzbeschreibung :: von C110-PREIS-PRUEFEN).
* Package          :: ICC
*
* Aenderungen
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.01|2026-10-15| kl  | R7-530:
*       |          |     | - zweiter Listenteil: Abweichungen vom
*       |          |     |   Referenzpreis je Station (=PREISEX)
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-08-22| kl  | R7-495:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* B000-VORLAUF
* B090-ENDE
*R000094 - Anfang
* B100-PREISABWEICHUNGEN
*R000094 - Ende
*
* C100-KONTROLLWECHSEL
* C110-DETAILZEILE-SCHREIBEN
* C120-STATIONS-KOPF-SCHREIBEN
*R000094 - Anfang
* C200-KONTROLLWECHSEL-PREIS
* C210-PREISZEILE-SCHREIBEN
*R000094 - Ende
*
* S900-OPEN-ARTPLAUSEX-CURSOR
* S910-FETCH-ARTPLAUSEX-CURSOR
* S920-CLOSE-ARTPLAUSEX-CURSOR
*R000094 - Anfang
* S930-OPEN-PREISEX-CURSOR
* S940-FETCH-PREISEX-CURSOR
* S950-CLOSE-PREISEX-CURSOR
*R000094 - Ende
*
* U200-TIMESTAMP
*
     88      W-ERSTER-SATZ                   VALUE 1.

 01          W-ZEILEN-ZAEHLER    PIC 9(07)   VALUE ZERO.
*R000094 - Abweichungen vom Referenzpreis
 01          W-PREIS-ZAEHLER     PIC 9(07)   VALUE ZERO.
*R000094 - Ende

 01          W-ALT-SCHLUESSEL.
     05      WA-MDNR             PIC 9(08).
     05      FILLER              PIC X       VALUE SPACE.
     05      WD-IST              PIC ZZZZZZZ9.

*R000094 - Anfang
 01          W-DRUCKZEILE-PREIS.
     05      FILLER              PIC X(03)   VALUE SPACES.
     05      WP-TERMNR           PIC 9(08).
     05      FILLER              PIC X       VALUE SPACE.
     05      WP-TRACENR          PIC 9(06).
     05      FILLER              PIC X       VALUE SPACE.
     05      WP-WGR              PIC X(03).
     05      FILLER              PIC X       VALUE SPACE.
     05      WP-ARTNR            PIC X(06).
     05      FILLER              PIC X       VALUE SPACE.
     05      WP-EPREIS           PIC ZZZZZZZ9.
     05      FILLER              PIC X       VALUE SPACE.
     05      WP-EPREIS-REF       PIC ZZZZZZZ9.
     05      FILLER              PIC X       VALUE SPACE.
     05      WP-ABW-PROZ         PIC ZZZZ9,99.
     05      FILLER              PIC X(02)   VALUE SPACES.
     05      WP-KZ-ABGELEHNT     PIC X(01).
*R000094 - Ende

 01          TAL-TIME.
     05      TAL-JHJJMMTT.
      10     TAL-JHJJ            PIC S9(04) COMP.
    INVOKE =ARTPLAUSEX AS ARTPLAUSEX
 END-EXEC

*R000094 - Anfang
 EXEC SQL
    INVOKE =PREISEX AS PREISEX
 END-EXEC
*R000094 - Ende

 EXEC SQL
     END DECLARE SECTION
 END-EXEC
         BROWSE  ACCESS
 END-EXEC

*R000094 - Anfang
 EXEC SQL
     DECLARE PREISEX_CURS CURSOR FOR
         SELECT  MDNR, TSNR, TERMNR, TRACENR, WGR, ARTNR
               , EPREIS, EPREIS_REF, ABW_PROZ, KZ_ABGELEHNT
           FROM  =PREISEX
          WHERE  MELDUNGS_ZP >= :W-ZP-VON
                               TYPE AS DATETIME YEAR TO FRACTION(2)
          ORDER  BY MDNR, TSNR, TERMNR, TRACENR
         BROWSE  ACCESS
 END-EXEC
*R000094 - Ende

 PROCEDURE DIVISION.

******************************************************************
 A100-STEUERUNG SECTION.
 A100-00.
     PERFORM B000-VORLAUF
*R000094 - Anfang
     IF  NOT W-ENDE
         PERFORM B100-PREISABWEICHUNGEN
     END-IF
*R000094 - Ende
     PERFORM B090-ENDE
     STOP RUN
     .
 B090-ENDE SECTION.
 B090-00.
     DISPLAY "RFCAPL7 - Abweichungen gesamt: " W-ZEILEN-ZAEHLER
*R000094 - Abweichungen vom Referenzpreis
     DISPLAY "RFCAPL7 - Preisabweichungen  : " W-PREIS-ZAEHLER
*R000094 - Ende
     .
 B090-99.
     EXIT.

*R000094 - Anfang
******************************************************************
* Zweiter Listenteil: Abweichungen des Stueckpreises vom
* ausgehaengten Referenzpreis je Station (ABGEL. "J" = Vorgang
* wurde laut =PREISCFG abgelehnt)
******************************************************************
 B100-PREISABWEICHUNGEN SECTION.
 B100-00.
     DISPLAY " "
     DISPLAY "RFCAPL7 - Referenzpreis: Abweichungen je "
             "Station fuer " TAGESDATUM (1:10)
     DISPLAY "   TERMNR   TRACE  WGR ARTNR  E-PREIS  REF-PREIS "
             "ABW-%  ABGEL."

     MOVE ZERO TO W-ERSTER-SATZ-FLAG
     PERFORM S930-OPEN-PREISEX-CURSOR
     PERFORM S940-FETCH-PREISEX-CURSOR

     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         PERFORM C200-KONTROLLWECHSEL-PREIS
         PERFORM S940-FETCH-PREISEX-CURSOR
     END-PERFORM

     PERFORM S950-CLOSE-PREISEX-CURSOR
     .
 B100-99.
     EXIT.
*R000094 - Ende

******************************************************************
* Kontrollwechsel je Station
******************************************************************
 C120-99.
     EXIT.

*R000094 - Anfang
******************************************************************
* Kontrollwechsel je Station (Referenzpreis)
******************************************************************
 C200-KONTROLLWECHSEL-PREIS SECTION.
 C200-00.
     IF  NOT W-ERSTER-SATZ
     OR  MDNR OF PREISEX NOT = WA-MDNR
     OR  TSNR OF PREISEX NOT = WA-TSNR
         MOVE MDNR OF PREISEX TO WK-MDNR
         MOVE TSNR OF PREISEX TO WK-TSNR
         DISPLAY " "
         DISPLAY W-DRUCKZEILE-KOPF
     END-IF
     SET  W-ERSTER-SATZ TO TRUE
     MOVE MDNR OF PREISEX TO WA-MDNR
     MOVE TSNR OF PREISEX TO WA-TSNR

     PERFORM C210-PREISZEILE-SCHREIBEN
     .
 C200-99.
     EXIT.

******************************************************************
* Detailzeile Referenzpreis ausgeben
******************************************************************
 C210-PREISZEILE-SCHREIBEN SECTION.
 C210-00.
     MOVE TERMNR       OF PREISEX TO WP-TERMNR
     MOVE TRACENR      OF PREISEX TO WP-TRACENR
     MOVE WGR          OF PREISEX TO WP-WGR
     MOVE ARTNR        OF PREISEX TO WP-ARTNR
     MOVE EPREIS       OF PREISEX TO WP-EPREIS
     MOVE EPREIS-REF   OF PREISEX TO WP-EPREIS-REF
     MOVE ABW-PROZ     OF PREISEX TO WP-ABW-PROZ
     MOVE KZ-ABGELEHNT OF PREISEX TO WP-KZ-ABGELEHNT

     DISPLAY W-DRUCKZEILE-PREIS
     ADD 1 TO W-PREIS-ZAEHLER
     .
 C210-99.
     EXIT.
*R000094 - Ende

******************************************************************
* Cursor auf =ARTPLAUSEX
******************************************************************
 S920-99.
     EXIT.

*R000094 - Anfang
******************************************************************
* Cursor auf =PREISEX
******************************************************************
 S930-OPEN-PREISEX-CURSOR SECTION.
 S930-00.
     EXEC SQL
         OPEN PREISEX_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S930-99.
     EXIT.

 S940-FETCH-PREISEX-CURSOR SECTION.
 S940-00.
     EXEC SQL
         FETCH PREISEX_CURS
          INTO :MDNR         of PREISEX
              ,:TSNR         of PREISEX
              ,:TERMNR       of PREISEX
              ,:TRACENR      of PREISEX
              ,:WGR          of PREISEX
              ,:ARTNR        of PREISEX
              ,:EPREIS       of PREISEX
              ,:EPREIS-REF   of PREISEX
              ,:ABW-PROZ     of PREISEX
              ,:KZ-ABGELEHNT of PREISEX
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

 S950-CLOSE-PREISEX-CURSOR SECTION.
 S950-00.
     EXEC SQL
         CLOSE PREISEX_CURS
     END-EXEC
     .
 S950-99.
     EXIT.
*R000094 - Ende

******************************************************************
* Zeitstempel holen
******************************************************************
