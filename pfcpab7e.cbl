?CONSULT $SYSTEM.SYSTEM.COBOLEX0
?SEARCH  $SYSTEM.SYSTEM.COBOLLIB
?SEARCH  =TALLIB

?NOLMAP, SYMBOLS, INSPECT
?SAVE ALL
?SAVEABEND
?LINES 66
?CHECK 3
?SQL

 IDENTIFICATION DIVISION.

 PROGRAM-ID. PFCPAB7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.00
* Kurzbeschreibung :: Periodenabschluss. Zwei Laufarten (PARAM MODUS):
* Kurzbeschreibung ::   ABSCHLUSS - friert den Monat (PARAM MONAT
* Kurzbeschreibung ::           JJJJ-MM) ein: je VUNR Umsatz (=TXILOG70,
* Kurzbeschreibung ::           Typ 400 negativ), Gebuehren (=FEEREC)
* Kurzbeschreibung ::           und USt (=VATSUM aus RFCVAT7) nach
* Kurzbeschreibung ::           =PERIODSUM, die Hauptbuchsummen je
* Kurzbeschreibung ::           Vorgang/ROUTKZ/CARDID (=GLSUM aus
* Kurzbeschreibung ::           RFCGLE7) nach =PERIODGL, und setzt den
* Kurzbeschreibung ::           Monat in =PERIODE auf "G" (geschlossen).
* Kurzbeschreibung ::           Alles in EINER TMF-Transaktion. Danach
* Kurzbeschreibung ::           weisen PFCFEE7, RFCGLE7 und RFCVAT7 jeden
* Kurzbeschreibung ::           Lauf fuer den Monat ab.
* Kurzbeschreibung ::   ABGLEICH  - Abstimmung eines geschlossenen
* Kurzbeschreibung ::           Monats: eingefrorene Summen je VUNR
* Kurzbeschreibung ::           gegen die angepassten; Korrekturen sind
* Kurzbeschreibung ::           die Spaetstornos, die PFCFEE7 TAG in
* Kurzbeschreibung ::           einer Folgeperiode gebucht und in
* Kurzbeschreibung ::           =PERIODKORR auf den Monat bezogen hat.
* Package          :: ICC
*
* Aenderungen
*
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-10-15| kl  | R7-548:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: Batch; MODUS ABSCHLUSS am Monatsersten fuer den
*                Vormonat, NACH PFCFEE7 MONAT, RFCVAT7 und dem
*                letzten RFCGLE7-Lauf des Monats;
*                MODUS ABGLEICH nach Bedarf
* Parameter   :: PARAM MODUS ABSCHLUSS | ABGLEICH
*                PARAM MONAT JJJJ-MM
* Hinweis     :: Ein geschlossener Monat wird nicht wieder geoeffnet;
*                der Abschluss weist einen noch laufenden Monat und
*                einen Monat ohne USt-Export (=VATSUM) ab.
*
******************************************************************
* Uebersicht der SECTIONs:
*
* A100-STEUERUNG
*
* B000-VORLAUF
* B090-ENDE
* B100-ABSCHLUSS
* B200-ABGLEICH
*
* C100-UMSATZ-EINFRIEREN
* C105-UMSATZ-VUNR-SCHREIBEN
* C110-GEBUEHR-EINFRIEREN
* C120-UST-EINFRIEREN
* C130-HAUPTBUCH-EINFRIEREN
* C200-VUNR-ABGLEICH
* C210-VUNR-ZEILE-SCHREIBEN
* C220-HAUPTBUCH-ABGLEICH
* C225-HAUPTBUCH-ZEILE-SCHREIBEN
*
* P950-GETPARAMTEXT
*
* S300-SELECT-PERIODE
* S305-SELECT-VATSUM-ANZ
* S310-DELETE-SNAPSHOT
* S320-INSERT-PERIODSUM
* S330-UPDATE-PERIODSUM-GEB
* S335-UPDATE-PERIODSUM-UST
* S340-INSERT-PERIODGL
* S350-INSERT-PERIODE
* S355-UPDATE-PERIODE
* S360-SELECT-PERIODKORR-VUNR
* S365-SELECT-PERIODKORR-SUMME
* S900-FETCH-UMSATZ-CURSOR
* S910-FETCH-GEBUEHR-CURSOR
* S920-FETCH-UST-CURSOR
* S930-FETCH-GLSUM-CURSOR
* S940-FETCH-PERIODSUM-CURSOR
* S950-FETCH-PERIODGL-CURSOR
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

**  ---> Lauf-Registrierung in =BATCHRUN (Morgenpruefer RFCRUN7)
 01          K-RUN-PROGRAMM      PIC X(08)   VALUE "PFCPAB7".
 01          W-RUN-DATUM         PIC X(10)   VALUE SPACES.
 01          W-RUN-STATUS        PIC X(01)   VALUE SPACE.

 01          W-SQLCODE-FLAG      PIC 9       VALUE ZERO.
     88      W-SQL-OK                        VALUE ZERO.
     88      W-SQL-EOD                       VALUE 1.
     88      W-SQL-NOK                       VALUE 9.

 01          W-MODUS             PIC X(09)   VALUE SPACES.
     88      W-MODUS-ABSCHLUSS               VALUE "ABSCHLUSS".
     88      W-MODUS-ABGLEICH                VALUE "ABGLEICH ".

**  ---> Periodenstatus aus =PERIODE ("G" geschlossen)
 01          W-PERIODE-FLAG      PIC 9       VALUE ZERO.
     88      W-PERIODE-OFFEN                 VALUE ZERO.
     88      W-PERIODE-NEU                   VALUE 1.
     88      W-PERIODE-GESCHLOSSEN           VALUE 2.
 01          W-KZ-STATUS         PIC X(01)   VALUE SPACE.

**  ---> Monat als Schluessel, als LIKE-Muster und als Fenster
 01          W-MONAT-KEY         PIC X(07)   VALUE SPACES.
 01          W-MONAT             PIC X(08)   VALUE SPACES.
 01          W-MONAT-HEUTE       PIC X(07)   VALUE SPACES.
 01          W-MON-JJJJ          PIC 9(04)   VALUE ZEROS.
 01          W-MON-MM            PIC 9(02)   VALUE ZEROS.
 01          W-ZP-VON            PIC 9(14)   VALUE ZEROS.
 01          W-ZP-BIS            PIC 9(14)   VALUE ZEROS.

 77          W-ANZ-VUNR          PIC 9(07)   VALUE ZERO.
 77          W-ANZ-GL            PIC 9(07)   VALUE ZERO.
 77          W-ANZ-VATSUM        PIC S9(09) COMP VALUE ZERO.

**  ---> Ergebnisfelder der verdichtenden Cursor
 01          W-G-ANZ             PIC S9(09) COMP VALUE ZEROS.
 01          W-G-BETRAG          PIC S9(16)V99 COMP VALUE ZEROS.
 01          W-G-BETRAG-2        PIC S9(16)V99 COMP VALUE ZEROS.
 01          W-G-CENT            PIC S9(17)  COMP VALUE ZEROS.
 01          W-G-CENT-2          PIC S9(17)  COMP VALUE ZEROS.
 01          W-G-CENT-3          PIC S9(17)  COMP VALUE ZEROS.
 01          W-G-VORGANG         PIC X(02)   VALUE SPACES.

**  ---> Periodensumme eines VUNR (Umsatz/Gebuehr in Waehrung,
**  ---> USt-Werte in Cent wie im Export VATOUT)
 01          W-PS-SATZ.
     05      W-PS-VUNR           PIC X(15).
     05      W-PS-ANZ            PIC S9(09) COMP.
     05      W-PS-UMSATZ         PIC S9(16)V99 COMP.
     05      W-PS-GEB-BASIS      PIC S9(16)V99 COMP.
     05      W-PS-GEBUEHR        PIC S9(16)V99 COMP.
     05      W-PS-UST-NETTO      PIC S9(17)  COMP.
     05      W-PS-UST-BETRAG     PIC S9(17)  COMP.
     05      W-PS-UST-BRUTTO     PIC S9(17)  COMP.

**  ---> Kontrollwechsel VUNR (Umsatzcursor liefert 200 und 400)
 01          W-ALT-VUNR          PIC X(15)   VALUE SPACES.
 01          W-ERSTER-SATZ-FLAG  PIC 9       VALUE ZERO.
     88      W-ERSTER-SATZ                   VALUE 1.

**  ---> Korrekturen aus Folgeperioden (=PERIODKORR)
 01          W-K-ANZ             PIC S9(09) COMP VALUE ZEROS.
 01          W-K-UMSATZ          PIC S9(16)V99 COMP VALUE ZEROS.
 01          W-K-GEBUEHR         PIC S9(16)V99 COMP VALUE ZEROS.

**  ---> Abstimmungssummen
 01          W-ANGEP-UMSATZ      PIC S9(16)V99 COMP VALUE ZEROS.
 01          W-ANGEP-GEBUEHR     PIC S9(16)V99 COMP VALUE ZEROS.
 01          W-UST-BRUTTO        PIC S9(16)V99 COMP VALUE ZEROS.
 01          W-TOT-ANZ-KORR      PIC 9(09)   VALUE ZEROS.
 01          W-TOT-EINGEFR-UMS   PIC S9(16)V99 COMP VALUE ZEROS.
 01          W-TOT-KORR-UMS      PIC S9(16)V99 COMP VALUE ZEROS.
 01          W-TOT-EINGEFR-GEB   PIC S9(16)V99 COMP VALUE ZEROS.
 01          W-TOT-KORR-GEB      PIC S9(16)V99 COMP VALUE ZEROS.
 01          W-TOT-UST-BRUTTO    PIC S9(16)V99 COMP VALUE ZEROS.

**  ---> Hauptbuch: Korrektur je Vorgangsart (ST aus den Spaet-
**  ---> stornos, GB aus deren Gebuehrenerstattung)
 01          W-GL-EINGEFR        PIC S9(16)V99 COMP VALUE ZEROS.
 01          W-GL-KORR           PIC S9(16)V99 COMP VALUE ZEROS.
 01          W-GL-KORR-ST        PIC S9(16)V99 COMP VALUE ZEROS.
 01          W-GL-KORR-GB        PIC S9(16)V99 COMP VALUE ZEROS.
 01          W-GL-ST-FLAG        PIC 9       VALUE ZERO.
     88      W-GL-ST-GEZEIGT                 VALUE 1.
 01          W-GL-GB-FLAG        PIC 9       VALUE ZERO.
     88      W-GL-GB-GEZEIGT                 VALUE 1.

 01          W-DRUCKZEILE.
     05      WD-VUNR             PIC X(15).
     05      FILLER              PIC X       VALUE SPACE.
     05      WD-ANZ              PIC ZZZZZZ9.
     05      FILLER              PIC X       VALUE SPACE.
     05      WD-UMS-EINGEFR      PIC -Z(10)9,99.
     05      FILLER              PIC X       VALUE SPACE.
     05      WD-UMS-KORR         PIC -Z(8)9,99.
     05      FILLER              PIC X       VALUE SPACE.
     05      WD-UMS-ANGEP        PIC -Z(10)9,99.
     05      FILLER              PIC X       VALUE SPACE.
     05      WD-GEB-EINGEFR      PIC -Z(8)9,99.
     05      FILLER              PIC X       VALUE SPACE.
     05      WD-GEB-KORR         PIC -Z(6)9,99.
     05      FILLER              PIC X       VALUE SPACE.
     05      WD-GEB-ANGEP        PIC -Z(8)9,99.
     05      FILLER              PIC X       VALUE SPACE.
     05      WD-UST-BRUTTO       PIC -Z(10)9,99.

 01          W-GL-ZEILE.
     05      WG-VORGANG          PIC X(02).
     05      FILLER              PIC X(14)   VALUE SPACES.
     05      WG-EINGEFR          PIC -Z(12)9,99.
     05      FILLER              PIC X       VALUE SPACE.
     05      WG-KORR             PIC -Z(12)9,99.
     05      FILLER              PIC X       VALUE SPACE.
     05      WG-ANGEP            PIC -Z(12)9,99.

**  ---> Startparameter
 01          STARTUP-FELDER.
     05      STUP-RESULT         PIC S9(04) COMP VALUE ZEROS.
     05      STUP-PORTION        PIC  X(30) VALUE "STRING".
     05      STUP-TEXT           PIC X(128).

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

 EXTENDED-STORAGE SECTION.

 EXEC SQL
     INCLUDE SQLCA
 END-EXEC

 EXEC SQL
     BEGIN DECLARE SECTION
 END-EXEC

 EXEC SQL
    INVOKE =TXILOG70 AS TXILOG70
 END-EXEC

**  ---> bepreiste Transaktionen (PFCFEE7 TAG)
 EXEC SQL
    INVOKE =FEEREC AS FEEREC
 END-EXEC

**  ---> USt-Aufriss je Monat/VUNR (RFCVAT7)
 EXEC SQL
    INVOKE =VATSUM AS VATSUM
 END-EXEC

**  ---> Hauptbuchsummen je Tag (RFCGLE7)
 EXEC SQL
    INVOKE =GLSUM AS GLSUM
 END-EXEC

**  ---> Periodenstatus und eingefrorene Summen
 EXEC SQL
    INVOKE =PERIODE AS PERIODE
 END-EXEC

 EXEC SQL
    INVOKE =PERIODSUM AS PERIODSUM
 END-EXEC

 EXEC SQL
    INVOKE =PERIODGL AS PERIODGL
 END-EXEC

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

 EXEC SQL
     CONTROL TABLE * WAIT IF LOCKED
 END-EXEC

**  ---> abgerechneter Umsatz des Monats je VUNR und Typ
 EXEC SQL
     DECLARE UMSATZ_CURS CURSOR FOR
         SELECT  VUNR, ISONTYP, COUNT(*), SUM(BETRAG)
           FROM  =TXILOG70
          WHERE  ZP_VERKAUF >= :W-ZP-VON
            AND  ZP_VERKAUF <= :W-ZP-BIS
            AND  AC_TERM     = 0
            AND  LOGPROT     = 70
            AND (ISONTYP = 200 OR ISONTYP = 400)
          GROUP  BY VUNR, ISONTYP
          ORDER  BY VUNR, ISONTYP
         BROWSE  ACCESS
 END-EXEC

**  ---> Gebuehren des Monats je VUNR
 EXEC SQL
     DECLARE GEBUEHR_CURS CURSOR FOR
         SELECT  VUNR, SUM(GEB_BASIS), SUM(GEBUEHR)
           FROM  =FEEREC
          WHERE  DATUM LIKE :W-MONAT
          GROUP  BY VUNR
          ORDER  BY VUNR
         BROWSE  ACCESS
 END-EXEC

**  ---> USt-Aufriss des Monats je VUNR (nur V-Zeilen des Monats)
 EXEC SQL
     DECLARE UST_CURS CURSOR FOR
         SELECT  VUNR, SUM(NETTO), SUM(UST), SUM(BRUTTO)
           FROM  =VATSUM
          WHERE  MONAT = :W-MONAT-KEY
          GROUP  BY VUNR
          ORDER  BY VUNR
         BROWSE  ACCESS
 END-EXEC

**  ---> Hauptbuchsummen des Monats je Vorgang/ROUTKZ/CARDID
 EXEC SQL
     DECLARE GLSUM_CURS CURSOR FOR
         SELECT  VORGANG, ROUTKZ, CARDID, SUM(BETRAG_CENT)
           FROM  =GLSUM
          WHERE  DATUM LIKE :W-MONAT
          GROUP  BY VORGANG, ROUTKZ, CARDID
          ORDER  BY VORGANG, ROUTKZ, CARDID
         BROWSE  ACCESS
 END-EXEC

**  ---> Abgleich: eingefrorene Summen je VUNR
 EXEC SQL
     DECLARE PERIODSUM_CURS CURSOR FOR
         SELECT  VUNR, ANZ_UMSATZ, UMSATZ, GEBUEHR, UST_BRUTTO
           FROM  =PERIODSUM
          WHERE  MONAT = :W-MONAT-KEY
          ORDER  BY VUNR
         BROWSE  ACCESS
 END-EXEC

**  ---> Abgleich: eingefrorenes Hauptbuch je Vorgangsart
 EXEC SQL
     DECLARE PERIODGL_CURS CURSOR FOR
         SELECT  VORGANG, SUM(BETRAG_CENT)
           FROM  =PERIODGL
          WHERE  MONAT = :W-MONAT-KEY
          GROUP  BY VORGANG
          ORDER  BY VORGANG
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
             WHEN W-MODUS-ABSCHLUSS  PERFORM B100-ABSCHLUSS
             WHEN W-MODUS-ABGLEICH   PERFORM B200-ABGLEICH
             WHEN OTHER              DISPLAY "PFCPAB7 - MODUS "
                                             "ABSCHLUSS oder "
                                             "ABGLEICH erwartet"
                                     SET W-ENDE TO TRUE
         END-EVALUATE
     END-IF
     PERFORM S780-RUN-ENDE
     PERFORM B090-ENDE
     STOP RUN
     .
 A100-99.
     EXIT.

******************************************************************
* Vorlauf: Parameter, Monatsfenster, Periodenstatus
******************************************************************
 B000-VORLAUF SECTION.
 B000-00.
     PERFORM U200-TIMESTAMP
     DISPLAY "PFCPAB7 - Periodenabschluss, Lauf vom " TAGESDATUM

     MOVE "MODUS" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:STUP-RESULT) TO W-MODUS

     MOVE "MONAT" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:7) TO W-MONAT-KEY
     IF  W-MONAT-KEY (1:4) IS NOT NUMERIC
     OR  W-MONAT-KEY (5:1) NOT = "-"
     OR  W-MONAT-KEY (6:2) IS NOT NUMERIC
         DISPLAY "PFCPAB7 - PARAM MONAT JJJJ-MM erwartet: "
                 W-MONAT-KEY
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

**  ---> LIKE-Muster "JJJJ-MM%" fuer die Tagesdatum-Spalten
     MOVE SPACES TO W-MONAT
     STRING  W-MONAT-KEY
             "%"
                 DELIMITED BY SIZE
       INTO  W-MONAT
     END-STRING

**  ---> Verkaufszeitfenster des Monats (JJJJMMTThhmmss)
     MOVE W-MONAT-KEY (1:4) TO W-MON-JJJJ
     MOVE W-MONAT-KEY (6:2) TO W-MON-MM
     COMPUTE W-ZP-VON =
               (W-MON-JJJJ * 10000000000)
             + (W-MON-MM   * 100000000)
             + 1000000
     COMPUTE W-ZP-BIS =
               (W-MON-JJJJ * 10000000000)
             + (W-MON-MM   * 100000000)
             + 31235959

     MOVE TAGESDATUM (1:7) TO W-MONAT-HEUTE

     PERFORM S300-SELECT-PERIODE
     .
 B000-99.
     EXIT.

******************************************************************
* Ende / Zusammenfassung
******************************************************************
 B090-ENDE SECTION.
 B090-00.
     IF  W-MODUS-ABSCHLUSS
     AND NOT W-ENDE
         DISPLAY "PFCPAB7 - Monat " W-MONAT-KEY " geschlossen"
         DISPLAY "PFCPAB7 - Vertragsunternehmen : " W-ANZ-VUNR
         DISPLAY "PFCPAB7 - Hauptbuch-Summen    : " W-ANZ-GL
     END-IF
     .
 B090-99.
     EXIT.

******************************************************************
* Abschluss: Monat einfrieren und schliessen. Alle Schritte in
* einer TMF-Transaktion - ein Fehler laesst den Monat offen und
* ohne Teil-Snapshot zurueck
******************************************************************
 B100-ABSCHLUSS SECTION.
 B100-00.
     IF  W-PERIODE-GESCHLOSSEN
         DISPLAY "PFCPAB7 - !!! Monat " W-MONAT-KEY
                 " ist bereits geschlossen"
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

**  ---> nur abgelaufene Monate (Vergleich JJJJ-MM als Text)
     IF  W-MONAT-KEY NOT < W-MONAT-HEUTE
         DISPLAY "PFCPAB7 - !!! Monat " W-MONAT-KEY
                 " ist noch nicht abgelaufen"
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

**  ---> ohne USt-Export des Monats kein Abschluss
     PERFORM S305-SELECT-VATSUM-ANZ
     IF  W-ENDE
         EXIT SECTION
     END-IF
     IF  W-ANZ-VATSUM = ZERO
         DISPLAY "PFCPAB7 - !!! kein USt-Export (RFCVAT7) fuer "
                 W-MONAT-KEY " - Abschluss abgewiesen"
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

     PERFORM U100-BEGIN

     PERFORM S310-DELETE-SNAPSHOT
     IF  NOT W-ENDE
         PERFORM C100-UMSATZ-EINFRIEREN
     END-IF
     IF  NOT W-ENDE
         PERFORM C110-GEBUEHR-EINFRIEREN
     END-IF
     IF  NOT W-ENDE
         PERFORM C120-UST-EINFRIEREN
     END-IF
     IF  NOT W-ENDE
         PERFORM C130-HAUPTBUCH-EINFRIEREN
     END-IF
     IF  NOT W-ENDE
         IF  W-PERIODE-NEU
             PERFORM S350-INSERT-PERIODE
         ELSE
             PERFORM S355-UPDATE-PERIODE
         END-IF
     END-IF

     IF  W-ENDE
         PERFORM U120-ROLLBACK
         DISPLAY "PFCPAB7 - !!! Abschluss " W-MONAT-KEY
                 " zurueckgesetzt, Monat bleibt offen"
     ELSE
         PERFORM U110-COMMIT
     END-IF
     .
 B100-99.
     EXIT.

******************************************************************
* Abgleich: eingefrorene gegen angepasste Summen je VUNR, danach
* das Hauptbuch je Vorgangsart
******************************************************************
 B200-ABGLEICH SECTION.
 B200-00.
     IF  NOT W-PERIODE-GESCHLOSSEN
         DISPLAY "PFCPAB7 - !!! Monat " W-MONAT-KEY
                 " ist nicht geschlossen - kein Abgleich"
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

     DISPLAY "PFCPAB7 - Abgleich Periode " W-MONAT-KEY
     DISPLAY " "
     DISPLAY "--- je Vertragsunternehmen (VUNR) ---"
     DISPLAY "VUNR            ANZAHL UMSATZ-EINGEFR"
             "   KORREKTUR   UMSATZ-ANGEP  GEB-EINGEFR"
             "  KORREKTUR   GEB-ANGEP     UST-BRUTTO"
     PERFORM C200-VUNR-ABGLEICH
     IF  W-ENDE
         EXIT SECTION
     END-IF

     DISPLAY " "
     DISPLAY "--- Hauptbuch je Vorgangsart ---"
     DISPLAY "VORGANG               EINGEFROREN"
             "           KORREKTUR           ANGEPASST"
     PERFORM C220-HAUPTBUCH-ABGLEICH
     .
 B200-99.
     EXIT.

******************************************************************
* Umsatz je VUNR einfrieren (Kontrollwechsel: der Cursor liefert
* je VUNR eine Zeile fuer Typ 200 und eine fuer Typ 400)
******************************************************************
 C100-UMSATZ-EINFRIEREN SECTION.
 C100-00.
     MOVE ZERO TO W-ERSTER-SATZ-FLAG
     INITIALIZE W-PS-SATZ

     EXEC SQL
         OPEN UMSATZ_CURS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

     PERFORM S900-FETCH-UMSATZ-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK OR W-ENDE
         IF  W-ERSTER-SATZ
         AND VUNR OF TXILOG70 NOT = W-ALT-VUNR
             PERFORM C105-UMSATZ-VUNR-SCHREIBEN
         END-IF
         SET  W-ERSTER-SATZ TO TRUE
         MOVE VUNR OF TXILOG70 TO W-ALT-VUNR
         ADD  W-G-ANZ TO W-PS-ANZ
**      ---> Stornos mindern den Umsatz
         IF  ISONTYP OF TXILOG70 = 400
             SUBTRACT W-G-BETRAG FROM W-PS-UMSATZ
         ELSE
             ADD      W-G-BETRAG TO   W-PS-UMSATZ
         END-IF
         PERFORM S900-FETCH-UMSATZ-CURSOR
     END-PERFORM

     IF  W-ERSTER-SATZ
     AND NOT W-ENDE
         PERFORM C105-UMSATZ-VUNR-SCHREIBEN
     END-IF

     EXEC SQL
         CLOSE UMSATZ_CURS
     END-EXEC
     MOVE ZERO TO W-SQLCODE-FLAG
     .
 C100-99.
     EXIT.

 C105-UMSATZ-VUNR-SCHREIBEN SECTION.
 C105-00.
     MOVE W-ALT-VUNR TO W-PS-VUNR
     PERFORM S320-INSERT-PERIODSUM
     INITIALIZE W-PS-SATZ
     .
 C105-99.
     EXIT.

******************************************************************
* Gebuehren je VUNR einfrieren (VUNR ohne Umsatzzeile - etwa nur
* mit Spaetstornos im Monat - bekommt eine eigene Zeile)
******************************************************************
 C110-GEBUEHR-EINFRIEREN SECTION.
 C110-00.
     EXEC SQL
         OPEN GEBUEHR_CURS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

     PERFORM S910-FETCH-GEBUEHR-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK OR W-ENDE
         INITIALIZE W-PS-SATZ
         MOVE VUNR OF FEEREC TO W-PS-VUNR
         MOVE W-G-BETRAG     TO W-PS-GEB-BASIS
         MOVE W-G-BETRAG-2   TO W-PS-GEBUEHR
         PERFORM S330-UPDATE-PERIODSUM-GEB
         PERFORM S910-FETCH-GEBUEHR-CURSOR
     END-PERFORM

     EXEC SQL
         CLOSE GEBUEHR_CURS
     END-EXEC
     MOVE ZERO TO W-SQLCODE-FLAG
     .
 C110-99.
     EXIT.

******************************************************************
* USt je VUNR einfrieren (Summe der V-Zeilen aus RFCVAT7, Cent)
******************************************************************
 C120-UST-EINFRIEREN SECTION.
 C120-00.
     EXEC SQL
         OPEN UST_CURS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

     PERFORM S920-FETCH-UST-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK OR W-ENDE
         INITIALIZE W-PS-SATZ
         MOVE VUNR OF VATSUM TO W-PS-VUNR
         MOVE W-G-CENT       TO W-PS-UST-NETTO
         MOVE W-G-CENT-2     TO W-PS-UST-BETRAG
         MOVE W-G-CENT-3     TO W-PS-UST-BRUTTO
         PERFORM S335-UPDATE-PERIODSUM-UST
         PERFORM S920-FETCH-UST-CURSOR
     END-PERFORM

     EXEC SQL
         CLOSE UST_CURS
     END-EXEC
     MOVE ZERO TO W-SQLCODE-FLAG
     .
 C120-99.
     EXIT.

******************************************************************
* Hauptbuch einfrieren: Tagessummen aus RFCGLE7 je Vorgang/
* ROUTKZ/CARDID ueber den Monat
******************************************************************
 C130-HAUPTBUCH-EINFRIEREN SECTION.
 C130-00.
     EXEC SQL
         OPEN GLSUM_CURS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

     PERFORM S930-FETCH-GLSUM-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK OR W-ENDE
         PERFORM S340-INSERT-PERIODGL
         PERFORM S930-FETCH-GLSUM-CURSOR
     END-PERFORM

     EXEC SQL
         CLOSE GLSUM_CURS
     END-EXEC
     MOVE ZERO TO W-SQLCODE-FLAG
     .
 C130-99.
     EXIT.

******************************************************************
* Abgleich je VUNR: eingefroren + Korrekturen = angepasst
******************************************************************
 C200-VUNR-ABGLEICH SECTION.
 C200-00.
     MOVE ZEROS TO W-TOT-ANZ-KORR
                   W-TOT-EINGEFR-UMS
                   W-TOT-KORR-UMS
                   W-TOT-EINGEFR-GEB
                   W-TOT-KORR-GEB
                   W-TOT-UST-BRUTTO

     EXEC SQL
         OPEN PERIODSUM_CURS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

     PERFORM S940-FETCH-PERIODSUM-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK OR W-ENDE
         PERFORM S360-SELECT-PERIODKORR-VUNR
         PERFORM C210-VUNR-ZEILE-SCHREIBEN
         PERFORM S940-FETCH-PERIODSUM-CURSOR
     END-PERFORM

     EXEC SQL
         CLOSE PERIODSUM_CURS
     END-EXEC
     MOVE ZERO TO W-SQLCODE-FLAG

**  ---> Gesamtzeile
     MOVE "GESAMT"          TO WD-VUNR
     MOVE W-TOT-ANZ-KORR    TO WD-ANZ
     MOVE W-TOT-EINGEFR-UMS TO WD-UMS-EINGEFR
     MOVE W-TOT-KORR-UMS    TO WD-UMS-KORR
     COMPUTE W-ANGEP-UMSATZ = W-TOT-EINGEFR-UMS + W-TOT-KORR-UMS
     MOVE W-ANGEP-UMSATZ    TO WD-UMS-ANGEP
     MOVE W-TOT-EINGEFR-GEB TO WD-GEB-EINGEFR
     MOVE W-TOT-KORR-GEB    TO WD-GEB-KORR
     COMPUTE W-ANGEP-GEBUEHR = W-TOT-EINGEFR-GEB + W-TOT-KORR-GEB
     MOVE W-ANGEP-GEBUEHR   TO WD-GEB-ANGEP
     MOVE W-TOT-UST-BRUTTO  TO WD-UST-BRUTTO
     DISPLAY " "
     DISPLAY W-DRUCKZEILE
     DISPLAY "PFCPAB7 - (Spalte ANZAHL der Gesamtzeile: Anzahl "
             "Korrekturen)"
     .
 C200-99.
     EXIT.

 C210-VUNR-ZEILE-SCHREIBEN SECTION.
 C210-00.
     MOVE VUNR OF PERIODSUM       TO WD-VUNR
     MOVE ANZ-UMSATZ OF PERIODSUM TO WD-ANZ
     MOVE UMSATZ OF PERIODSUM     TO W-PS-UMSATZ
     MOVE GEBUEHR OF PERIODSUM    TO W-PS-GEBUEHR
     MOVE UST-BRUTTO OF PERIODSUM TO W-PS-UST-BRUTTO

     COMPUTE W-ANGEP-UMSATZ  = W-PS-UMSATZ  + W-K-UMSATZ
     COMPUTE W-ANGEP-GEBUEHR = W-PS-GEBUEHR + W-K-GEBUEHR
**  ---> USt-Werte liegen in Cent vor
     COMPUTE W-UST-BRUTTO    = W-PS-UST-BRUTTO / 100

     MOVE W-PS-UMSATZ     TO WD-UMS-EINGEFR
     MOVE W-K-UMSATZ      TO WD-UMS-KORR
     MOVE W-ANGEP-UMSATZ  TO WD-UMS-ANGEP
     MOVE W-PS-GEBUEHR    TO WD-GEB-EINGEFR
     MOVE W-K-GEBUEHR     TO WD-GEB-KORR
     MOVE W-ANGEP-GEBUEHR TO WD-GEB-ANGEP
     MOVE W-UST-BRUTTO    TO WD-UST-BRUTTO
     DISPLAY W-DRUCKZEILE

     ADD W-K-ANZ      TO W-TOT-ANZ-KORR
     ADD W-PS-UMSATZ  TO W-TOT-EINGEFR-UMS
     ADD W-K-UMSATZ   TO W-TOT-KORR-UMS
     ADD W-PS-GEBUEHR TO W-TOT-EINGEFR-GEB
     ADD W-K-GEBUEHR  TO W-TOT-KORR-GEB
     ADD W-UST-BRUTTO TO W-TOT-UST-BRUTTO
     .
 C210-99.
     EXIT.

******************************************************************
* Abgleich Hauptbuch: die Spaetstornos haben in der Folgeperiode
* einen ST-Vorgang (Betrag positiv) und eine Gebuehrenerstattung
* (GB, negativ) ausgeloest - das ist die Korrektur je Vorgangsart
******************************************************************
 C220-HAUPTBUCH-ABGLEICH SECTION.
 C220-00.
     PERFORM S365-SELECT-PERIODKORR-SUMME
     IF  W-ENDE
         EXIT SECTION
     END-IF
     COMPUTE W-GL-KORR-ST = ZERO - W-K-UMSATZ
     MOVE W-K-GEBUEHR TO W-GL-KORR-GB
     MOVE ZERO TO W-GL-ST-FLAG
                  W-GL-GB-FLAG

     EXEC SQL
         OPEN PERIODGL_CURS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

     PERFORM S950-FETCH-PERIODGL-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK OR W-ENDE
         MOVE W-G-VORGANG TO WG-VORGANG
         COMPUTE W-GL-EINGEFR = W-G-CENT / 100
         EVALUATE W-G-VORGANG
             WHEN "ST"   MOVE W-GL-KORR-ST TO W-GL-KORR
                         SET W-GL-ST-GEZEIGT TO TRUE
             WHEN "GB"   MOVE W-GL-KORR-GB TO W-GL-KORR
                         SET W-GL-GB-GEZEIGT TO TRUE
             WHEN OTHER  MOVE ZEROS TO W-GL-KORR
         END-EVALUATE
         PERFORM C225-HAUPTBUCH-ZEILE-SCHREIBEN
         PERFORM S950-FETCH-PERIODGL-CURSOR
     END-PERFORM

     EXEC SQL
         CLOSE PERIODGL_CURS
     END-EXEC
     MOVE ZERO TO W-SQLCODE-FLAG

**  ---> Korrektur ohne eingefrorene Vorgangsart im Monat
     IF  NOT W-GL-ST-GEZEIGT
     AND W-GL-KORR-ST NOT = ZERO
         MOVE "ST"         TO WG-VORGANG
         MOVE ZEROS        TO W-GL-EINGEFR
         MOVE W-GL-KORR-ST TO W-GL-KORR
         PERFORM C225-HAUPTBUCH-ZEILE-SCHREIBEN
     END-IF
     IF  NOT W-GL-GB-GEZEIGT
     AND W-GL-KORR-GB NOT = ZERO
         MOVE "GB"         TO WG-VORGANG
         MOVE ZEROS        TO W-GL-EINGEFR
         MOVE W-GL-KORR-GB TO W-GL-KORR
         PERFORM C225-HAUPTBUCH-ZEILE-SCHREIBEN
     END-IF
     .
 C220-99.
     EXIT.

 C225-HAUPTBUCH-ZEILE-SCHREIBEN SECTION.
 C225-00.
     MOVE W-GL-EINGEFR TO WG-EINGEFR
     MOVE W-GL-KORR    TO WG-KORR
     COMPUTE W-ANGEP-UMSATZ = W-GL-EINGEFR + W-GL-KORR
     MOVE W-ANGEP-UMSATZ TO WG-ANGEP
     DISPLAY W-GL-ZEILE
     .
 C225-99.
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
                     DISPLAY "PFCPAB7 - Parameter fehlt: "
                             STUP-PORTION
                     SET W-ENDE TO TRUE
         WHEN OTHER  CONTINUE
     END-EVALUATE
     .
 P950-99.
     EXIT.

******************************************************************
* Periodenstatus lesen: ohne Satz ist der Monat offen (neu)
******************************************************************
 S300-SELECT-PERIODE SECTION.
 S300-00.
     SET W-PERIODE-OFFEN TO TRUE

     EXEC SQL
         SELECT  KZ_STATUS
           INTO :W-KZ-STATUS
           FROM  =PERIODE
          WHERE  MONAT = :W-MONAT-KEY
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   IF  W-KZ-STATUS = "G"
                         SET W-PERIODE-GESCHLOSSEN TO TRUE
                     END-IF
         WHEN 100    SET W-PERIODE-NEU TO TRUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S300-99.
     EXIT.

******************************************************************
* Anzahl USt-Zeilen des Monats (ist RFCVAT7 gelaufen?)
******************************************************************
 S305-SELECT-VATSUM-ANZ SECTION.
 S305-00.
     MOVE ZEROS TO W-ANZ-VATSUM

     EXEC SQL
         SELECT  COUNT(*)
           INTO :W-ANZ-VATSUM
           FROM  =VATSUM
          WHERE  MONAT = :W-MONAT-KEY
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S305-99.
     EXIT.

******************************************************************
* Reste eines frueheren, zurueckgesetzten Abschlusses entfernen
******************************************************************
 S310-DELETE-SNAPSHOT SECTION.
 S310-00.
     EXEC SQL
         DELETE
           FROM  =PERIODSUM
          WHERE  MONAT = :W-MONAT-KEY
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
     AND SQLCODE OF SQLCA NOT = 100
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

     EXEC SQL
         DELETE
           FROM  =PERIODGL
          WHERE  MONAT = :W-MONAT-KEY
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
     AND SQLCODE OF SQLCA NOT = 100
         PERFORM Z002-PROGERR
     END-IF
     .
 S310-99.
     EXIT.

******************************************************************
* Periodensumme eines VUNR anlegen
******************************************************************
 S320-INSERT-PERIODSUM SECTION.
 S320-00.
     EXEC SQL
         INSERT
           INTO  =PERIODSUM
                 ( MONAT, VUNR, ANZ_UMSATZ, UMSATZ
                 , GEB_BASIS, GEBUEHR
                 , UST_NETTO, UST_BETRAG, UST_BRUTTO
                 , ZPINS )
         VALUES  (
                  :W-MONAT-KEY
                 ,:W-PS-VUNR
                 ,:W-PS-ANZ
                 ,:W-PS-UMSATZ
                 ,:W-PS-GEB-BASIS
                 ,:W-PS-GEBUEHR
                 ,:W-PS-UST-NETTO
                 ,:W-PS-UST-BETRAG
                 ,:W-PS-UST-BRUTTO
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   ADD 1 TO W-ANZ-VUNR
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S320-99.
     EXIT.

******************************************************************
* Gebuehren eines VUNR nachtragen (ohne Zeile: anlegen)
******************************************************************
 S330-UPDATE-PERIODSUM-GEB SECTION.
 S330-00.
     EXEC SQL
         UPDATE  =PERIODSUM
            SET  GEB_BASIS = :W-PS-GEB-BASIS
               , GEBUEHR   = :W-PS-GEBUEHR
          WHERE  MONAT = :W-MONAT-KEY
            AND  VUNR  = :W-PS-VUNR
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    PERFORM S320-INSERT-PERIODSUM
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S330-99.
     EXIT.

******************************************************************
* USt eines VUNR nachtragen (ohne Zeile: anlegen)
******************************************************************
 S335-UPDATE-PERIODSUM-UST SECTION.
 S335-00.
     EXEC SQL
         UPDATE  =PERIODSUM
            SET  UST_NETTO  = :W-PS-UST-NETTO
               , UST_BETRAG = :W-PS-UST-BETRAG
               , UST_BRUTTO = :W-PS-UST-BRUTTO
          WHERE  MONAT = :W-MONAT-KEY
            AND  VUNR  = :W-PS-VUNR
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    PERFORM S320-INSERT-PERIODSUM
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S335-99.
     EXIT.

******************************************************************
* Hauptbuchsumme einfrieren
******************************************************************
 S340-INSERT-PERIODGL SECTION.
 S340-00.
     EXEC SQL
         INSERT
           INTO  =PERIODGL
                 ( MONAT, VORGANG, ROUTKZ, CARDID, BETRAG_CENT
                 , ZPINS )
         VALUES  (
                  :W-MONAT-KEY
                 ,:VORGANG of GLSUM
                 ,:ROUTKZ  of GLSUM
                 ,:CARDID  of GLSUM
                 ,:W-G-CENT
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   ADD 1 TO W-ANZ-GL
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S340-99.
     EXIT.

******************************************************************
* Monat schliessen
******************************************************************
 S350-INSERT-PERIODE SECTION.
 S350-00.
     EXEC SQL
         INSERT
           INTO  =PERIODE
                 ( MONAT, KZ_STATUS, ANZ_VUNR, ZP_ABSCHLUSS )
         VALUES  (
                  :W-MONAT-KEY
                 ,"G"
                 ,:W-ANZ-VUNR
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S350-99.
     EXIT.

 S355-UPDATE-PERIODE SECTION.
 S355-00.
     EXEC SQL
         UPDATE  =PERIODE
            SET  KZ_STATUS    = "G"
               , ANZ_VUNR     = :W-ANZ-VUNR
               , ZP_ABSCHLUSS = CURRENT
          WHERE  MONAT = :W-MONAT-KEY
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S355-99.
     EXIT.

******************************************************************
* Korrekturen eines VUNR zum Monat (erst zaehlen - ohne Zeilen
* liefert SUM() keinen Wert)
******************************************************************
 S360-SELECT-PERIODKORR-VUNR SECTION.
 S360-00.
     MOVE ZEROS TO W-K-ANZ
                   W-K-UMSATZ
                   W-K-GEBUEHR

     EXEC SQL
         SELECT  COUNT(*)
           INTO :W-K-ANZ
           FROM  =PERIODKORR
          WHERE  MONAT_BEZUG = :W-MONAT-KEY
            AND  VUNR        = :VUNR of PERIODSUM
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF
     IF  W-K-ANZ = ZERO
         EXIT SECTION
     END-IF

     EXEC SQL
         SELECT  SUM(UMSATZ), SUM(GEBUEHR)
           INTO :W-K-UMSATZ
               ,:W-K-GEBUEHR
           FROM  =PERIODKORR
          WHERE  MONAT_BEZUG = :W-MONAT-KEY
            AND  VUNR        = :VUNR of PERIODSUM
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S360-99.
     EXIT.

******************************************************************
* Korrekturen zum Monat gesamt
******************************************************************
 S365-SELECT-PERIODKORR-SUMME SECTION.
 S365-00.
     MOVE ZEROS TO W-K-ANZ
                   W-K-UMSATZ
                   W-K-GEBUEHR

     EXEC SQL
         SELECT  COUNT(*)
           INTO :W-K-ANZ
           FROM  =PERIODKORR
          WHERE  MONAT_BEZUG = :W-MONAT-KEY
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF
     IF  W-K-ANZ = ZERO
         EXIT SECTION
     END-IF

     EXEC SQL
         SELECT  SUM(UMSATZ), SUM(GEBUEHR)
           INTO :W-K-UMSATZ
               ,:W-K-GEBUEHR
           FROM  =PERIODKORR
          WHERE  MONAT_BEZUG = :W-MONAT-KEY
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S365-99.
     EXIT.

******************************************************************
* Fetch-Sections der verdichtenden Cursor
******************************************************************
 S900-FETCH-UMSATZ-CURSOR SECTION.
 S900-00.
     EXEC SQL
         FETCH UMSATZ_CURS
          INTO :VUNR    of TXILOG70
              ,:ISONTYP of TXILOG70
              ,:W-G-ANZ
              ,:W-G-BETRAG
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S900-99.
     EXIT.

 S910-FETCH-GEBUEHR-CURSOR SECTION.
 S910-00.
     EXEC SQL
         FETCH GEBUEHR_CURS
          INTO :VUNR of FEEREC
              ,:W-G-BETRAG
              ,:W-G-BETRAG-2
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

 S920-FETCH-UST-CURSOR SECTION.
 S920-00.
     EXEC SQL
         FETCH UST_CURS
          INTO :VUNR of VATSUM
              ,:W-G-CENT
              ,:W-G-CENT-2
              ,:W-G-CENT-3
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

 S930-FETCH-GLSUM-CURSOR SECTION.
 S930-00.
     EXEC SQL
         FETCH GLSUM_CURS
          INTO :VORGANG of GLSUM
              ,:ROUTKZ  of GLSUM
              ,:CARDID  of GLSUM
              ,:W-G-CENT
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S930-99.
     EXIT.

 S940-FETCH-PERIODSUM-CURSOR SECTION.
 S940-00.
     EXEC SQL
         FETCH PERIODSUM_CURS
          INTO :VUNR       of PERIODSUM
              ,:ANZ-UMSATZ of PERIODSUM
              ,:UMSATZ     of PERIODSUM
              ,:GEBUEHR    of PERIODSUM
              ,:UST-BRUTTO of PERIODSUM
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

 S950-FETCH-PERIODGL-CURSOR SECTION.
 S950-00.
     EXEC SQL
         FETCH PERIODGL_CURS
          INTO :W-G-VORGANG
              ,:W-G-CENT
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S950-99.
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
         WHEN OTHER  DISPLAY "PFCPAB7 - =BATCHRUN nicht "
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
               , ANZ       = :W-ANZ-VUNR
               , ZP_ENDE   = CURRENT
          WHERE  DATUM    = :W-RUN-DATUM
            AND  PROGRAMM = :K-RUN-PROGRAMM
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         DISPLAY "PFCPAB7 - =BATCHRUN nicht fortschreibbar, "
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
     DISPLAY "PFCPAB7 - SQL-Fehler, SQLCODE: " SQLCODE OF SQLCA
     SET W-ENDE TO TRUE
     .
 Z002-99.
     EXIT.
