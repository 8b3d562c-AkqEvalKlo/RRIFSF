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

 PROGRAM-ID. PFCPAY7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.01
* Kurzbeschreibung :: SEPA-Auszahlung an die Stationen: aus den
* Kurzbeschreibung :: abgerechneten Umsaetzen eines Valutazeit-
* Kurzbeschreibung :: raums (ABRTAG VON..BIS) wird je MDNR/TSNR
* Kurzbeschreibung :: der Auszahlungsbetrag ermittelt:
* Kurzbeschreibung ::     Umsatz        (=TXILOG70 Typ 200)
* Kurzbeschreibung ::   - Cashback      (BETRAG_CASHBACK)
* Kurzbeschreibung ::   - Stornos       (=TXILOG70 Typ 400)
* Kurzbeschreibung ::   - Abzuege       (=PAYABZUG: Prozentsatz
* Kurzbeschreibung ::                    und/oder Festbetrag je
* Kurzbeschreibung ::                    MDNR/TSNR, TSNR 0 = alle)
* Kurzbeschreibung :: und als Ueberweisung in die Datei PAYOUT
* Kurzbeschreibung :: (SEPA pain.001.001.03) geschrieben; die
* Kurzbeschreibung :: Bankverbindung kommt aus =STATIONB (Import
* Kurzbeschreibung :: ueber PFCSTI7).
* Kurzbeschreibung :: Jede Auszahlung wird in =PAYREG registriert
* Kurzbeschreibung :: ("V" vorgemerkt, nach geschriebener Datei "A"
* Kurzbeschreibung :: ausgezahlt); eine Station, deren Zeitraum
* Kurzbeschreibung :: sich mit einer schon ausgezahlten Periode
* Kurzbeschreibung :: ueberschneidet, wird nicht noch einmal
* Kurzbeschreibung :: bezahlt. Stationen, deren Bankverbindung in
* Kurzbeschreibung :: den letzten HALTETAGE Tagen geaendert wurde,
* Kurzbeschreibung :: werden mit "H" zurueckgehalten und erst im
* Kurzbeschreibung :: Freigabelauf (PARAM FREIGABE) ausgezahlt.
* Package          :: ICC
*
* Aenderungen
*
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.01|2026-10-15| kl  | Review:
*       |          |     | - Auftraggebername (InitgPty/Dbtr) wie der
*       |          |     |   Empfaengername von XML-Sonderzeichen
*       |          |     |   bereinigen (C905-NAME-BEREINIGEN)
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-10-15| kl  | R7-528:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: Batch, monatlich nach RFCMER7
* Parameter   :: PARAM VON          <JJJJ-MM-TT, erster ABRTAG>
*                PARAM BIS          <JJJJ-MM-TT, letzter ABRTAG>
*                PARAM AUSFUEHRUNG  <JJJJ-MM-TT, Ausfuehrungstag>
*                PARAM KONTO-IBAN   <IBAN des Auftraggeberkontos>
*                PARAM KONTO-BIC    <BIC des Auftraggeberkontos>
*                PARAM KONTO-NAME   <Name des Auftraggebers>
*                PARAM HALTETAGE    <Tage, optional, Default 14>
*                PARAM FREIGABE     <MDNR(8)TSNR(8), optional:
*                                    nur diese zurueckgehaltene
*                                    Station auszahlen>
*
******************************************************************
* Uebersicht der SECTIONs:
*
* A100-STEUERUNG
*
* B000-VORLAUF
* B090-ENDE
* B100-UMSAETZE-LESEN
* B200-DATEI-SCHREIBEN
* B300-AUSZAHLUNG-BESTAETIGEN
*
* C100-ZEILE-KUMULIEREN
* C200-STATION-ABSCHLIESSEN
* C210-ABZUG-ERMITTELN
* C290-SUMMEN-LOESCHEN
* C300-XML-KOPF
* C310-XML-UEBERWEISUNG
* C320-XML-FUSS
* C900-BETRAG-AUFBEREITEN
* C905-NAME-BEREINIGEN
* C910-FELD-LAENGE
* C920-ZEILE-SCHREIBEN
*
* P950-GETPARAMTEXT
*
* S300-SELECT-STATIONB
* S310-SELECT-PAYABZUG
* S320-SELECT-PAYREG
* S325-COUNT-PAYREG-AUSGEZAHLT
* S330-INSERT-PAYREG
* S335-UPDATE-PAYREG
* S340-SUMME-PAYREG
* S350-UPDATE-PAYREG-LAUF
* S900-OPEN-TXILOG70-CURSOR
* S910-FETCH-TXILOG70-CURSOR
* S920-CLOSE-TXILOG70-CURSOR
* S930-OPEN-PAYREG-CURSOR
* S940-FETCH-PAYREG-CURSOR
* S950-CLOSE-PAYREG-CURSOR
*
* S770-RUN-START
* S775-RUN-RESET
* S780-RUN-ENDE
*
* U100-BEGIN
* U110-COMMIT
* U120-ROLLBACK
* U200-TIMESTAMP
* U300-HALTEDATUM-ERMITTELN
*
* Z002-PROGERR
******************************************************************

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     DECIMAL-POINT IS COMMA.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT PAY-DATEI         ASSIGN TO "PAYOUT"
                              ORGANIZATION IS SEQUENTIAL
                              FILE STATUS IS PAY-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.

 FD  PAY-DATEI
     RECORD CONTAINS 140 CHARACTERS.
 01          PAY-SATZ            PIC X(140).

 WORKING-STORAGE SECTION.

 01          PAY-FILE-STATUS     PIC X(02).
          88 PAY-FILE-OK                     VALUE "00".

 01          W-ENDE-FLAG         PIC 9       VALUE ZERO.
     88      W-ENDE                          VALUE 1.

 01          W-SQLCODE-FLAG      PIC 9       VALUE ZERO.
     88      W-SQL-OK                        VALUE ZERO.
     88      W-SQL-EOD                       VALUE 1.
     88      W-SQL-NOK                       VALUE 9.

 01          W-ERSTER-SATZ-FLAG  PIC 9       VALUE ZERO.
     88      W-ERSTER-SATZ                   VALUE 1.

 01          W-BANK-FLAG         PIC 9       VALUE ZERO.
     88      W-BANK-DA                       VALUE ZERO.
     88      W-BANK-FEHLT                    VALUE 1.

 01          W-PAYREG-FLAG       PIC 9       VALUE ZERO.
     88      W-PAYREG-NEU                    VALUE ZERO.
     88      W-PAYREG-DA                     VALUE 1.

 01          W-FREIGABE-FLAG     PIC 9       VALUE ZERO.
     88      W-NORMALLAUF                    VALUE ZERO.
     88      W-FREIGABELAUF                  VALUE 1.

**  ---> Lauf-Registrierung in =BATCHRUN (Morgenpruefer RFCRUN7)
 01          K-RUN-PROGRAMM      PIC X(08)   VALUE "PFCPAY7".
 01          W-RUN-DATUM         PIC X(10)   VALUE SPACES.
 01          W-RUN-STATUS        PIC X(01)   VALUE SPACE.

**  ---> Parameter
 01          W-VON               PIC X(10)   VALUE SPACES.
 01          W-BIS               PIC X(10)   VALUE SPACES.
 01          W-AUSFUEHRUNG       PIC X(10)   VALUE SPACES.
 01          W-KONTO-IBAN        PIC X(34)   VALUE SPACES.
 01          W-KONTO-BIC         PIC X(11)   VALUE SPACES.
 01          W-KONTO-NAME        PIC X(70)   VALUE SPACES.
 01          W-HALTETAGE         PIC 9(03)   VALUE 14.
 01          W-FREIGABE          PIC X(16)   VALUE SPACES.
 01          W-FREIGABE-R REDEFINES W-FREIGABE.
     05      W-FREIGABE-MDNR     PIC 9(08).
     05      W-FREIGABE-TSNR     PIC 9(08).

**  ---> Haltefrist: Bankverbindung geaendert ab diesem Tag
 01          W-AKT-DATUM         PIC 9(08)   VALUE ZEROS.
 01          W-AKT-INTEGER       PIC S9(09) COMP VALUE ZEROS.
 01          W-HALTE-INTEGER     PIC S9(09) COMP VALUE ZEROS.
 01          W-HALTE-DATUM       PIC 9(08)   VALUE ZEROS.
 01          W-HALTE-DATUM-R REDEFINES W-HALTE-DATUM.
     05      W-HALTE-JJJJ        PIC 9(04).
     05      W-HALTE-MM          PIC 9(02).
     05      W-HALTE-TT          PIC 9(02).
 01          W-HALTE-AB          PIC X(10)   VALUE SPACES.

**  ---> Lauf-Kennung (MsgId) und Ende-zu-Ende-Referenz
 01          W-LAUF-ID           PIC X(22)   VALUE SPACES.
 01          W-E2E-ID            PIC X(25)   VALUE SPACES.

**  ---> Kontrollwechsel und Summen je Station
 01          W-ALT-MDNR          PIC 9(08)   VALUE ZEROS.
 01          W-ALT-TSNR          PIC 9(08)   VALUE ZEROS.
 01          W-SUM-UMSATZ        PIC S9(13)V99 COMP VALUE ZEROS.
 01          W-SUM-CASHBACK      PIC S9(13)V99 COMP VALUE ZEROS.
 01          W-SUM-STORNO        PIC S9(13)V99 COMP VALUE ZEROS.
 01          W-ABZUG             PIC S9(13)V99 COMP VALUE ZEROS.
 01          W-ABZUG-PROZ        PIC S9(03)V99 COMP VALUE ZEROS.
 01          W-ABZUG-FEST        PIC S9(13)V99 COMP VALUE ZEROS.
 01          W-NETTO             PIC S9(13)V99 COMP VALUE ZEROS.
 01          W-ANZ-BEZAHLT-REG   PIC S9(09) COMP VALUE ZEROS.
 01          W-REG-STATUS        PIC X(01)   VALUE SPACE.
 01          W-NEU-STATUS        PIC X(01)   VALUE SPACE.

**  ---> Summen der Datei
 01          W-DATEI-ANZ         PIC S9(09) COMP VALUE ZEROS.
 01          W-DATEI-SUMME       PIC S9(13)V99 COMP VALUE ZEROS.

 77          W-ANZ-STATIONEN     PIC 9(07)   VALUE ZERO.
 77          W-ANZ-VORGEMERKT    PIC 9(07)   VALUE ZERO.
 77          W-ANZ-GEHALTEN      PIC 9(07)   VALUE ZERO.
 77          W-ANZ-SCHON-BEZAHLT PIC 9(07)   VALUE ZERO.
 77          W-ANZ-OHNE-BANK     PIC 9(07)   VALUE ZERO.
 77          W-ANZ-OHNE-BETRAG   PIC 9(07)   VALUE ZERO.

**  ---> Betragsaufbereitung mit Dezimalpunkt (XML)
 01          W-BETRAG-IN         PIC S9(13)V99 COMP VALUE ZEROS.
 01          W-BETRAG-ABS        PIC 9(13)V99 VALUE ZEROS.
 01          W-BETRAG-ABS-R REDEFINES W-BETRAG-ABS.
     05      W-BETRAG-EURO       PIC 9(13).
     05      W-BETRAG-CENT       PIC 9(02).
 01          W-BETRAG-EURO-E     PIC Z(12)9.
 01          W-BETRAG-LEER       PIC S9(04) COMP VALUE ZEROS.
 01          W-BETRAG-TEXT       PIC X(20)   VALUE SPACES.
 01          W-ANZ-E             PIC Z(08)9.
 01          W-ANZ-LEER          PIC S9(04) COMP VALUE ZEROS.

**  ---> Feldlaenge ohne nachfolgende Leerstellen
 01          W-FELD              PIC X(70)   VALUE SPACES.
 01          W-FELD-LAENGE       PIC S9(04) COMP VALUE ZEROS.
 01          W-XML-ZEILE         PIC X(140)  VALUE SPACES.

**  ---> Anzeige
 01          W-BETRAG-DISP       PIC -Z(12)9,99.

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

 EXEC SQL
     INCLUDE SQLCA
 END-EXEC

 EXEC SQL
     BEGIN DECLARE SECTION
 END-EXEC

 EXEC SQL
    INVOKE =TXILOG70 AS TXILOG70
 END-EXEC

**  ---> Bankverbindung der Station (PFCSTI7)
 EXEC SQL
    INVOKE =STATIONB AS STATIONB
 END-EXEC

**  ---> vereinbarte Abzuege je MDNR/TSNR
 EXEC SQL
    INVOKE =PAYABZUG AS PAYABZUG
 END-EXEC

**  ---> Auszahlungsregister
 EXEC SQL
    INVOKE =PAYREG AS PAYREG
 END-EXEC

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

 EXEC SQL
     CONTROL TABLE * WAIT IF LOCKED
 END-EXEC

**  ---> abgerechnete Umsaetze und Stornos des Zeitraums je Station
 EXEC SQL
     DECLARE TXILOG70_CURS CURSOR FOR
         SELECT  MDNR, TSNR, ISONTYP, BETRAG, BETRAG_CASHBACK
           FROM  =TXILOG70
          WHERE  ABRTAG     >= :W-VON
            AND  ABRTAG     <= :W-BIS
            AND  AC_TERM     = 0
            AND  LOGPROT     = 70
            AND (ISONTYP = 200 OR ISONTYP = 400)
          ORDER  BY MDNR, TSNR
         BROWSE  ACCESS
 END-EXEC

**  ---> in diesem Lauf vorgemerkte Auszahlungen
 EXEC SQL
     DECLARE PAYREG_CURS CURSOR FOR
         SELECT  MDNR, TSNR, BETRAG, IBAN, BIC, KONTOINHABER
               , E2E_ID
           FROM  =PAYREG
          WHERE  LAUF_ID   = :W-LAUF-ID
            AND  KZ_STATUS = "V"
          ORDER  BY MDNR, TSNR
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
         PERFORM B100-UMSAETZE-LESEN
     END-IF
     IF  NOT W-ENDE
         PERFORM B200-DATEI-SCHREIBEN
     END-IF
     IF  NOT W-ENDE
         PERFORM B300-AUSZAHLUNG-BESTAETIGEN
     END-IF
     PERFORM S780-RUN-ENDE
     PERFORM B090-ENDE
     STOP RUN
     .
 A100-99.
     EXIT.

******************************************************************
* Vorlauf: Parameter, Haltefrist, Lauf-Kennung
******************************************************************
 B000-VORLAUF SECTION.
 B000-00.
     PERFORM U200-TIMESTAMP
     DISPLAY "PFCPAY7 - SEPA-Auszahlung, Lauf vom " TAGESDATUM

     MOVE "VON" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:STUP-RESULT) TO W-VON

     MOVE "BIS" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:STUP-RESULT) TO W-BIS

     MOVE "AUSFUEHRUNG" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:STUP-RESULT) TO W-AUSFUEHRUNG

     MOVE "KONTO-IBAN" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:STUP-RESULT) TO W-KONTO-IBAN

     MOVE "KONTO-BIC" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:STUP-RESULT) TO W-KONTO-BIC

     MOVE "KONTO-NAME" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:STUP-RESULT) TO W-KONTO-NAME

**  ---> Haltefrist (optional)
     MOVE "HALTETAGE" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         MOVE ZERO TO W-ENDE-FLAG
         MOVE 14   TO W-HALTETAGE
     ELSE
         MOVE STUP-TEXT (1:STUP-RESULT) TO W-HALTETAGE
     END-IF

**  ---> Freigabelauf fuer eine zurueckgehaltene Station (optional)
     MOVE "FREIGABE" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         MOVE ZERO TO W-ENDE-FLAG
     ELSE
         MOVE STUP-TEXT (1:STUP-RESULT) TO W-FREIGABE
         IF  W-FREIGABE IS NOT NUMERIC
             DISPLAY "PFCPAY7 - PARAM FREIGABE ungueltig: "
                     W-FREIGABE
             SET W-ENDE TO TRUE
             EXIT SECTION
         END-IF
         SET W-FREIGABELAUF TO TRUE
     END-IF

     PERFORM U300-HALTEDATUM-ERMITTELN

     STRING  "PFCPAY7-"
             TAL-JHJJ OF TAL-TIME-D
             TAL-MM   OF TAL-TIME-D
             TAL-TT   OF TAL-TIME-D
             TAL-HH   OF TAL-TIME-D
             TAL-MI   OF TAL-TIME-D
             TAL-SS   OF TAL-TIME-D
                 DELIMITED BY SIZE
       INTO  W-LAUF-ID
     END-STRING

     DISPLAY "PFCPAY7 - Zeitraum " W-VON " bis " W-BIS
             ", Ausfuehrung " W-AUSFUEHRUNG
     DISPLAY "PFCPAY7 - Bankverbindung geaendert ab " W-HALTE-AB
             " => zurueckhalten"
     IF  W-FREIGABELAUF
         DISPLAY "PFCPAY7 - Freigabelauf fuer MDNR "
                 W-FREIGABE-MDNR " TSNR " W-FREIGABE-TSNR
     END-IF
     .
 B000-99.
     EXIT.

******************************************************************
* Ende / Zusammenfassung
******************************************************************
 B090-ENDE SECTION.
 B090-00.
     DISPLAY "PFCPAY7 - Stationen mit Umsatz        : "
             W-ANZ-STATIONEN
     DISPLAY "PFCPAY7 - ausgezahlt (PAYOUT)         : "
             W-ANZ-VORGEMERKT
     MOVE W-DATEI-SUMME TO W-BETRAG-DISP
     DISPLAY "PFCPAY7 - Summe der Datei             : "
             W-BETRAG-DISP
     DISPLAY "PFCPAY7 - zurueckgehalten (Bankwechsel): "
             W-ANZ-GEHALTEN
     DISPLAY "PFCPAY7 - bereits ausgezahlt          : "
             W-ANZ-SCHON-BEZAHLT
     DISPLAY "PFCPAY7 - ohne Bankverbindung         : "
             W-ANZ-OHNE-BANK
     DISPLAY "PFCPAY7 - ohne Auszahlungsbetrag      : "
             W-ANZ-OHNE-BETRAG
     IF  W-ENDE
         DISPLAY "PFCPAY7 - !!! Lauf fehlerhaft beendet, "
                 "PAYOUT nicht uebergeben"
     END-IF
     .
 B090-99.
     EXIT.

******************************************************************
* Umsaetze des Zeitraums je Station verdichten und jede Station
* abschliessen (Betrag, Sperren, Vormerkung in =PAYREG)
******************************************************************
 B100-UMSAETZE-LESEN SECTION.
 B100-00.
     SET W-ERSTER-SATZ TO TRUE

     PERFORM S900-OPEN-TXILOG70-CURSOR
     PERFORM S910-FETCH-TXILOG70-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         PERFORM C100-ZEILE-KUMULIEREN
         PERFORM S910-FETCH-TXILOG70-CURSOR
     END-PERFORM
     PERFORM S920-CLOSE-TXILOG70-CURSOR

     IF  NOT W-ERSTER-SATZ
     AND NOT W-ENDE
         PERFORM C200-STATION-ABSCHLIESSEN
     END-IF
     MOVE ZERO TO W-SQLCODE-FLAG
     .
 B100-99.
     EXIT.

******************************************************************
* SEPA-Datei aus den Vormerkungen dieses Laufs schreiben
******************************************************************
 B200-DATEI-SCHREIBEN SECTION.
 B200-00.
     PERFORM S340-SUMME-PAYREG
     IF  W-ENDE
         EXIT SECTION
     END-IF
     IF  W-DATEI-ANZ = ZERO
         DISPLAY "PFCPAY7 - keine Auszahlung faellig, PAYOUT "
                 "wird nicht erstellt"
         EXIT SECTION
     END-IF

     OPEN OUTPUT PAY-DATEI
     IF  NOT PAY-FILE-OK
         DISPLAY "PFCPAY7 - Datei PAYOUT nicht beschreibbar, "
                 "Status " PAY-FILE-STATUS
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

     PERFORM C300-XML-KOPF

     PERFORM S930-OPEN-PAYREG-CURSOR
     PERFORM S940-FETCH-PAYREG-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         PERFORM C310-XML-UEBERWEISUNG
         PERFORM S940-FETCH-PAYREG-CURSOR
     END-PERFORM
     PERFORM S950-CLOSE-PAYREG-CURSOR
     MOVE ZERO TO W-SQLCODE-FLAG

     PERFORM C320-XML-FUSS
     CLOSE PAY-DATEI
     IF  NOT PAY-FILE-OK
         DISPLAY "PFCPAY7 - Datei PAYOUT nicht abschliessbar, "
                 "Status " PAY-FILE-STATUS
         SET W-ENDE TO TRUE
     END-IF
     .
 B200-99.
     EXIT.

******************************************************************
* Datei vollstaendig geschrieben: Vormerkungen werden Auszah-
* lungen. Bricht der Lauf vorher ab, bleiben sie auf "V" und
* werden beim naechsten Lauf ueberschrieben (nichts doppelt,
* nichts verloren)
******************************************************************
 B300-AUSZAHLUNG-BESTAETIGEN SECTION.
 B300-00.
     IF  W-DATEI-ANZ = ZERO
         EXIT SECTION
     END-IF
     PERFORM S350-UPDATE-PAYREG-LAUF
     .
 B300-99.
     EXIT.

******************************************************************
* Eine Umsatzzeile in die Stationssummen einarbeiten
******************************************************************
 C100-ZEILE-KUMULIEREN SECTION.
 C100-00.
     IF  W-ERSTER-SATZ
         MOVE MDNR OF TXILOG70 TO W-ALT-MDNR
         MOVE TSNR OF TXILOG70 TO W-ALT-TSNR
         MOVE ZERO TO W-ERSTER-SATZ-FLAG
     ELSE
         IF  MDNR OF TXILOG70 NOT = W-ALT-MDNR
         OR  TSNR OF TXILOG70 NOT = W-ALT-TSNR
             PERFORM C200-STATION-ABSCHLIESSEN
             MOVE MDNR OF TXILOG70 TO W-ALT-MDNR
             MOVE TSNR OF TXILOG70 TO W-ALT-TSNR
         END-IF
     END-IF

     IF  ISONTYP OF TXILOG70 = 200
         ADD BETRAG          OF TXILOG70 TO W-SUM-UMSATZ
         ADD BETRAG-CASHBACK OF TXILOG70 TO W-SUM-CASHBACK
     ELSE
         ADD BETRAG          OF TXILOG70 TO W-SUM-STORNO
     END-IF
     .
 C100-99.
     EXIT.

******************************************************************
* Eine Station abschliessen: Auszahlungsbetrag bestimmen, gegen
* Doppelzahlung und Bankwechsel pruefen und vormerken
******************************************************************
 C200-STATION-ABSCHLIESSEN SECTION.
 C200-00.
     ADD 1 TO W-ANZ-STATIONEN

**  ---> im Freigabelauf nur die freigegebene Station
     IF  W-FREIGABELAUF
         IF  W-ALT-MDNR NOT = W-FREIGABE-MDNR
         OR  W-ALT-TSNR NOT = W-FREIGABE-TSNR
             PERFORM C290-SUMMEN-LOESCHEN
             EXIT SECTION
         END-IF
     END-IF

     PERFORM C210-ABZUG-ERMITTELN
     COMPUTE W-NETTO = W-SUM-UMSATZ
                     - W-SUM-CASHBACK
                     - W-SUM-STORNO
                     - W-ABZUG

     MOVE W-NETTO TO W-BETRAG-DISP
     IF  W-NETTO NOT > ZERO
         ADD 1 TO W-ANZ-OHNE-BETRAG
         DISPLAY "PFCPAY7 - kein Auszahlungsbetrag: MDNR "
                 W-ALT-MDNR " TSNR " W-ALT-TSNR " Netto "
                 W-BETRAG-DISP
         PERFORM C290-SUMMEN-LOESCHEN
         EXIT SECTION
     END-IF

**  ---> Doppelzahlung: Zeitraum ueberschneidet eine ausgezahlte
**  ---> Periode derselben Station
     PERFORM S325-COUNT-PAYREG-AUSGEZAHLT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     IF  W-ANZ-BEZAHLT-REG > ZERO
         ADD 1 TO W-ANZ-SCHON-BEZAHLT
         DISPLAY "PFCPAY7 - bereits ausgezahlt: MDNR "
                 W-ALT-MDNR " TSNR " W-ALT-TSNR
         PERFORM C290-SUMMEN-LOESCHEN
         EXIT SECTION
     END-IF

     PERFORM S300-SELECT-STATIONB
     IF  W-ENDE
         EXIT SECTION
     END-IF
     IF  W-BANK-FEHLT
         ADD 1 TO W-ANZ-OHNE-BANK
         DISPLAY "PFCPAY7 - !!! keine Bankverbindung: MDNR "
                 W-ALT-MDNR " TSNR " W-ALT-TSNR " Betrag "
                 W-BETRAG-DISP
         PERFORM C290-SUMMEN-LOESCHEN
         EXIT SECTION
     END-IF

**  ---> frisch geaenderte Bankverbindung: zurueckhalten, ausser
**  ---> im Freigabelauf
     MOVE "V" TO W-NEU-STATUS
     IF  ZP-AENDERUNG OF STATIONB (1:10) >= W-HALTE-AB
     AND W-NORMALLAUF
         MOVE "H" TO W-NEU-STATUS
         ADD 1 TO W-ANZ-GEHALTEN
         DISPLAY "PFCPAY7 - ZURUECKGEHALTEN (Bankverbindung "
                 "geaendert " ZP-AENDERUNG OF STATIONB (1:10)
                 "): MDNR " W-ALT-MDNR " TSNR " W-ALT-TSNR
                 " Betrag " W-BETRAG-DISP
     ELSE
         ADD 1 TO W-ANZ-VORGEMERKT
     END-IF

     MOVE SPACES TO W-E2E-ID
     STRING  "P"
             W-ALT-MDNR
             W-ALT-TSNR
             W-BIS (1:4)
             W-BIS (6:2)
             W-BIS (9:2)
                 DELIMITED BY SIZE
       INTO  W-E2E-ID
     END-STRING

     PERFORM S320-SELECT-PAYREG
     IF  W-ENDE
         EXIT SECTION
     END-IF
     IF  W-PAYREG-DA
         PERFORM S335-UPDATE-PAYREG
     ELSE
         PERFORM S330-INSERT-PAYREG
     END-IF

     PERFORM C290-SUMMEN-LOESCHEN
     .
 C200-99.
     EXIT.

******************************************************************
* Vereinbarter Abzug: Prozentsatz auf den Umsatz nach Cashback
* und Stornos plus Festbetrag je Zeitraum
******************************************************************
 C210-ABZUG-ERMITTELN SECTION.
 C210-00.
     MOVE ZEROS TO W-ABZUG
     PERFORM S310-SELECT-PAYABZUG
     IF  W-ENDE
         EXIT SECTION
     END-IF
     COMPUTE W-ABZUG ROUNDED =
             (W-SUM-UMSATZ - W-SUM-CASHBACK - W-SUM-STORNO)
           * W-ABZUG-PROZ / 100
           + W-ABZUG-FEST
     .
 C210-99.
     EXIT.

******************************************************************
* Stationssummen fuer die naechste Station zuruecksetzen
******************************************************************
 C290-SUMMEN-LOESCHEN SECTION.
 C290-00.
     MOVE ZEROS TO W-SUM-UMSATZ
                   W-SUM-CASHBACK
                   W-SUM-STORNO
                   W-ABZUG
                   W-NETTO
     .
 C290-99.
     EXIT.

******************************************************************
* XML-Kopf: Gruppenkopf und Zahlungsinformation (Auftraggeber)
******************************************************************
 C300-XML-KOPF SECTION.
 C300-00.
     MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO W-XML-ZEILE
     PERFORM C920-ZEILE-SCHREIBEN
     MOVE '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:pain.0'
       &  '01.001.03">'
       TO W-XML-ZEILE
     PERFORM C920-ZEILE-SCHREIBEN
     MOVE '<CstmrCdtTrfInitn>' TO W-XML-ZEILE
     PERFORM C920-ZEILE-SCHREIBEN
     MOVE '<GrpHdr>' TO W-XML-ZEILE
     PERFORM C920-ZEILE-SCHREIBEN

     STRING  '<MsgId>' W-LAUF-ID '</MsgId>'
                 DELIMITED BY SIZE
       INTO  W-XML-ZEILE
     END-STRING
     PERFORM C920-ZEILE-SCHREIBEN

     STRING  '<CreDtTm>'
             TAL-JHJJ OF TAL-TIME-D '-'
             TAL-MM   OF TAL-TIME-D '-'
             TAL-TT   OF TAL-TIME-D 'T'
             TAL-HH   OF TAL-TIME-D ':'
             TAL-MI   OF TAL-TIME-D ':'
             TAL-SS   OF TAL-TIME-D
             '</CreDtTm>'
                 DELIMITED BY SIZE
       INTO  W-XML-ZEILE
     END-STRING
     PERFORM C920-ZEILE-SCHREIBEN

     MOVE W-DATEI-ANZ TO W-ANZ-E
     MOVE ZERO TO W-ANZ-LEER
     INSPECT W-ANZ-E TALLYING W-ANZ-LEER FOR LEADING SPACES
     STRING  '<NbOfTxs>' W-ANZ-E (W-ANZ-LEER + 1:) '</NbOfTxs>'
                 DELIMITED BY SIZE
       INTO  W-XML-ZEILE
     END-STRING
     PERFORM C920-ZEILE-SCHREIBEN

     MOVE W-DATEI-SUMME TO W-BETRAG-IN
     PERFORM C900-BETRAG-AUFBEREITEN
     STRING  '<CtrlSum>' W-BETRAG-TEXT DELIMITED BY SPACE
             '</CtrlSum>'          DELIMITED BY SIZE
       INTO  W-XML-ZEILE
     END-STRING
     PERFORM C920-ZEILE-SCHREIBEN

     MOVE W-KONTO-NAME TO W-FELD
     PERFORM C905-NAME-BEREINIGEN
     PERFORM C910-FELD-LAENGE
     STRING  '<InitgPty><Nm>' W-FELD (1:W-FELD-LAENGE)
             '</Nm></InitgPty>'
                 DELIMITED BY SIZE
       INTO  W-XML-ZEILE
     END-STRING
     PERFORM C920-ZEILE-SCHREIBEN
     MOVE '</GrpHdr>' TO W-XML-ZEILE
     PERFORM C920-ZEILE-SCHREIBEN

**  ---> eine Zahlungsinformation fuer alle Ueberweisungen
     MOVE '<PmtInf>' TO W-XML-ZEILE
     PERFORM C920-ZEILE-SCHREIBEN
     STRING  '<PmtInfId>' W-LAUF-ID '</PmtInfId>'
                 DELIMITED BY SIZE
       INTO  W-XML-ZEILE
     END-STRING
     PERFORM C920-ZEILE-SCHREIBEN
     MOVE '<PmtMtd>TRF</PmtMtd>' TO W-XML-ZEILE
     PERFORM C920-ZEILE-SCHREIBEN
     STRING  '<NbOfTxs>' W-ANZ-E (W-ANZ-LEER + 1:) '</NbOfTxs>'
                 DELIMITED BY SIZE
       INTO  W-XML-ZEILE
     END-STRING
     PERFORM C920-ZEILE-SCHREIBEN
     STRING  '<CtrlSum>' W-BETRAG-TEXT DELIMITED BY SPACE
             '</CtrlSum>'          DELIMITED BY SIZE
       INTO  W-XML-ZEILE
     END-STRING
     PERFORM C920-ZEILE-SCHREIBEN
     MOVE '<PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl></PmtTpInf>'
       TO W-XML-ZEILE
     PERFORM C920-ZEILE-SCHREIBEN
     STRING  '<ReqdExctnDt>' W-AUSFUEHRUNG '</ReqdExctnDt>'
                 DELIMITED BY SIZE
       INTO  W-XML-ZEILE
     END-STRING
     PERFORM C920-ZEILE-SCHREIBEN
     STRING  '<Dbtr><Nm>' W-FELD (1:W-FELD-LAENGE) '</Nm></Dbtr>'
                 DELIMITED BY SIZE
       INTO  W-XML-ZEILE
     END-STRING
     PERFORM C920-ZEILE-SCHREIBEN
     STRING  '<DbtrAcct><Id><IBAN>'
             W-KONTO-IBAN DELIMITED BY SPACE
             '</IBAN></Id></DbtrAcct>' DELIMITED BY SIZE
       INTO  W-XML-ZEILE
     END-STRING
     PERFORM C920-ZEILE-SCHREIBEN
     STRING  '<DbtrAgt><FinInstnId><BIC>'
             W-KONTO-BIC DELIMITED BY SPACE
             '</BIC></FinInstnId></DbtrAgt>' DELIMITED BY SIZE
       INTO  W-XML-ZEILE
     END-STRING
     PERFORM C920-ZEILE-SCHREIBEN
     MOVE '<ChrgBr>SLEV</ChrgBr>' TO W-XML-ZEILE
     PERFORM C920-ZEILE-SCHREIBEN
     .
 C300-99.
     EXIT.

******************************************************************
* Eine Ueberweisung an eine Station
******************************************************************
 C310-XML-UEBERWEISUNG SECTION.
 C310-00.
     MOVE '<CdtTrfTxInf>' TO W-XML-ZEILE
     PERFORM C920-ZEILE-SCHREIBEN
     STRING  '<PmtId><EndToEndId>'
             E2E-ID of PAYREG DELIMITED BY SPACE
             '</EndToEndId></PmtId>' DELIMITED BY SIZE
       INTO  W-XML-ZEILE
     END-STRING
     PERFORM C920-ZEILE-SCHREIBEN

     MOVE BETRAG of PAYREG TO W-BETRAG-IN
     PERFORM C900-BETRAG-AUFBEREITEN
     STRING  '<Amt><InstdAmt Ccy="EUR">'
             W-BETRAG-TEXT DELIMITED BY SPACE
             '</InstdAmt></Amt>' DELIMITED BY SIZE
       INTO  W-XML-ZEILE
     END-STRING
     PERFORM C920-ZEILE-SCHREIBEN

     STRING  '<CdtrAgt><FinInstnId><BIC>'
             BIC of PAYREG DELIMITED BY SPACE
             '</BIC></FinInstnId></CdtrAgt>' DELIMITED BY SIZE
       INTO  W-XML-ZEILE
     END-STRING
     PERFORM C920-ZEILE-SCHREIBEN

     MOVE KONTOINHABER of PAYREG TO W-FELD
     PERFORM C905-NAME-BEREINIGEN
     PERFORM C910-FELD-LAENGE
     STRING  '<Cdtr><Nm>' W-FELD (1:W-FELD-LAENGE) '</Nm></Cdtr>'
                 DELIMITED BY SIZE
       INTO  W-XML-ZEILE
     END-STRING
     PERFORM C920-ZEILE-SCHREIBEN

     STRING  '<CdtrAcct><Id><IBAN>'
             IBAN of PAYREG DELIMITED BY SPACE
             '</IBAN></Id></CdtrAcct>' DELIMITED BY SIZE
       INTO  W-XML-ZEILE
     END-STRING
     PERFORM C920-ZEILE-SCHREIBEN

     STRING  '<RmtInf><Ustrd>Auszahlung MDNR '
             MDNR of PAYREG ' TSNR ' TSNR of PAYREG ' '
             W-VON ' - ' W-BIS
             '</Ustrd></RmtInf>'
                 DELIMITED BY SIZE
       INTO  W-XML-ZEILE
     END-STRING
     PERFORM C920-ZEILE-SCHREIBEN
     MOVE '</CdtTrfTxInf>' TO W-XML-ZEILE
     PERFORM C920-ZEILE-SCHREIBEN
     .
 C310-99.
     EXIT.

******************************************************************
* XML-Fuss
******************************************************************
 C320-XML-FUSS SECTION.
 C320-00.
     MOVE '</PmtInf>' TO W-XML-ZEILE
     PERFORM C920-ZEILE-SCHREIBEN
     MOVE '</CstmrCdtTrfInitn>' TO W-XML-ZEILE
     PERFORM C920-ZEILE-SCHREIBEN
     MOVE '</Document>' TO W-XML-ZEILE
     PERFORM C920-ZEILE-SCHREIBEN
     .
 C320-99.
     EXIT.

******************************************************************
* Betrag mit Dezimalpunkt und ohne fuehrende Leerstellen
* (W-BETRAG-IN -> W-BETRAG-TEXT, z.B. "1234.50")
******************************************************************
 C900-BETRAG-AUFBEREITEN SECTION.
 C900-00.
     MOVE W-BETRAG-IN   TO W-BETRAG-ABS
     MOVE W-BETRAG-EURO TO W-BETRAG-EURO-E
     MOVE ZERO TO W-BETRAG-LEER
     INSPECT W-BETRAG-EURO-E TALLYING W-BETRAG-LEER
             FOR LEADING SPACES
     MOVE SPACES TO W-BETRAG-TEXT
     STRING  W-BETRAG-EURO-E (W-BETRAG-LEER + 1:)
             "."
             W-BETRAG-CENT
                 DELIMITED BY SIZE
       INTO  W-BETRAG-TEXT
     END-STRING
     .
 C900-99.
     EXIT.

******************************************************************
* Name in W-FELD in den SEPA-Zeichensatz bringen: XML-Sonder-
* zeichen ersetzen
******************************************************************
 C905-NAME-BEREINIGEN SECTION.
 C905-00.
     INSPECT W-FELD REPLACING ALL "&" BY "+"
                              ALL "<" BY "("
                              ALL ">" BY ")"
     .
 C905-99.
     EXIT.

******************************************************************
* Laenge von W-FELD ohne nachfolgende Leerstellen (mind. 1)
******************************************************************
 C910-FELD-LAENGE SECTION.
 C910-00.
     PERFORM VARYING W-FELD-LAENGE FROM 70 BY -1
             UNTIL   W-FELD-LAENGE < 2
             OR      W-FELD (W-FELD-LAENGE:1) NOT = SPACE
         CONTINUE
     END-PERFORM
     .
 C910-99.
     EXIT.

******************************************************************
* XML-Zeile schreiben und Zeilenpuffer leeren
******************************************************************
 C920-ZEILE-SCHREIBEN SECTION.
 C920-00.
     WRITE PAY-SATZ FROM W-XML-ZEILE
     IF  NOT PAY-FILE-OK
         DISPLAY "PFCPAY7 - Schreibfehler PAYOUT, Status "
                 PAY-FILE-STATUS
         SET W-ENDE TO TRUE
     END-IF
     MOVE SPACES TO W-XML-ZEILE
     .
 C920-99.
     EXIT.

******************************************************************
* Startparameter lesen
******************************************************************
 P950-GETPARAMTEXT SECTION.
 P950-00.
     MOVE SPACE TO STUP-TEXT
     ENTER "GETPARAMTEXT"    USING   STUP-PORTION
                                     STUP-TEXT
                             GIVING  STUP-RESULT
     EVALUATE STUP-RESULT
         WHEN -9999 THRU ZERO
                     DISPLAY "PFCPAY7 - Parameter fehlt: "
                             STUP-PORTION
                     SET W-ENDE TO TRUE
         WHEN OTHER  CONTINUE
     END-EVALUATE
     .
 P950-99.
     EXIT.

******************************************************************
* Bankverbindung der Station lesen
******************************************************************
 S300-SELECT-STATIONB SECTION.
 S300-00.
     MOVE ZERO TO W-BANK-FLAG

     EXEC SQL
         SELECT  IBAN, BIC, KONTOINHABER, ZP_AENDERUNG
           INTO :IBAN         of STATIONB
               ,:BIC          of STATIONB
               ,:KONTOINHABER of STATIONB
               ,:ZP-AENDERUNG of STATIONB
           FROM  =STATIONB
          WHERE  MDNR = :W-ALT-MDNR
            AND  TSNR = :W-ALT-TSNR
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    SET W-BANK-FEHLT TO TRUE
         WHEN OTHER  SET W-BANK-FEHLT TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S300-99.
     EXIT.

******************************************************************
* Vereinbarten Abzug lesen: erst TSNR-spezifisch, dann TSNR 0
* (gilt fuer alle Stationen der MDNR); kein Eintrag = kein Abzug
******************************************************************
 S310-SELECT-PAYABZUG SECTION.
 S310-00.
     MOVE ZEROS TO W-ABZUG-PROZ
                   W-ABZUG-FEST

     EXEC SQL
         SELECT  ABZUG_PROZ, ABZUG_BETRAG
           INTO :W-ABZUG-PROZ
               ,:W-ABZUG-FEST
           FROM  =PAYABZUG
          WHERE  MDNR         = :W-ALT-MDNR
            AND  TSNR         = :W-ALT-TSNR
            AND  GUELTIG_VON <= :W-BIS
            AND  GUELTIG_BIS >= :W-VON
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   EXIT SECTION
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
                     EXIT SECTION
     END-EVALUATE

     EXEC SQL
         SELECT  ABZUG_PROZ, ABZUG_BETRAG
           INTO :W-ABZUG-PROZ
               ,:W-ABZUG-FEST
           FROM  =PAYABZUG
          WHERE  MDNR         = :W-ALT-MDNR
            AND  TSNR         = 0
            AND  GUELTIG_VON <= :W-BIS
            AND  GUELTIG_BIS >= :W-VON
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    MOVE ZEROS TO W-ABZUG-PROZ
                                   W-ABZUG-FEST
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S310-99.
     EXIT.

******************************************************************
* Registereintrag genau dieses Zeitraums lesen (z.B. frueher
* zurueckgehalten oder aus einem abgebrochenen Lauf vorgemerkt)
******************************************************************
 S320-SELECT-PAYREG SECTION.
 S320-00.
     MOVE ZERO TO W-PAYREG-FLAG

     EXEC SQL
         SELECT  KZ_STATUS
           INTO :W-REG-STATUS
           FROM  =PAYREG
          WHERE  MDNR        = :W-ALT-MDNR
            AND  TSNR        = :W-ALT-TSNR
            AND  PERIODE_VON = :W-VON
            AND  PERIODE_BIS = :W-BIS
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-PAYREG-DA  TO TRUE
         WHEN 100    SET W-PAYREG-NEU TO TRUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S320-99.
     EXIT.

******************************************************************
* Schon ausgezahlte, sich ueberschneidende Perioden der Station
******************************************************************
 S325-COUNT-PAYREG-AUSGEZAHLT SECTION.
 S325-00.
     MOVE ZEROS TO W-ANZ-BEZAHLT-REG

     EXEC SQL
         SELECT  COUNT(*)
           INTO :W-ANZ-BEZAHLT-REG
           FROM  =PAYREG
          WHERE  MDNR         = :W-ALT-MDNR
            AND  TSNR         = :W-ALT-TSNR
            AND  KZ_STATUS    = "A"
            AND  PERIODE_VON <= :W-BIS
            AND  PERIODE_BIS >= :W-VON
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S325-99.
     EXIT.

******************************************************************
* Auszahlung vormerken ("V") bzw. zurueckhalten ("H")
******************************************************************
 S330-INSERT-PAYREG SECTION.
 S330-00.
     PERFORM U100-BEGIN
     EXEC SQL
         INSERT
           INTO  =PAYREG
                 ( MDNR, TSNR, PERIODE_VON, PERIODE_BIS
                 , KZ_STATUS, BETRAG, UMSATZ, CASHBACK, STORNO
                 , ABZUG, IBAN, BIC, KONTOINHABER, E2E_ID
                 , LAUF_ID, ZPINS )
         VALUES  (
                  :W-ALT-MDNR
                 ,:W-ALT-TSNR
                 ,:W-VON
                 ,:W-BIS
                 ,:W-NEU-STATUS
                 ,:W-NETTO
                 ,:W-SUM-UMSATZ
                 ,:W-SUM-CASHBACK
                 ,:W-SUM-STORNO
                 ,:W-ABZUG
                 ,:IBAN         of STATIONB
                 ,:BIC          of STATIONB
                 ,:KONTOINHABER of STATIONB
                 ,:W-E2E-ID
                 ,:W-LAUF-ID
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   PERFORM U110-COMMIT
         WHEN OTHER  PERFORM U120-ROLLBACK
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S330-99.
     EXIT.

******************************************************************
* Vorhandenen, noch nicht ausgezahlten Eintrag neu vormerken
* bzw. weiter zurueckhalten (Betrag und Bankdaten aktuell)
******************************************************************
 S335-UPDATE-PAYREG SECTION.
 S335-00.
     PERFORM U100-BEGIN
     EXEC SQL
         UPDATE  =PAYREG
            SET  KZ_STATUS    = :W-NEU-STATUS
               , BETRAG       = :W-NETTO
               , UMSATZ       = :W-SUM-UMSATZ
               , CASHBACK     = :W-SUM-CASHBACK
               , STORNO       = :W-SUM-STORNO
               , ABZUG        = :W-ABZUG
               , IBAN         = :IBAN         of STATIONB
               , BIC          = :BIC          of STATIONB
               , KONTOINHABER = :KONTOINHABER of STATIONB
               , E2E_ID       = :W-E2E-ID
               , LAUF_ID      = :W-LAUF-ID
               , ZPINS        = CURRENT
          WHERE  MDNR        = :W-ALT-MDNR
            AND  TSNR        = :W-ALT-TSNR
            AND  PERIODE_VON = :W-VON
            AND  PERIODE_BIS = :W-BIS
            AND  KZ_STATUS  <> "A"
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   PERFORM U110-COMMIT
         WHEN OTHER  PERFORM U120-ROLLBACK
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S335-99.
     EXIT.

******************************************************************
* Anzahl und Summe der Vormerkungen dieses Laufs (Dateikopf)
******************************************************************
 S340-SUMME-PAYREG SECTION.
 S340-00.
     MOVE ZEROS TO W-DATEI-ANZ
                   W-DATEI-SUMME

     EXEC SQL
         SELECT  COUNT(*), SUM(BETRAG)
           INTO :W-DATEI-ANZ
               ,:W-DATEI-SUMME
           FROM  =PAYREG
          WHERE  LAUF_ID   = :W-LAUF-ID
            AND  KZ_STATUS = "V"
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    MOVE ZEROS TO W-DATEI-ANZ
                                   W-DATEI-SUMME
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S340-99.
     EXIT.

******************************************************************
* Vormerkungen dieses Laufs als ausgezahlt kennzeichnen
******************************************************************
 S350-UPDATE-PAYREG-LAUF SECTION.
 S350-00.
     PERFORM U100-BEGIN
     EXEC SQL
         UPDATE  =PAYREG
            SET  KZ_STATUS = "A"
               , ZPINS     = CURRENT
          WHERE  LAUF_ID   = :W-LAUF-ID
            AND  KZ_STATUS = "V"
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   PERFORM U110-COMMIT
         WHEN OTHER  PERFORM U120-ROLLBACK
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S350-99.
     EXIT.

******************************************************************
* Cursor auf =TXILOG70
******************************************************************
 S900-OPEN-TXILOG70-CURSOR SECTION.
 S900-00.
     EXEC SQL
         OPEN TXILOG70_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S900-99.
     EXIT.

 S910-FETCH-TXILOG70-CURSOR SECTION.
 S910-00.
     EXEC SQL
         FETCH TXILOG70_CURS
          INTO :MDNR            of TXILOG70
              ,:TSNR            of TXILOG70
              ,:ISONTYP         of TXILOG70
              ,:BETRAG          of TXILOG70
              ,:BETRAG-CASHBACK of TXILOG70
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

 S920-CLOSE-TXILOG70-CURSOR SECTION.
 S920-00.
     EXEC SQL
         CLOSE TXILOG70_CURS
     END-EXEC
     .
 S920-99.
     EXIT.

******************************************************************
* Cursor auf =PAYREG (Vormerkungen dieses Laufs)
******************************************************************
 S930-OPEN-PAYREG-CURSOR SECTION.
 S930-00.
     EXEC SQL
         OPEN PAYREG_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S930-99.
     EXIT.

 S940-FETCH-PAYREG-CURSOR SECTION.
 S940-00.
     EXEC SQL
         FETCH PAYREG_CURS
          INTO :MDNR         of PAYREG
              ,:TSNR         of PAYREG
              ,:BETRAG       of PAYREG
              ,:IBAN         of PAYREG
              ,:BIC          of PAYREG
              ,:KONTOINHABER of PAYREG
              ,:E2E-ID       of PAYREG
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

 S950-CLOSE-PAYREG-CURSOR SECTION.
 S950-00.
     EXEC SQL
         CLOSE PAYREG_CURS
     END-EXEC
     .
 S950-99.
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
         WHEN OTHER  DISPLAY "PFCPAY7 - =BATCHRUN nicht "
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
               , ANZ       = :W-ANZ-VORGEMERKT
               , ZP_ENDE   = CURRENT
          WHERE  DATUM    = :W-RUN-DATUM
            AND  PROGRAMM = :K-RUN-PROGRAMM
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         DISPLAY "PFCPAY7 - =BATCHRUN nicht fortschreibbar, "
                 "SQLCODE: " SQLCODE OF SQLCA
     END-IF
     .
 S780-99.
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
* Beginn der Haltefrist (heute minus HALTETAGE) als JJJJ-MM-TT,
* ueber INTEGER-OF-DATE/DATE-OF-INTEGER wie RFCDOR7
******************************************************************
 U300-HALTEDATUM-ERMITTELN SECTION.
 U300-00.
     COMPUTE W-AKT-DATUM =
               (TAL-JHJJ OF TAL-TIME-D * 10000)
             + (TAL-MM   OF TAL-TIME-D * 100)
             +  TAL-TT   OF TAL-TIME-D

     COMPUTE W-AKT-INTEGER = FUNCTION INTEGER-OF-DATE (W-AKT-DATUM)
     COMPUTE W-HALTE-INTEGER = W-AKT-INTEGER - W-HALTETAGE
     COMPUTE W-HALTE-DATUM = FUNCTION DATE-OF-INTEGER (W-HALTE-INTEGER)

     MOVE SPACES TO W-HALTE-AB
     STRING  W-HALTE-JJJJ "-"
             W-HALTE-MM   "-"
             W-HALTE-TT
                 DELIMITED BY SIZE
       INTO  W-HALTE-AB
     END-STRING
     .
 U300-99.
     EXIT.

******************************************************************
* Allgemeine Fehlerbehandlung
******************************************************************
 Z002-PROGERR SECTION.
 Z002-00.
     DISPLAY "PFCPAY7 - SQL-Fehler, SQLCODE: " SQLCODE OF SQLCA
     SET W-ENDE TO TRUE
     .
 Z002-99.
     EXIT.
