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

 PROGRAM-ID. RFCDSG7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.01
* Kurzbeschreibung :: DSGVO-Auskunft und -Loeschung zu einer Karte
* Kurzbeschreibung :: (PAN-Token) oder einem Flottenvertrag (VUNR).
* Kurzbeschreibung :: Ersetzt die bisherigen SQLCI-Sitzungen gegen
* Kurzbeschreibung :: die einzelnen Tabellen. Je Karte wird
* Kurzbeschreibung :: ausgegeben, was der FEP zu ihr haelt:
* Kurzbeschreibung ::   =TXILOG70 / =TXILOG70H  je Vorgang, mit
* Kurzbeschreibung ::     Anzahl Nachrichtenbilder (=TXNLOG70 /
* Kurzbeschreibung ::     =TXNLOG70H), Mitschnitte (=TRACELOG)
* Kurzbeschreibung ::     und Artikelzeilen (=ARTZEILE),
* Kurzbeschreibung ::   =DISPUTE, =KMSTAND, =CARDVELO, =PINFAIL,
* Kurzbeschreibung ::   =CHIPFB und =HOTCARD.
* Kurzbeschreibung :: Die Kartennummer selbst wird nie ausgegeben;
* Kurzbeschreibung :: sie wird nur fuer die mit dem Klartext
* Kurzbeschreibung :: geschluesselten Tabellen ueber =PANVAULT und
* Kurzbeschreibung :: PFCPVK7 ermittelt.
* Kurzbeschreibung :: Laufart LOESCHEN anonymisiert zusaetzlich
* Kurzbeschreibung :: alle Vorgaenge, die weder der steuerlichen
* Kurzbeschreibung :: Aufbewahrung (Vorgangsjahr + AUFBEWAHRUNG
* Kurzbeschreibung :: Jahre, Frist endet mit dem Kalenderjahr)
* Kurzbeschreibung :: noch einem offenen Reklamationsfall (=DISPUTE
* Kurzbeschreibung :: Status O/D/R) unterliegen: KANR (bei VUNR-
* Kurzbeschreibung :: Suche auch VUNR) wird geleert, Nachrichten-
* Kurzbeschreibung :: bilder und Mitschnitte werden geloescht.
* Kurzbeschreibung :: Betriebsdaten der Karte (=KMSTAND, =CARDVELO,
* Kurzbeschreibung :: =PINFAIL, =CHIPFB) werden geloescht, =HOTCARD
* Kurzbeschreibung :: nur bei abgelaufenen Einzelkarten-Eintraegen.
* Kurzbeschreibung :: Der =PANVAULT-Eintrag wird entfernt, wenn
* Kurzbeschreibung :: zur Karte nichts mehr aufbewahrt wird.
* Kurzbeschreibung :: Jeder Aufruf wird VOR der ersten Ausgabe mit
* Kurzbeschreibung :: Benutzer und Grund in =DSGVOAC protokolliert
* Kurzbeschreibung :: (wie =PANVAULTAC bei RFCDTK7); ohne Protokoll
* Kurzbeschreibung :: keine Ausgabe. Das Ergebnis einer Loeschung
* Kurzbeschreibung :: wird je Karte in derselben TMF-Transaktion
* Kurzbeschreibung :: mit den Zaehlern nachgetragen.
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
*G.01.00|2026-10-15| kl  | R7-532:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: Einzelaufruf je Auskunfts-/Loeschersuchen
* Parameter   :: PARAM FUNKTION     AUSKUNFT | LOESCHEN
*                PARAM TOKEN        <19-stellig, beginnt mit 99>
*                PARAM VUNR         <Vertrags-/Kundennummer>
*                                   (genau einer von TOKEN/VUNR)
*                PARAM BENUTZER     <Kuerzel>
*                PARAM GRUND        <Freitext, z.B. Vorgangs-Nr.>
*                PARAM AUFBEWAHRUNG <Jahre, optional, Default 10>
*
******************************************************************
* Uebersicht der SECTIONs:
*
* A100-STEUERUNG
*
* B000-VORLAUF
* B090-ENDE
* B100-ANFORDERUNG-PROTOKOLL
* B200-KARTEN-ERMITTELN
* B210-KARTE-MERKEN
* B300-KARTEN-VERARBEITEN
*
* C000-KARTE-VERARBEITEN
* C010-KARTE-AUFLOESEN
* C100-TXILOG70
* C110-TXILOG70H
* C120-VORGANG-PRUEFEN
* C130-VORGANG-ANONYM
* C140-VORGANG-ANONYM-H
* C300-DISPUTE
* C400-KMSTAND
* C500-CARDVELO
* C600-PINFAIL
* C700-CHIPFB
* C800-HOTCARD
* C900-PANVAULT
*
* M100-CALL-PFCPVK7
*
* P950-GETPARAMTEXT
*
* S100-OPEN-VUNR-CURSOR
* S101-FETCH-VUNR-CURSOR
* S102-CLOSE-VUNR-CURSOR
* S110-OPEN-VUNRH-CURSOR
* S111-FETCH-VUNRH-CURSOR
* S112-CLOSE-VUNRH-CURSOR
* S120-OPEN-TXI-CURSOR
* S121-FETCH-TXI-CURSOR
* S122-CLOSE-TXI-CURSOR
* S130-OPEN-TXIH-CURSOR
* S131-FETCH-TXIH-CURSOR
* S132-CLOSE-TXIH-CURSOR
* S140-ZAEHLE-DISPUTE-OFFEN
* S150-ZAEHLE-TXNLOG70
* S151-ZAEHLE-TXNLOG70H
* S155-ZAEHLE-TRACELOG
* S160-ZAEHLE-ARTZEILE
* S165-ZAEHLE-SCHLUESSEL
* S166-ZAEHLE-SCHLUESSEL-H
* S170-DELETE-TXNLOG70
* S171-DELETE-TXNLOG70H
* S175-DELETE-TRACELOG
* S180-UPDATE-ARTZEILE
* S185-UPDATE-TXILOG70
* S186-UPDATE-TXILOG70H
* S300-OPEN-DSP-CURSOR
* S301-FETCH-DSP-CURSOR
* S302-CLOSE-DSP-CURSOR
* S305-UPDATE-DISPUTE
* S400-SELECT-KMSTAND
* S405-DELETE-KMSTAND
* S500-OPEN-VELO-CURSOR
* S501-FETCH-VELO-CURSOR
* S502-CLOSE-VELO-CURSOR
* S505-DELETE-CARDVELO
* S600-SELECT-PINFAIL
* S605-DELETE-PINFAIL
* S700-SELECT-CHIPFB
* S702-ZAEHLE-CHIPFB-TERMINAL
* S705-DELETE-CHIPFB
* S706-UPDATE-CHIPFB-TERMINAL
* S800-OPEN-HOT-CURSOR
* S801-FETCH-HOT-CURSOR
* S802-CLOSE-HOT-CURSOR
* S805-DELETE-HOTCARD
* S900-SELECT-PANVAULT
* S905-SELECT-PANVAULT-HASH
* S910-DELETE-PANVAULT
* S990-INSERT-DSGVOAC
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

 01          W-FUNKTION-FLAG     PIC 9       VALUE ZERO.
     88      W-AUSKUNFT                      VALUE ZERO.
     88      W-LOESCHEN                      VALUE 1.

 01          W-SUCHART           PIC X(01)   VALUE SPACE.
     88      W-SUCHE-TOKEN                   VALUE "T".
     88      W-SUCHE-VUNR                    VALUE "V".

**  ---> Tresoreintrag der gerade bearbeiteten Karte
 01          W-TRESOR-FLAG       PIC 9       VALUE ZERO.
     88      W-TRESOR-FEHLT                  VALUE ZERO.
     88      W-TRESOR-DA                     VALUE 1.

**  ---> Kartennummer im Klartext bekannt (fuer =KMSTAND usw.)
 01          W-KLAR-FLAG         PIC 9       VALUE ZERO.
     88      W-KLAR-FEHLT                    VALUE ZERO.
     88      W-KLAR-DA                       VALUE 1.

**  ---> Aufbewahrungspflicht des gerade geprueften Vorgangs
 01          W-HALTE-FLAG        PIC 9       VALUE ZERO.
     88      W-FREI                          VALUE ZERO.
     88      W-HALTEN-STEUER                 VALUE 1.
     88      W-HALTEN-DISPUTE                VALUE 2.

**  ---> Parameter
 01          W-FUNKTION          PIC X(08)   VALUE SPACES.
 01          W-TOKEN-PARAM       PIC X(19)   VALUE SPACES.
 01          W-VUNR              PIC X(15)   VALUE SPACES.
 01          W-BENUTZER          PIC X(08)   VALUE SPACES.
 01          W-GRUND             PIC X(60)   VALUE SPACES.
 01          W-AUFBEWAHRUNG      PIC 9(02)   VALUE 10.

**  ---> Stichtag der steuerlichen Aufbewahrung: Vorgaenge vor dem
**  ---> 1.1. des Jahres (heute - AUFBEWAHRUNG) sind frei
 01          W-CUTOFF-JJJJ       PIC 9(04)   VALUE ZEROS.
 01          W-CUTOFF-ZP         PIC 9(14)   VALUE ZEROS.
 01          W-CUTOFF-DATUM      PIC X(10)   VALUE SPACES.
 01          W-DATUM-HEUTE       PIC X(10)   VALUE SPACES.

**  ---> Karten des Ersuchens (bei VUNR alle KANR des Vertrags)
 01          W-KARTEN-MAX        PIC 9(04)   VALUE 500.
 01          W-KARTEN-ANZ        PIC 9(04)   VALUE ZEROS.
 01          W-KIX               PIC 9(04)   VALUE ZEROS.
 01          W-KIX2              PIC 9(04)   VALUE ZEROS.
 01          W-KARTEN-TAB.
     05      W-KARTE             PIC X(19)   OCCURS 500.
 01          W-KARTE-NEU         PIC X(19)   VALUE SPACES.

**  ---> gerade bearbeitete Karte; die beiden Suchwerte sind nie
**  ---> leer (leere KANR = bereits anonymisiert)
 01          W-TOKEN             PIC X(19)   VALUE SPACES.
 01          W-KANR-KLAR         PIC X(19)   VALUE SPACES.
 01          W-SUCH-KANR1        PIC X(19)   VALUE SPACES.
 01          W-SUCH-KANR2        PIC X(19)   VALUE SPACES.
 01          W-KANR-ANONYM       PIC X(19)   VALUE SPACES.
 01          W-VUNR-ANONYM       PIC X(15)   VALUE SPACES.

**  ---> gerade bearbeiteter Vorgang (=TXILOG70 bzw. =TXILOG70H)
 01          TX-FELDER.
     05      TX-TABELLE          PIC X(01)   VALUE SPACE.
          88 TX-ECHT                         VALUE "E".
          88 TX-HISTORIE                     VALUE "H".
     05      TX-PNR              PIC X(02)   VALUE SPACES.
     05      TX-TERMNR           PIC 9(08)   VALUE ZEROS.
     05      TX-TRACENR          PIC 9(06)   VALUE ZEROS.
     05      TX-ZP-VERKAUF       PIC 9(14)   VALUE ZEROS.
     05      TX-ZP-VERKAUF-X REDEFINES TX-ZP-VERKAUF.
        10   TX-VK-JJJJ          PIC X(04).
        10   TX-VK-MM            PIC X(02).
        10   TX-VK-TT            PIC X(02).
        10   TX-VK-HHMISS        PIC X(06).
     05      TX-DATUM            PIC X(10)   VALUE SPACES.
     05      TX-VUNR             PIC X(15)   VALUE SPACES.
     05      TX-BETRAG-DISP      PIC ---.---.--9,99.
     05      TX-ANZ-NACHR        PIC 9(05)   VALUE ZEROS.
     05      TX-ANZ-TRACE        PIC 9(05)   VALUE ZEROS.
     05      TX-ANZ-ARTZ         PIC 9(05)   VALUE ZEROS.
     05      TX-ANZ-DSP-OFFEN    PIC 9(05)   VALUE ZEROS.
     05      TX-ANZ-SCHLUESSEL   PIC 9(05)   VALUE ZEROS.
     05      TX-STATUS-TEXT      PIC X(24)   VALUE SPACES.

**  ---> Zaehler je Karte (gehen in das Ergebnisprotokoll)
 77          W-ANZ-ZEILEN        PIC 9(07)   VALUE ZEROS.
 77          W-ANZ-ANONYM        PIC 9(07)   VALUE ZEROS.
 77          W-ANZ-GEHALTEN      PIC 9(07)   VALUE ZEROS.
 77          W-ANZ-TAB           PIC 9(05)   VALUE ZEROS.
 77          W-ANZ-TAB-FREI      PIC 9(05)   VALUE ZEROS.
 77          W-ANZ-TERMINAL      PIC 9(05)   VALUE ZEROS.

**  ---> Summen ueber alle Karten
 77          W-SUM-KARTEN        PIC 9(05)   VALUE ZEROS.
 77          W-SUM-ZEILEN        PIC 9(07)   VALUE ZEROS.
 77          W-SUM-ANONYM        PIC 9(07)   VALUE ZEROS.
 77          W-SUM-GEHALTEN      PIC 9(07)   VALUE ZEROS.
 77          W-SUM-TRESOR        PIC 9(05)   VALUE ZEROS.

 01          W-BETRAG-DISP       PIC ---.---.--9,99.

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

**          ---> Schnittstelle zum Krypto-Baustein PFCPVK7
     COPY    PFCPVK7C OF "=MSGLIB".
 01          PVK-RCODE-D         PIC 9(04)   VALUE ZEROS.
 01          PVK-HSM-RCODE-D     PIC -9(04)  VALUE ZEROS.

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

 EXEC SQL
    INVOKE =TXILOG70H AS TXILOG70H
 END-EXEC

 EXEC SQL
    INVOKE =DISPUTE AS DISPUTE
 END-EXEC

 EXEC SQL
    INVOKE =KMSTAND AS KMSTAND
 END-EXEC

 EXEC SQL
    INVOKE =CARDVELO AS CARDVELO
 END-EXEC

 EXEC SQL
    INVOKE =PINFAIL AS PINFAIL
 END-EXEC

 EXEC SQL
    INVOKE =CHIPFB AS CHIPFB
 END-EXEC

 EXEC SQL
    INVOKE =HOTCARD AS HOTCARD
 END-EXEC

 EXEC SQL
    INVOKE =PANVAULT AS PANVAULT
 END-EXEC

 EXEC SQL
    INVOKE =DSGVOAC AS DSGVOAC
 END-EXEC

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

**  ---> Karten eines Flottenvertrags (Echtbestand und Historie)
 EXEC SQL
     DECLARE VUNR_CURS CURSOR FOR
         SELECT  DISTINCT KANR
           FROM  =TXILOG70
          WHERE  VUNR  = :W-VUNR
            AND  KANR <> :W-KANR-ANONYM
         BROWSE  ACCESS
 END-EXEC

 EXEC SQL
     DECLARE VUNRH_CURS CURSOR FOR
         SELECT  DISTINCT KANR
           FROM  =TXILOG70H
          WHERE  VUNR  = :W-VUNR
            AND  KANR <> :W-KANR-ANONYM
         BROWSE  ACCESS
 END-EXEC

**  ---> Vorgaenge der Karte (Token oder - Altbestand - Klartext)
 EXEC SQL
     DECLARE TXI_CURS CURSOR FOR
         SELECT  PNR, TERMNR, TRACENR, ZP_VERKAUF
               , ISONTYP, BETRAG, WKZ, VUNR
           FROM  =TXILOG70
          WHERE  KANR = :W-SUCH-KANR1
             OR  KANR = :W-SUCH-KANR2
          ORDER  BY ZP_VERKAUF
         BROWSE  ACCESS
 END-EXEC

 EXEC SQL
     DECLARE TXIH_CURS CURSOR FOR
         SELECT  PNR, TERMNR, TRACENR, ZP_VERKAUF
               , ISONTYP, BETRAG, WKZ, VUNR
           FROM  =TXILOG70H
          WHERE  KANR = :W-SUCH-KANR1
             OR  KANR = :W-SUCH-KANR2
          ORDER  BY ZP_VERKAUF
         BROWSE  ACCESS
 END-EXEC

**  ---> Reklamationsfaelle der Karte
 EXEC SQL
     DECLARE DSP_CURS CURSOR FOR
         SELECT  PNR, TERMNR, TRACENR, DATUM, ROUTKZ
               , BETRAG, KZ_STATUS, FRIST
           FROM  =DISPUTE
          WHERE  KANR = :W-SUCH-KANR1
             OR  KANR = :W-SUCH-KANR2
          ORDER  BY DATUM
         BROWSE  ACCESS
 END-EXEC

**  ---> Velocity-Zaehler der Karte (mit dem Klartext geschluesselt)
 EXEC SQL
     DECLARE VELO_CURS CURSOR FOR
         SELECT  ROUTKZ, DATUM, ANZ, BETRAG
           FROM  =CARDVELO
          WHERE  KANR = :W-KANR-KLAR
          ORDER  BY ROUTKZ
         BROWSE  ACCESS
 END-EXEC

**  ---> Sperrlisten-Eintraege, deren Bereich die Karte enthaelt
 EXEC SQL
     DECLARE HOT_CURS CURSOR FOR
         SELECT  CARDID, KANR_VON, KANR_BIS
               , GUELTIG_VON, GUELTIG_BIS
           FROM  =HOTCARD
          WHERE  KANR_VON <= :W-KANR-KLAR
            AND  KANR_BIS >= :W-KANR-KLAR
          ORDER  BY GUELTIG_VON
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
         PERFORM B100-ANFORDERUNG-PROTOKOLL
     END-IF
     IF  NOT W-ENDE
         PERFORM B200-KARTEN-ERMITTELN
     END-IF
     IF  NOT W-ENDE
         PERFORM B300-KARTEN-VERARBEITEN
     END-IF
     PERFORM B090-ENDE
     STOP RUN
     .
 A100-99.
     EXIT.

******************************************************************
* Vorlauf: Parameter holen, Aufbewahrungsstichtag bestimmen
******************************************************************
 B000-VORLAUF SECTION.
 B000-00.
     PERFORM U200-TIMESTAMP
     DISPLAY "RFCDSG7 - DSGVO-Auskunft/-Loeschung, Lauf vom "
             TAGESDATUM

     MOVE "FUNKTION" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:STUP-RESULT) TO W-FUNKTION
     EVALUATE W-FUNKTION
         WHEN "AUSKUNFT"  SET W-AUSKUNFT TO TRUE
         WHEN "LOESCHEN"  SET W-LOESCHEN TO TRUE
         WHEN OTHER
             DISPLAY "RFCDSG7 - FUNKTION ungueltig: " W-FUNKTION
             SET W-ENDE TO TRUE
             EXIT SECTION
     END-EVALUATE

**  ---> genau einer von TOKEN und VUNR
     MOVE "TOKEN" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         MOVE ZERO TO W-ENDE-FLAG
     ELSE
         MOVE STUP-TEXT (1:STUP-RESULT) TO W-TOKEN-PARAM
         SET  W-SUCHE-TOKEN TO TRUE
     END-IF

     MOVE "VUNR" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         MOVE ZERO TO W-ENDE-FLAG
     ELSE
         MOVE STUP-TEXT (1:STUP-RESULT) TO W-VUNR
         IF  W-SUCHE-TOKEN
             DISPLAY "RFCDSG7 - nur TOKEN oder VUNR angeben"
             SET W-ENDE TO TRUE
             EXIT SECTION
         END-IF
         SET  W-SUCHE-VUNR TO TRUE
     END-IF

     IF  NOT W-SUCHE-TOKEN
     AND NOT W-SUCHE-VUNR
         DISPLAY "RFCDSG7 - TOKEN oder VUNR fehlt"
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

     MOVE "BENUTZER" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:STUP-RESULT) TO W-BENUTZER

     MOVE "GRUND" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:STUP-RESULT) TO W-GRUND

**  ---> Aufbewahrung in Jahren (optional)
     MOVE "AUFBEWAHRUNG" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         MOVE ZERO TO W-ENDE-FLAG
         MOVE 10   TO W-AUFBEWAHRUNG
     ELSE
         MOVE STUP-TEXT (1:STUP-RESULT) TO W-AUFBEWAHRUNG
     END-IF
     IF  W-AUFBEWAHRUNG = ZERO
         MOVE 10   TO W-AUFBEWAHRUNG
     END-IF

**  ---> Frist endet mit dem Kalenderjahr: frei ist, was vor dem
**  ---> 1.1. des Jahres (heute - AUFBEWAHRUNG) liegt
     COMPUTE W-CUTOFF-JJJJ = TAL-JHJJ OF TAL-TIME-D - W-AUFBEWAHRUNG
     COMPUTE W-CUTOFF-ZP   = (W-CUTOFF-JJJJ * 10000000000)
                           + 0101000000
     STRING  W-CUTOFF-JJJJ "-01-01"
                 delimited by size
       INTO  W-CUTOFF-DATUM
     END-STRING
     MOVE TAGESDATUM (1:10) TO W-DATUM-HEUTE

     DISPLAY "RFCDSG7 - Funktion     : " W-FUNKTION
     IF  W-SUCHE-TOKEN
         DISPLAY "RFCDSG7 - Token        : " W-TOKEN-PARAM
     ELSE
         DISPLAY "RFCDSG7 - VUNR         : " W-VUNR
     END-IF
     DISPLAY "RFCDSG7 - Benutzer     : " W-BENUTZER
     DISPLAY "RFCDSG7 - Grund        : " W-GRUND
     DISPLAY "RFCDSG7 - Aufbewahrung : " W-AUFBEWAHRUNG
             " Jahre, frei vor " W-CUTOFF-DATUM
     .
 B000-99.
     EXIT.

******************************************************************
* Ende
******************************************************************
 B090-ENDE SECTION.
 B090-00.
     IF  W-SUM-KARTEN > ZERO
         DISPLAY " "
         DISPLAY "RFCDSG7 - Karten bearbeitet   : " W-SUM-KARTEN
         DISPLAY "RFCDSG7 - Zeilen gefunden     : " W-SUM-ZEILEN
         IF  W-LOESCHEN
             DISPLAY "RFCDSG7 - Zeilen anonymisiert : " W-SUM-ANONYM
             DISPLAY "RFCDSG7 - Zeilen aufbewahrt   : "
                     W-SUM-GEHALTEN
             DISPLAY "RFCDSG7 - Tresoreintraege weg : " W-SUM-TRESOR
         END-IF
     END-IF
     IF  W-ENDE
         DISPLAY "RFCDSG7 - Lauf mit Fehler beendet"
     END-IF
     .
 B090-99.
     EXIT.

******************************************************************
* Ersuchen protokollieren, BEVOR irgendetwas ausgegeben oder
* geaendert wird; ohne Protokoll keine Auskunft
******************************************************************
 B100-ANFORDERUNG-PROTOKOLL SECTION.
 B100-00.
     MOVE SPACES TO TOKEN    OF DSGVOAC
     MOVE "A"    TO KZ-PHASE OF DSGVOAC
     MOVE ZEROS  TO W-ANZ-ZEILEN
                    W-ANZ-ANONYM
                    W-ANZ-GEHALTEN

     PERFORM U100-BEGIN
     PERFORM S990-INSERT-DSGVOAC
     IF  W-ENDE
         PERFORM U120-ROLLBACK
         DISPLAY "RFCDSG7 - Protokoll =DSGVOAC nicht schreibbar - "
                 "keine Ausgabe"
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT
     .
 B100-99.
     EXIT.

******************************************************************
* Karten des Ersuchens bestimmen: das Token selbst bzw. alle
* KANR, unter denen der Flottenvertrag Vorgaenge hat
******************************************************************
 B200-KARTEN-ERMITTELN SECTION.
 B200-00.
     MOVE ZEROS TO W-KARTEN-ANZ

     IF  W-SUCHE-TOKEN
         MOVE W-TOKEN-PARAM TO W-KARTE-NEU
         PERFORM B210-KARTE-MERKEN
         EXIT SECTION
     END-IF

     PERFORM S100-OPEN-VUNR-CURSOR
     PERFORM S101-FETCH-VUNR-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK OR W-ENDE
         MOVE KANR OF TXILOG70 TO W-KARTE-NEU
         PERFORM B210-KARTE-MERKEN
         PERFORM S101-FETCH-VUNR-CURSOR
     END-PERFORM
     PERFORM S102-CLOSE-VUNR-CURSOR
     IF  W-ENDE
         EXIT SECTION
     END-IF

     PERFORM S110-OPEN-VUNRH-CURSOR
     PERFORM S111-FETCH-VUNRH-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK OR W-ENDE
         MOVE KANR OF TXILOG70H TO W-KARTE-NEU
         PERFORM B210-KARTE-MERKEN
         PERFORM S111-FETCH-VUNRH-CURSOR
     END-PERFORM
     PERFORM S112-CLOSE-VUNRH-CURSOR
     MOVE ZERO TO W-SQLCODE-FLAG

     DISPLAY "RFCDSG7 - Karten zur VUNR: " W-KARTEN-ANZ
     .
 B200-99.
     EXIT.

******************************************************************
* Karte in die Liste aufnehmen (doppelte ueberspringen)
******************************************************************
 B210-KARTE-MERKEN SECTION.
 B210-00.
     PERFORM VARYING W-KIX2 FROM 1 BY 1
             UNTIL W-KIX2 > W-KARTEN-ANZ
         IF  W-KARTE (W-KIX2) = W-KARTE-NEU
             EXIT SECTION
         END-IF
     END-PERFORM

     IF  W-KARTEN-ANZ NOT < W-KARTEN-MAX
         DISPLAY "RFCDSG7 - mehr als " W-KARTEN-MAX
                 " Karten zur VUNR - Ersuchen je Token stellen"
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

     ADD  1           TO W-KARTEN-ANZ
     MOVE W-KARTE-NEU TO W-KARTE (W-KARTEN-ANZ)
     .
 B210-99.
     EXIT.

******************************************************************
* alle Karten des Ersuchens nacheinander bearbeiten
******************************************************************
 B300-KARTEN-VERARBEITEN SECTION.
 B300-00.
     IF  W-KARTEN-ANZ = ZERO
         DISPLAY "RFCDSG7 - keine Daten zum Ersuchen gefunden"
         EXIT SECTION
     END-IF

     PERFORM VARYING W-KIX FROM 1 BY 1
             UNTIL W-KIX > W-KARTEN-ANZ
                OR W-ENDE
         PERFORM C000-KARTE-VERARBEITEN
     END-PERFORM
     .
 B300-99.
     EXIT.

******************************************************************
* eine Karte: auflisten und (Laufart LOESCHEN) anonymisieren.
* Eine Loeschung ist je Karte EINE TMF-Transaktion einschliesslich
* des Ergebnisprotokolls; bei einem Fehler bleibt alles stehen.
******************************************************************
 C000-KARTE-VERARBEITEN SECTION.
 C000-00.
     MOVE ZEROS TO W-ANZ-ZEILEN
                   W-ANZ-ANONYM
                   W-ANZ-GEHALTEN
     ADD  1     TO W-SUM-KARTEN

     PERFORM C010-KARTE-AUFLOESEN
     IF  W-ENDE
         EXIT SECTION
     END-IF

     DISPLAY " "
     IF  W-TRESOR-DA
         DISPLAY "=== Karte (Token) " W-TOKEN " ==="
     ELSE
         DISPLAY "=== Karte ohne Tresoreintrag (Altbestand, "
                 "Kartennummer im Klartext gespeichert) ==="
     END-IF

     IF  W-LOESCHEN
         PERFORM U100-BEGIN
     END-IF

     PERFORM C100-TXILOG70
     IF  NOT W-ENDE
         PERFORM C110-TXILOG70H
     END-IF
     IF  NOT W-ENDE
         PERFORM C300-DISPUTE
     END-IF
     IF  NOT W-ENDE
         PERFORM C400-KMSTAND
     END-IF
     IF  NOT W-ENDE
         PERFORM C500-CARDVELO
     END-IF
     IF  NOT W-ENDE
         PERFORM C600-PINFAIL
     END-IF
     IF  NOT W-ENDE
         PERFORM C700-CHIPFB
     END-IF
     IF  NOT W-ENDE
         PERFORM C800-HOTCARD
     END-IF

     IF  W-LOESCHEN
         IF  NOT W-ENDE
             PERFORM C900-PANVAULT
         END-IF
         IF  NOT W-ENDE
             MOVE W-TOKEN TO TOKEN    OF DSGVOAC
             MOVE "E"     TO KZ-PHASE OF DSGVOAC
             PERFORM S990-INSERT-DSGVOAC
         END-IF
         IF  W-ENDE
             PERFORM U120-ROLLBACK
             DISPLAY "RFCDSG7 - Fehler - Loeschung der Karte "
                     "zurueckgesetzt"
             EXIT SECTION
         END-IF
         PERFORM U110-COMMIT
     END-IF

     DISPLAY " "
     DISPLAY "  Zeilen gefunden     : " W-ANZ-ZEILEN
     IF  W-LOESCHEN
         DISPLAY "  Zeilen anonymisiert : " W-ANZ-ANONYM
         DISPLAY "  Zeilen aufbewahrt   : " W-ANZ-GEHALTEN
     END-IF

     ADD W-ANZ-ZEILEN   TO W-SUM-ZEILEN
     ADD W-ANZ-ANONYM   TO W-SUM-ANONYM
     ADD W-ANZ-GEHALTEN TO W-SUM-GEHALTEN
     .
 C000-99.
     EXIT.

******************************************************************
* Token und Klartext der Karte bestimmen. Aus der Liste kommt
* entweder ein Token ("99...") oder - Altbestand vor dem Tresor -
* die Kartennummer im Klartext, deren Token ueber den Hash gesucht
* wird. Suchwerte fuer die Tabellen sind Token UND Klartext.
******************************************************************
 C010-KARTE-AUFLOESEN SECTION.
 C010-00.
     SET  W-TRESOR-FEHLT TO TRUE
     SET  W-KLAR-FEHLT   TO TRUE
     MOVE SPACES         TO W-TOKEN
                            W-KANR-KLAR

     IF  W-KARTE (W-KIX) (1:2) = "99"
         MOVE W-KARTE (W-KIX) TO W-TOKEN
         PERFORM S900-SELECT-PANVAULT
     ELSE
         MOVE W-KARTE (W-KIX) TO W-KANR-KLAR
         SET  W-KLAR-DA       TO TRUE
         PERFORM S905-SELECT-PANVAULT-HASH
     END-IF
     IF  W-ENDE
         EXIT SECTION
     END-IF

     IF  W-TOKEN = SPACES
         MOVE W-KANR-KLAR TO W-SUCH-KANR1
     ELSE
         MOVE W-TOKEN     TO W-SUCH-KANR1
     END-IF
     IF  W-KLAR-DA
         MOVE W-KANR-KLAR TO W-SUCH-KANR2
     ELSE
         MOVE W-SUCH-KANR1 TO W-SUCH-KANR2
     END-IF
     .
 C010-99.
     EXIT.

******************************************************************
* =TXILOG70: Vorgaenge der Karte im Echtbestand
******************************************************************
 C100-TXILOG70 SECTION.
 C100-00.
     DISPLAY " "
     DISPLAY "--- =TXILOG70 ---"
     SET  TX-ECHT TO TRUE

     PERFORM S120-OPEN-TXI-CURSOR
     PERFORM S121-FETCH-TXI-CURSOR
     IF  W-SQL-EOD
         DISPLAY "  keine Vorgaenge"
     END-IF
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK OR W-ENDE
         MOVE PNR        OF TXILOG70 TO TX-PNR
         MOVE TERMNR     OF TXILOG70 TO TX-TERMNR
         MOVE TRACENR    OF TXILOG70 TO TX-TRACENR
         MOVE ZP-VERKAUF OF TXILOG70 TO TX-ZP-VERKAUF
         MOVE VUNR       OF TXILOG70 TO TX-VUNR
         MOVE BETRAG     OF TXILOG70 TO TX-BETRAG-DISP
         PERFORM C120-VORGANG-PRUEFEN
         IF  W-LOESCHEN
         AND W-FREI
         AND NOT W-ENDE
             PERFORM C130-VORGANG-ANONYM
         END-IF
         IF  NOT W-ENDE
             PERFORM S121-FETCH-TXI-CURSOR
         END-IF
     END-PERFORM
     PERFORM S122-CLOSE-TXI-CURSOR
     MOVE ZERO TO W-SQLCODE-FLAG
     .
 C100-99.
     EXIT.

******************************************************************
* =TXILOG70H: archivierte Vorgaenge der Karte (RFCARC7)
******************************************************************
 C110-TXILOG70H SECTION.
 C110-00.
     DISPLAY " "
     DISPLAY "--- =TXILOG70H ---"
     SET  TX-HISTORIE TO TRUE

     PERFORM S130-OPEN-TXIH-CURSOR
     PERFORM S131-FETCH-TXIH-CURSOR
     IF  W-SQL-EOD
         DISPLAY "  keine Vorgaenge"
     END-IF
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK OR W-ENDE
         MOVE PNR        OF TXILOG70H TO TX-PNR
         MOVE TERMNR     OF TXILOG70H TO TX-TERMNR
         MOVE TRACENR    OF TXILOG70H TO TX-TRACENR
         MOVE ZP-VERKAUF OF TXILOG70H TO TX-ZP-VERKAUF
         MOVE VUNR       OF TXILOG70H TO TX-VUNR
         MOVE BETRAG     OF TXILOG70H TO TX-BETRAG-DISP
         PERFORM C120-VORGANG-PRUEFEN
         IF  W-LOESCHEN
         AND W-FREI
         AND NOT W-ENDE
             PERFORM C140-VORGANG-ANONYM-H
         END-IF
         IF  NOT W-ENDE
             PERFORM S131-FETCH-TXIH-CURSOR
         END-IF
     END-PERFORM
     PERFORM S132-CLOSE-TXIH-CURSOR
     MOVE ZERO TO W-SQLCODE-FLAG
     .
 C110-99.
     EXIT.

******************************************************************
* Vorgang pruefen und ausgeben: abhaengige Zeilen zaehlen,
* Aufbewahrungspflicht bestimmen (Steuer vor Dispute)
******************************************************************
 C120-VORGANG-PRUEFEN SECTION.
 C120-00.
     ADD  1 TO W-ANZ-ZEILEN
     SET  W-FREI TO TRUE
     STRING  TX-VK-JJJJ "-" TX-VK-MM "-" TX-VK-TT
                 delimited by size
       INTO  TX-DATUM
     END-STRING

     IF  TX-ECHT
         PERFORM S150-ZAEHLE-TXNLOG70
     ELSE
         PERFORM S151-ZAEHLE-TXNLOG70H
     END-IF
     PERFORM S155-ZAEHLE-TRACELOG
     PERFORM S160-ZAEHLE-ARTZEILE
     PERFORM S140-ZAEHLE-DISPUTE-OFFEN
     IF  W-ENDE
         EXIT SECTION
     END-IF

     EVALUATE TRUE
         WHEN TX-ZP-VERKAUF NOT < W-CUTOFF-ZP
             SET  W-HALTEN-STEUER  TO TRUE
             MOVE "Aufbewahrung Steuer"  TO TX-STATUS-TEXT
         WHEN TX-ANZ-DSP-OFFEN > ZERO
             SET  W-HALTEN-DISPUTE TO TRUE
             MOVE "Reklamation offen"    TO TX-STATUS-TEXT
         WHEN W-LOESCHEN
             MOVE "wird anonymisiert"    TO TX-STATUS-TEXT
         WHEN OTHER
             MOVE "frei"                 TO TX-STATUS-TEXT
     END-EVALUATE
     IF  NOT W-FREI
         ADD 1 TO W-ANZ-GEHALTEN
     END-IF

     DISPLAY "  PNR " TX-PNR
             " TERMNR " TX-TERMNR
             " TRACENR " TX-TRACENR
             " ZP_VERKAUF " TX-ZP-VERKAUF
             " Betrag " TX-BETRAG-DISP
     DISPLAY "      VUNR " TX-VUNR
             " Nachr " TX-ANZ-NACHR
             " Trace " TX-ANZ-TRACE
             " ArtZ " TX-ANZ-ARTZ
             " - " TX-STATUS-TEXT
     .
 C120-99.
     EXIT.

******************************************************************
* Vorgang im Echtbestand anonymisieren. Nach Tracenummern-
* Ueberschlag kann der Schluessel einem anderen Vorgang gehoeren;
* dann bleiben Nachrichtenbilder und Mitschnitte stehen (wie
* RFCARC7 S945-ARCHIV-TXNLOG70).
******************************************************************
 C130-VORGANG-ANONYM SECTION.
 C130-00.
     PERFORM S165-ZAEHLE-SCHLUESSEL
     IF  W-ENDE
         EXIT SECTION
     END-IF

     IF  TX-ANZ-SCHLUESSEL = ZERO
         PERFORM S170-DELETE-TXNLOG70
         PERFORM S175-DELETE-TRACELOG
     ELSE
         DISPLAY "      Schluessel wiederverwendet - "
                 "Nachrichtenbilder bleiben stehen"
     END-IF
     IF  W-SUCHE-VUNR
     AND NOT W-ENDE
         PERFORM S180-UPDATE-ARTZEILE
     END-IF
     IF  NOT W-ENDE
         PERFORM S185-UPDATE-TXILOG70
     END-IF
     IF  NOT W-ENDE
         ADD 1 TO W-ANZ-ANONYM
     END-IF
     .
 C130-99.
     EXIT.

******************************************************************
* archivierten Vorgang anonymisieren (wie C130 gegen =TXILOG70H
* und =TXNLOG70H)
******************************************************************
 C140-VORGANG-ANONYM-H SECTION.
 C140-00.
     PERFORM S166-ZAEHLE-SCHLUESSEL-H
     IF  W-ENDE
         EXIT SECTION
     END-IF

     IF  TX-ANZ-SCHLUESSEL = ZERO
         PERFORM S171-DELETE-TXNLOG70H
         PERFORM S175-DELETE-TRACELOG
     ELSE
         DISPLAY "      Schluessel wiederverwendet - "
                 "Nachrichtenbilder bleiben stehen"
     END-IF
     IF  W-SUCHE-VUNR
     AND NOT W-ENDE
         PERFORM S180-UPDATE-ARTZEILE
     END-IF
     IF  NOT W-ENDE
         PERFORM S186-UPDATE-TXILOG70H
     END-IF
     IF  NOT W-ENDE
         ADD 1 TO W-ANZ-ANONYM
     END-IF
     .
 C140-99.
     EXIT.

******************************************************************
* =DISPUTE: Reklamationsfaelle der Karte. Offene Faelle halten
* die Karte; abgeschlossene (W/G) vor dem Stichtag werden
* anonymisiert.
******************************************************************
 C300-DISPUTE SECTION.
 C300-00.
     DISPLAY " "
     DISPLAY "--- =DISPUTE ---"
     MOVE ZEROS TO W-ANZ-TAB-FREI

     PERFORM S300-OPEN-DSP-CURSOR
     PERFORM S301-FETCH-DSP-CURSOR
     IF  W-SQL-EOD
         DISPLAY "  keine Reklamationsfaelle"
     END-IF
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK OR W-ENDE
         ADD  1 TO W-ANZ-ZEILEN
         MOVE BETRAG OF DISPUTE TO W-BETRAG-DISP
         EVALUATE TRUE
             WHEN KZ-STATUS OF DISPUTE = "O" OR "D" OR "R"
                 MOVE "Reklamation offen" TO TX-STATUS-TEXT
                 ADD  1 TO W-ANZ-GEHALTEN
             WHEN DATUM OF DISPUTE NOT < W-CUTOFF-DATUM
                 MOVE "Aufbewahrung Steuer" TO TX-STATUS-TEXT
                 ADD  1 TO W-ANZ-GEHALTEN
             WHEN W-LOESCHEN
                 MOVE "wird anonymisiert" TO TX-STATUS-TEXT
                 ADD  1 TO W-ANZ-TAB-FREI
             WHEN OTHER
                 MOVE "frei" TO TX-STATUS-TEXT
         END-EVALUATE
         DISPLAY "  PNR " PNR OF DISPUTE
                 " TERMNR " TERMNR OF DISPUTE
                 " TRACENR " TRACENR OF DISPUTE
                 " vom " DATUM OF DISPUTE
                 " Status " KZ-STATUS OF DISPUTE
                 " Betrag " W-BETRAG-DISP
                 " - " TX-STATUS-TEXT
         PERFORM S301-FETCH-DSP-CURSOR
     END-PERFORM
     PERFORM S302-CLOSE-DSP-CURSOR
     MOVE ZERO TO W-SQLCODE-FLAG

     IF  W-ANZ-TAB-FREI > ZERO
     AND NOT W-ENDE
         PERFORM S305-UPDATE-DISPUTE
         IF  NOT W-ENDE
             ADD W-ANZ-TAB-FREI TO W-ANZ-ANONYM
         END-IF
     END-IF
     .
 C300-99.
     EXIT.

******************************************************************
* =KMSTAND: letzter Kilometerstand der Karte (Klartext-Schluessel)
******************************************************************
 C400-KMSTAND SECTION.
 C400-00.
     DISPLAY " "
     DISPLAY "--- =KMSTAND ---"
     IF  W-KLAR-FEHLT
         DISPLAY "  nicht pruefbar - Kartennummer unbekannt"
         EXIT SECTION
     END-IF

     PERFORM S400-SELECT-KMSTAND
     IF  W-SQL-EOD
         DISPLAY "  kein Eintrag"
         EXIT SECTION
     END-IF
     IF  W-ENDE
         EXIT SECTION
     END-IF

     ADD  1 TO W-ANZ-ZEILEN
     DISPLAY "  KM_STAND " KM-STAND OF KMSTAND
             " FZNR " FZNR OF KMSTAND
             " ZPLETZT " ZPLETZT OF KMSTAND
     IF  W-LOESCHEN
         PERFORM S405-DELETE-KMSTAND
         IF  NOT W-ENDE
             ADD 1 TO W-ANZ-ANONYM
         END-IF
     END-IF
     .
 C400-99.
     EXIT.

******************************************************************
* =CARDVELO: Velocity-Zaehler je Acquirer (Klartext-Schluessel)
******************************************************************
 C500-CARDVELO SECTION.
 C500-00.
     DISPLAY " "
     DISPLAY "--- =CARDVELO ---"
     IF  W-KLAR-FEHLT
         DISPLAY "  nicht pruefbar - Kartennummer unbekannt"
         EXIT SECTION
     END-IF
     MOVE ZEROS TO W-ANZ-TAB

     PERFORM S500-OPEN-VELO-CURSOR
     PERFORM S501-FETCH-VELO-CURSOR
     IF  W-SQL-EOD
         DISPLAY "  keine Zaehler"
     END-IF
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK OR W-ENDE
         ADD  1 TO W-ANZ-TAB
         MOVE BETRAG OF CARDVELO TO W-BETRAG-DISP
         DISPLAY "  ROUTKZ " ROUTKZ OF CARDVELO
                 " vom " DATUM OF CARDVELO
                 " Anzahl " ANZ OF CARDVELO
                 " Betrag " W-BETRAG-DISP
         PERFORM S501-FETCH-VELO-CURSOR
     END-PERFORM
     PERFORM S502-CLOSE-VELO-CURSOR
     MOVE ZERO TO W-SQLCODE-FLAG
     ADD  W-ANZ-TAB TO W-ANZ-ZEILEN

     IF  W-LOESCHEN
     AND W-ANZ-TAB > ZERO
     AND NOT W-ENDE
         PERFORM S505-DELETE-CARDVELO
         IF  NOT W-ENDE
             ADD W-ANZ-TAB TO W-ANZ-ANONYM
         END-IF
     END-IF
     .
 C500-99.
     EXIT.

******************************************************************
* =PINFAIL: Falsch-PIN-Serie (Token-Schluessel, Altbestand
* Klartext)
******************************************************************
 C600-PINFAIL SECTION.
 C600-00.
     DISPLAY " "
     DISPLAY "--- =PINFAIL ---"

     PERFORM S600-SELECT-PINFAIL
     IF  W-SQL-EOD
         DISPLAY "  kein Eintrag"
         EXIT SECTION
     END-IF
     IF  W-ENDE
         EXIT SECTION
     END-IF

     ADD  1 TO W-ANZ-ZEILEN
     DISPLAY "  ANZ_FEHLER " ANZ-FEHLER OF PINFAIL
             " ZP_MIN " ZP-MIN OF PINFAIL
     IF  W-LOESCHEN
         PERFORM S605-DELETE-PINFAIL
         IF  NOT W-ENDE
             ADD 1 TO W-ANZ-ANONYM
         END-IF
     END-IF
     .
 C600-99.
     EXIT.

******************************************************************
* =CHIPFB: Fallback-Zaehler der Karte (ART "K") und Terminal-
* Zaehler, deren letzte Karte diese Karte war (LETZT_KANR)
******************************************************************
 C700-CHIPFB SECTION.
 C700-00.
     DISPLAY " "
     DISPLAY "--- =CHIPFB ---"

     PERFORM S700-SELECT-CHIPFB
     IF  W-ENDE
         EXIT SECTION
     END-IF
     IF  W-SQL-EOD
         DISPLAY "  kein Kartenzaehler"
     ELSE
         ADD  1 TO W-ANZ-ZEILEN
         DISPLAY "  Kartenzaehler ANZ " ANZ OF CHIPFB
                 " vom " DATUM OF CHIPFB
         IF  W-LOESCHEN
             PERFORM S705-DELETE-CHIPFB
             IF  NOT W-ENDE
                 ADD 1 TO W-ANZ-ANONYM
             END-IF
         END-IF
     END-IF
     IF  W-ENDE
         EXIT SECTION
     END-IF

     PERFORM S702-ZAEHLE-CHIPFB-TERMINAL
     IF  W-ENDE
         EXIT SECTION
     END-IF
     IF  W-ANZ-TERMINAL > ZERO
         ADD  W-ANZ-TERMINAL TO W-ANZ-ZEILEN
         DISPLAY "  Terminalzaehler mit der Karte als letzter: "
                 W-ANZ-TERMINAL
         IF  W-LOESCHEN
             PERFORM S706-UPDATE-CHIPFB-TERMINAL
             IF  NOT W-ENDE
                 ADD W-ANZ-TERMINAL TO W-ANZ-ANONYM
             END-IF
         END-IF
     END-IF
     .
 C700-99.
     EXIT.

******************************************************************
* =HOTCARD: Sperrlisten-Eintraege, die die Karte abdecken. Die
* Sperrliste gehoert den Kartensystemen; geloescht werden nur
* abgelaufene Einzelkarten-Eintraege, alles andere bleibt.
******************************************************************
 C800-HOTCARD SECTION.
 C800-00.
     DISPLAY " "
     DISPLAY "--- =HOTCARD ---"
     IF  W-KLAR-FEHLT
         DISPLAY "  nicht pruefbar - Kartennummer unbekannt"
         EXIT SECTION
     END-IF
     MOVE ZEROS TO W-ANZ-TAB
                   W-ANZ-TAB-FREI

     PERFORM S800-OPEN-HOT-CURSOR
     PERFORM S801-FETCH-HOT-CURSOR
     IF  W-SQL-EOD
         DISPLAY "  keine Sperre"
     END-IF
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK OR W-ENDE
         ADD  1 TO W-ANZ-TAB
         EVALUATE TRUE
             WHEN KANR-VON OF HOTCARD NOT = KANR-BIS OF HOTCARD
                 MOVE "Bereichssperre" TO TX-STATUS-TEXT
                 ADD  1 TO W-ANZ-GEHALTEN
             WHEN GUELTIG-BIS OF HOTCARD NOT < W-DATUM-HEUTE
                 MOVE "Sperre gueltig" TO TX-STATUS-TEXT
                 ADD  1 TO W-ANZ-GEHALTEN
             WHEN W-LOESCHEN
                 MOVE "wird geloescht" TO TX-STATUS-TEXT
                 ADD  1 TO W-ANZ-TAB-FREI
             WHEN OTHER
                 MOVE "abgelaufen"     TO TX-STATUS-TEXT
         END-EVALUATE
         DISPLAY "  CARDID " CARDID OF HOTCARD
                 " gueltig " GUELTIG-VON OF HOTCARD
                 " bis " GUELTIG-BIS OF HOTCARD
                 " - " TX-STATUS-TEXT
         PERFORM S801-FETCH-HOT-CURSOR
     END-PERFORM
     PERFORM S802-CLOSE-HOT-CURSOR
     MOVE ZERO TO W-SQLCODE-FLAG
     ADD  W-ANZ-TAB TO W-ANZ-ZEILEN

     IF  W-ANZ-TAB-FREI > ZERO
     AND NOT W-ENDE
         PERFORM S805-DELETE-HOTCARD
         IF  NOT W-ENDE
             ADD W-ANZ-TAB-FREI TO W-ANZ-ANONYM
         END-IF
     END-IF
     .
 C800-99.
     EXIT.

******************************************************************
* =PANVAULT: Tresoreintrag entfernen, wenn zur Karte nichts mehr
* aufbewahrt wird. Solange noch Zeilen gehalten werden, bleibt er
* stehen - sonst waeren sie spaeter nicht mehr zu finden.
******************************************************************
 C900-PANVAULT SECTION.
 C900-00.
     DISPLAY " "
     DISPLAY "--- =PANVAULT ---"
     IF  W-TRESOR-FEHLT
         DISPLAY "  kein Tresoreintrag"
         EXIT SECTION
     END-IF

     ADD  1 TO W-ANZ-ZEILEN
     EVALUATE TRUE
         WHEN W-ANZ-GEHALTEN > ZERO
             ADD  1 TO W-ANZ-GEHALTEN
             DISPLAY "  Tresoreintrag bleibt - " W-ANZ-GEHALTEN
                     " Zeilen in Aufbewahrung"
         WHEN W-KLAR-FEHLT
             ADD  1 TO W-ANZ-GEHALTEN
             DISPLAY "  Tresoreintrag bleibt - Kartennummer nicht "
                     "entschluesselbar"
         WHEN OTHER
             PERFORM S910-DELETE-PANVAULT
             IF  NOT W-ENDE
                 ADD 1 TO W-ANZ-ANONYM
                 ADD 1 TO W-SUM-TRESOR
                 DISPLAY "  Tresoreintrag geloescht"
             END-IF
     END-EVALUATE
     .
 C900-99.
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
         DISPLAY "RFCDSG7 - PFCPVK7 Fkt " PVK-FUNKTION
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
                     DISPLAY "RFCDSG7 - Parameter fehlt: "
                             STUP-PORTION
                     SET W-ENDE TO TRUE
         WHEN OTHER  CONTINUE
     END-EVALUATE
     .
 P950-99.
     EXIT.

******************************************************************
* Cursor auf die Karten einer VUNR (=TXILOG70)
******************************************************************
 S100-OPEN-VUNR-CURSOR SECTION.
 S100-00.
     EXEC SQL
         OPEN VUNR_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S100-99.
     EXIT.

 S101-FETCH-VUNR-CURSOR SECTION.
 S101-00.
     EXEC SQL
         FETCH VUNR_CURS
          INTO :KANR of TXILOG70
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

 S102-CLOSE-VUNR-CURSOR SECTION.
 S102-00.
     EXEC SQL
         CLOSE VUNR_CURS
     END-EXEC
     .
 S102-99.
     EXIT.

******************************************************************
* Cursor auf die Karten einer VUNR (=TXILOG70H)
******************************************************************
 S110-OPEN-VUNRH-CURSOR SECTION.
 S110-00.
     EXEC SQL
         OPEN VUNRH_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S110-99.
     EXIT.

 S111-FETCH-VUNRH-CURSOR SECTION.
 S111-00.
     EXEC SQL
         FETCH VUNRH_CURS
          INTO :KANR of TXILOG70H
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

 S112-CLOSE-VUNRH-CURSOR SECTION.
 S112-00.
     EXEC SQL
         CLOSE VUNRH_CURS
     END-EXEC
     .
 S112-99.
     EXIT.

******************************************************************
* Cursor auf die Vorgaenge der Karte (=TXILOG70)
******************************************************************
 S120-OPEN-TXI-CURSOR SECTION.
 S120-00.
     EXEC SQL
         OPEN TXI_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S120-99.
     EXIT.

 S121-FETCH-TXI-CURSOR SECTION.
 S121-00.
     EXEC SQL
         FETCH TXI_CURS
          INTO :PNR        of TXILOG70
              ,:TERMNR     of TXILOG70
              ,:TRACENR    of TXILOG70
              ,:ZP-VERKAUF of TXILOG70
              ,:ISONTYP    of TXILOG70
              ,:BETRAG     of TXILOG70
              ,:WKZ        of TXILOG70
              ,:VUNR       of TXILOG70
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

 S122-CLOSE-TXI-CURSOR SECTION.
 S122-00.
     EXEC SQL
         CLOSE TXI_CURS
     END-EXEC
     .
 S122-99.
     EXIT.

******************************************************************
* Cursor auf die Vorgaenge der Karte (=TXILOG70H)
******************************************************************
 S130-OPEN-TXIH-CURSOR SECTION.
 S130-00.
     EXEC SQL
         OPEN TXIH_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S130-99.
     EXIT.

 S131-FETCH-TXIH-CURSOR SECTION.
 S131-00.
     EXEC SQL
         FETCH TXIH_CURS
          INTO :PNR        of TXILOG70H
              ,:TERMNR     of TXILOG70H
              ,:TRACENR    of TXILOG70H
              ,:ZP-VERKAUF of TXILOG70H
              ,:ISONTYP    of TXILOG70H
              ,:BETRAG     of TXILOG70H
              ,:WKZ        of TXILOG70H
              ,:VUNR       of TXILOG70H
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S131-99.
     EXIT.

 S132-CLOSE-TXIH-CURSOR SECTION.
 S132-00.
     EXEC SQL
         CLOSE TXIH_CURS
     END-EXEC
     .
 S132-99.
     EXIT.

******************************************************************
* offene Reklamationsfaelle zum Vorgang zaehlen
******************************************************************
 S140-ZAEHLE-DISPUTE-OFFEN SECTION.
 S140-00.
     MOVE ZEROS TO TX-ANZ-DSP-OFFEN

     EXEC SQL
         SELECT  COUNT(*)
           INTO :TX-ANZ-DSP-OFFEN
           FROM  =DISPUTE
          WHERE  PNR       = :TX-PNR
            AND  TERMNR    = :TX-TERMNR
            AND  TRACENR   = :TX-TRACENR
            AND  DATUM     = :TX-DATUM
            AND  KZ_STATUS IN ("O", "D", "R")
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S140-99.
     EXIT.

******************************************************************
* Nachrichtenbilder zum Vorgang zaehlen
******************************************************************
 S150-ZAEHLE-TXNLOG70 SECTION.
 S150-00.
     MOVE ZEROS TO TX-ANZ-NACHR

     EXEC SQL
         SELECT  COUNT(*)
           INTO :TX-ANZ-NACHR
           FROM  =TXNLOG70
          WHERE  PNR     = :TX-PNR
            AND  TERMNR  = :TX-TERMNR
            AND  TRACENR = :TX-TRACENR
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S150-99.
     EXIT.

 S151-ZAEHLE-TXNLOG70H SECTION.
 S151-00.
     MOVE ZEROS TO TX-ANZ-NACHR

     EXEC SQL
         SELECT  COUNT(*)
           INTO :TX-ANZ-NACHR
           FROM  =TXNLOG70H
          WHERE  PNR     = :TX-PNR
            AND  TERMNR  = :TX-TERMNR
            AND  TRACENR = :TX-TRACENR
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S151-99.
     EXIT.

******************************************************************
* Mitschnitte zum Vorgang zaehlen
******************************************************************
 S155-ZAEHLE-TRACELOG SECTION.
 S155-00.
     MOVE ZEROS TO TX-ANZ-TRACE

     EXEC SQL
         SELECT  COUNT(*)
           INTO :TX-ANZ-TRACE
           FROM  =TRACELOG
          WHERE  TERMNR  = :TX-TERMNR
            AND  TRACENR = :TX-TRACENR
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S155-99.
     EXIT.

******************************************************************
* Artikelzeilen zum Vorgang zaehlen
******************************************************************
 S160-ZAEHLE-ARTZEILE SECTION.
 S160-00.
     MOVE ZEROS TO TX-ANZ-ARTZ

     EXEC SQL
         SELECT  COUNT(*)
           INTO :TX-ANZ-ARTZ
           FROM  =ARTZEILE
          WHERE  DATUM   = :TX-DATUM
            AND  PNR     = :TX-PNR
            AND  TERMNR  = :TX-TERMNR
            AND  TRACENR = :TX-TRACENR
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S160-99.
     EXIT.

******************************************************************
* andere Vorgaenge mit demselben Schluessel (Tracenummern-
* Ueberschlag) zaehlen
******************************************************************
 S165-ZAEHLE-SCHLUESSEL SECTION.
 S165-00.
     MOVE ZEROS TO TX-ANZ-SCHLUESSEL

     EXEC SQL
         SELECT  COUNT(*)
           INTO :TX-ANZ-SCHLUESSEL
           FROM  =TXILOG70
          WHERE  PNR         = :TX-PNR
            AND  TERMNR      = :TX-TERMNR
            AND  TRACENR     = :TX-TRACENR
            AND  ZP_VERKAUF <> :TX-ZP-VERKAUF
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S165-99.
     EXIT.

 S166-ZAEHLE-SCHLUESSEL-H SECTION.
 S166-00.
     MOVE ZEROS TO TX-ANZ-SCHLUESSEL

     EXEC SQL
         SELECT  COUNT(*)
           INTO :TX-ANZ-SCHLUESSEL
           FROM  =TXILOG70H
          WHERE  PNR         = :TX-PNR
            AND  TERMNR      = :TX-TERMNR
            AND  TRACENR     = :TX-TRACENR
            AND  ZP_VERKAUF <> :TX-ZP-VERKAUF
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S166-99.
     EXIT.

******************************************************************
* Nachrichtenbilder des Vorgangs loeschen
******************************************************************
 S170-DELETE-TXNLOG70 SECTION.
 S170-00.
     EXEC SQL
         DELETE
           FROM  =TXNLOG70
          WHERE  PNR     = :TX-PNR
            AND  TERMNR  = :TX-TERMNR
            AND  TRACENR = :TX-TRACENR
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S170-99.
     EXIT.

 S171-DELETE-TXNLOG70H SECTION.
 S171-00.
     EXEC SQL
         DELETE
           FROM  =TXNLOG70H
          WHERE  PNR     = :TX-PNR
            AND  TERMNR  = :TX-TERMNR
            AND  TRACENR = :TX-TRACENR
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S171-99.
     EXIT.

******************************************************************
* Mitschnitte des Vorgangs loeschen
******************************************************************
 S175-DELETE-TRACELOG SECTION.
 S175-00.
     EXEC SQL
         DELETE
           FROM  =TRACELOG
          WHERE  TERMNR  = :TX-TERMNR
            AND  TRACENR = :TX-TRACENR
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S175-99.
     EXIT.

******************************************************************
* Artikelzeilen des Vorgangs vom Flottenvertrag loesen (die
* Zeilen selbst bleiben fuer die Umsatzsteuer stehen)
******************************************************************
 S180-UPDATE-ARTZEILE SECTION.
 S180-00.
     EXEC SQL
         UPDATE  =ARTZEILE
            SET  VUNR    = :W-VUNR-ANONYM
          WHERE  DATUM   = :TX-DATUM
            AND  PNR     = :TX-PNR
            AND  TERMNR  = :TX-TERMNR
            AND  TRACENR = :TX-TRACENR
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S180-99.
     EXIT.

******************************************************************
* Vorgang anonymisieren: KANR leeren, bei VUNR-Ersuchen auch VUNR
******************************************************************
 S185-UPDATE-TXILOG70 SECTION.
 S185-00.
     IF  W-SUCHE-VUNR
         MOVE W-VUNR-ANONYM TO TX-VUNR
     END-IF

     EXEC SQL
         UPDATE  =TXILOG70
            SET  KANR        = :W-KANR-ANONYM
               , VUNR        = :TX-VUNR
          WHERE  PNR         = :TX-PNR
            AND  TERMNR      = :TX-TERMNR
            AND  TRACENR     = :TX-TRACENR
            AND  ZP_VERKAUF  = :TX-ZP-VERKAUF
            AND (KANR        = :W-SUCH-KANR1
             OR  KANR        = :W-SUCH-KANR2)
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S185-99.
     EXIT.

 S186-UPDATE-TXILOG70H SECTION.
 S186-00.
     IF  W-SUCHE-VUNR
         MOVE W-VUNR-ANONYM TO TX-VUNR
     END-IF

     EXEC SQL
         UPDATE  =TXILOG70H
            SET  KANR        = :W-KANR-ANONYM
               , VUNR        = :TX-VUNR
          WHERE  PNR         = :TX-PNR
            AND  TERMNR      = :TX-TERMNR
            AND  TRACENR     = :TX-TRACENR
            AND  ZP_VERKAUF  = :TX-ZP-VERKAUF
            AND (KANR        = :W-SUCH-KANR1
             OR  KANR        = :W-SUCH-KANR2)
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S186-99.
     EXIT.

******************************************************************
* Cursor auf die Reklamationsfaelle der Karte
******************************************************************
 S300-OPEN-DSP-CURSOR SECTION.
 S300-00.
     EXEC SQL
         OPEN DSP_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S300-99.
     EXIT.

 S301-FETCH-DSP-CURSOR SECTION.
 S301-00.
     EXEC SQL
         FETCH DSP_CURS
          INTO :PNR       of DISPUTE
              ,:TERMNR    of DISPUTE
              ,:TRACENR   of DISPUTE
              ,:DATUM     of DISPUTE
              ,:ROUTKZ    of DISPUTE
              ,:BETRAG    of DISPUTE
              ,:KZ-STATUS of DISPUTE
              ,:FRIST     of DISPUTE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S301-99.
     EXIT.

 S302-CLOSE-DSP-CURSOR SECTION.
 S302-00.
     EXEC SQL
         CLOSE DSP_CURS
     END-EXEC
     .
 S302-99.
     EXIT.

******************************************************************
* abgeschlossene Reklamationsfaelle vor dem Stichtag anonymisieren
******************************************************************
 S305-UPDATE-DISPUTE SECTION.
 S305-00.
     EXEC SQL
         UPDATE  =DISPUTE
            SET  KANR      = :W-KANR-ANONYM
               , ZPUPD     = CURRENT
          WHERE (KANR      = :W-SUCH-KANR1
             OR  KANR      = :W-SUCH-KANR2)
            AND  KZ_STATUS IN ("W", "G")
            AND  DATUM     < :W-CUTOFF-DATUM
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S305-99.
     EXIT.

******************************************************************
* =KMSTAND der Karte lesen / loeschen
******************************************************************
 S400-SELECT-KMSTAND SECTION.
 S400-00.
     MOVE W-KANR-KLAR TO KANR OF KMSTAND

     EXEC SQL
         SELECT  KM_STAND, FZNR, ZPLETZT
           INTO :KM-STAND of KMSTAND
               ,:FZNR     of KMSTAND
               ,:ZPLETZT  of KMSTAND
                    TYPE AS DATETIME YEAR TO FRACTION(2)
           FROM  =KMSTAND
          WHERE  KANR = :KANR of KMSTAND
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S400-99.
     EXIT.

 S405-DELETE-KMSTAND SECTION.
 S405-00.
     EXEC SQL
         DELETE
           FROM  =KMSTAND
          WHERE  KANR = :KANR of KMSTAND
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S405-99.
     EXIT.

******************************************************************
* Cursor auf die Velocity-Zaehler der Karte
******************************************************************
 S500-OPEN-VELO-CURSOR SECTION.
 S500-00.
     EXEC SQL
         OPEN VELO_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S500-99.
     EXIT.

 S501-FETCH-VELO-CURSOR SECTION.
 S501-00.
     EXEC SQL
         FETCH VELO_CURS
          INTO :ROUTKZ of CARDVELO
              ,:DATUM  of CARDVELO
              ,:ANZ    of CARDVELO
              ,:BETRAG of CARDVELO
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S501-99.
     EXIT.

 S502-CLOSE-VELO-CURSOR SECTION.
 S502-00.
     EXEC SQL
         CLOSE VELO_CURS
     END-EXEC
     .
 S502-99.
     EXIT.

 S505-DELETE-CARDVELO SECTION.
 S505-00.
     EXEC SQL
         DELETE
           FROM  =CARDVELO
          WHERE  KANR = :W-KANR-KLAR
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S505-99.
     EXIT.

******************************************************************
* =PINFAIL der Karte lesen / loeschen
******************************************************************
 S600-SELECT-PINFAIL SECTION.
 S600-00.
     EXEC SQL
         SELECT  KANR, ANZ_FEHLER, ZP_MIN
           INTO :KANR       of PINFAIL
               ,:ANZ-FEHLER of PINFAIL
               ,:ZP-MIN     of PINFAIL
           FROM  =PINFAIL
          WHERE  KANR = :W-SUCH-KANR1
             OR  KANR = :W-SUCH-KANR2
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S600-99.
     EXIT.

 S605-DELETE-PINFAIL SECTION.
 S605-00.
     EXEC SQL
         DELETE
           FROM  =PINFAIL
          WHERE  KANR = :KANR of PINFAIL
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S605-99.
     EXIT.

******************************************************************
* =CHIPFB: Kartenzaehler lesen / loeschen, Terminalzaehler mit
* der Karte als LETZT_KANR zaehlen / leeren
******************************************************************
 S700-SELECT-CHIPFB SECTION.
 S700-00.
     EXEC SQL
         SELECT  SCHLUESSEL, ANZ, DATUM
           INTO :SCHLUESSEL of CHIPFB
               ,:ANZ        of CHIPFB
               ,:DATUM      of CHIPFB
           FROM  =CHIPFB
          WHERE  ART        = "K"
            AND (SCHLUESSEL = :W-SUCH-KANR1
             OR  SCHLUESSEL = :W-SUCH-KANR2)
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S700-99.
     EXIT.

 S702-ZAEHLE-CHIPFB-TERMINAL SECTION.
 S702-00.
     MOVE ZEROS TO W-ANZ-TERMINAL

     EXEC SQL
         SELECT  COUNT(*)
           INTO :W-ANZ-TERMINAL
           FROM  =CHIPFB
          WHERE  ART        = "T"
            AND (LETZT_KANR = :W-SUCH-KANR1
             OR  LETZT_KANR = :W-SUCH-KANR2)
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S702-99.
     EXIT.

 S705-DELETE-CHIPFB SECTION.
 S705-00.
     EXEC SQL
         DELETE
           FROM  =CHIPFB
          WHERE  ART        = "K"
            AND  SCHLUESSEL = :SCHLUESSEL of CHIPFB
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S705-99.
     EXIT.

 S706-UPDATE-CHIPFB-TERMINAL SECTION.
 S706-00.
     EXEC SQL
         UPDATE  =CHIPFB
            SET  LETZT_KANR = :W-KANR-ANONYM
               , ZPUPD      = CURRENT
          WHERE  ART        = "T"
            AND (LETZT_KANR = :W-SUCH-KANR1
             OR  LETZT_KANR = :W-SUCH-KANR2)
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S706-99.
     EXIT.

******************************************************************
* Cursor auf die Sperrlisten-Eintraege der Karte
******************************************************************
 S800-OPEN-HOT-CURSOR SECTION.
 S800-00.
     EXEC SQL
         OPEN HOT_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S800-99.
     EXIT.

 S801-FETCH-HOT-CURSOR SECTION.
 S801-00.
     EXEC SQL
         FETCH HOT_CURS
          INTO :CARDID      of HOTCARD
              ,:KANR-VON    of HOTCARD
              ,:KANR-BIS    of HOTCARD
              ,:GUELTIG-VON of HOTCARD
              ,:GUELTIG-BIS of HOTCARD
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S801-99.
     EXIT.

 S802-CLOSE-HOT-CURSOR SECTION.
 S802-00.
     EXEC SQL
         CLOSE HOT_CURS
     END-EXEC
     .
 S802-99.
     EXIT.

******************************************************************
* abgelaufene Einzelkarten-Sperren der Karte loeschen
******************************************************************
 S805-DELETE-HOTCARD SECTION.
 S805-00.
     EXEC SQL
         DELETE
           FROM  =HOTCARD
          WHERE  KANR_VON    = :W-KANR-KLAR
            AND  KANR_BIS    = :W-KANR-KLAR
            AND  GUELTIG_BIS < :W-DATUM-HEUTE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S805-99.
     EXIT.

******************************************************************
* Tresoreintrag zum Token lesen und Kartennummer entschluesseln
* (Altsatz KEY_VERSION 0: noch im Klartext in KANR)
******************************************************************
 S900-SELECT-PANVAULT SECTION.
 S900-00.
     MOVE W-TOKEN TO TOKEN OF PANVAULT

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
         WHEN ZERO   SET W-TRESOR-DA TO TRUE
         WHEN 100    DISPLAY "RFCDSG7 - Token nicht im Tresor: "
                             W-TOKEN
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
     ELSE
         DISPLAY "RFCDSG7 - Kartennummer zu " W-TOKEN
                 " nicht entschluesselbar"
     END-IF
     .
 S900-99.
     EXIT.

******************************************************************
* Token zu einer Kartennummer aus dem Altbestand suchen: ueber
* den Hash, sonst Altsatz mit KANR im Klartext (KEY_VERSION 0)
******************************************************************
 S905-SELECT-PANVAULT-HASH SECTION.
 S905-00.
     SET  PVK-HASH-BILDEN TO TRUE
     MOVE W-KANR-KLAR     TO PVK-KANR
     PERFORM M100-CALL-PFCPVK7
     IF  PVK-OK
         MOVE PVK-KANR-HASH TO KANR-HASH OF PANVAULT

         EXEC SQL
             SELECT  TOKEN
               INTO :TOKEN of PANVAULT
               FROM  =PANVAULT
              WHERE  KANR_HASH = :KANR-HASH of PANVAULT
             BROWSE  ACCESS
         END-EXEC

         EVALUATE SQLCODE OF SQLCA
             WHEN ZERO   MOVE TOKEN OF PANVAULT TO W-TOKEN
                         SET  W-TRESOR-DA       TO TRUE
                         EXIT SECTION
             WHEN 100    CONTINUE
             WHEN OTHER  PERFORM Z002-PROGERR
                         EXIT SECTION
         END-EVALUATE
     END-IF

     MOVE W-KANR-KLAR TO KANR OF PANVAULT

     EXEC SQL
         SELECT  TOKEN
           INTO :TOKEN of PANVAULT
           FROM  =PANVAULT
          WHERE  KANR        = :KANR of PANVAULT
            AND  KEY_VERSION = 0
         BROWSE  ACCESS
     END-EXEC

     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   MOVE TOKEN OF PANVAULT TO W-TOKEN
                     SET  W-TRESOR-DA       TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S905-99.
     EXIT.

******************************************************************
* Tresoreintrag der Karte loeschen
******************************************************************
 S910-DELETE-PANVAULT SECTION.
 S910-00.
     MOVE W-TOKEN TO TOKEN OF PANVAULT

     EXEC SQL
         DELETE
           FROM  =PANVAULT
          WHERE  TOKEN = :TOKEN of PANVAULT
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S910-99.
     EXIT.

******************************************************************
* Protokollsatz schreiben: Phase "A" = Ersuchen (vor jeder
* Ausgabe), Phase "E" = Ergebnis der Loeschung je Karte
******************************************************************
 S990-INSERT-DSGVOAC SECTION.
 S990-00.
     MOVE W-SUCHART      TO SUCHART      OF DSGVOAC
     IF  W-SUCHE-TOKEN
         MOVE W-TOKEN-PARAM TO SUCHWERT  OF DSGVOAC
     ELSE
         MOVE W-VUNR        TO SUCHWERT  OF DSGVOAC
     END-IF
     MOVE W-FUNKTION     TO FUNKTION     OF DSGVOAC
     MOVE W-BENUTZER     TO BENUTZER     OF DSGVOAC
     MOVE W-GRUND        TO GRUND        OF DSGVOAC
     MOVE W-ANZ-ZEILEN   TO ANZ-ZEILEN   OF DSGVOAC
     MOVE W-ANZ-ANONYM   TO ANZ-ANONYM   OF DSGVOAC
     MOVE W-ANZ-GEHALTEN TO ANZ-GEHALTEN OF DSGVOAC

     EXEC SQL
         INSERT
           INTO  =DSGVOAC
                 ( SUCHART, SUCHWERT, TOKEN, FUNKTION, BENUTZER
                 , GRUND, KZ_PHASE, ANZ_ZEILEN, ANZ_ANONYM
                 , ANZ_GEHALTEN, ZPINS )
         VALUES  (
                  :SUCHART      of DSGVOAC
                 ,:SUCHWERT     of DSGVOAC
                 ,:TOKEN        of DSGVOAC
                 ,:FUNKTION     of DSGVOAC
                 ,:BENUTZER     of DSGVOAC
                 ,:GRUND        of DSGVOAC
                 ,:KZ-PHASE     of DSGVOAC
                 ,:ANZ-ZEILEN   of DSGVOAC
                 ,:ANZ-ANONYM   of DSGVOAC
                 ,:ANZ-GEHALTEN of DSGVOAC
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S990-99.
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
* Allgemeine Fehlerbehandlung
******************************************************************
 Z002-PROGERR SECTION.
 Z002-00.
     DISPLAY "RFCDSG7 - SQL-Fehler, SQLCODE: " SQLCODE OF SQLCA
     SET W-ENDE TO TRUE
     .
 Z002-99.
     EXIT.
