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

 PROGRAM-ID. PFCCAM7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.00
* Kurzbeschreibung :: Zahlungseingangskontrolle der Acquirer-Aus-
* Kurzbeschreibung :: zahlungen ueber den Kontoauszug (camt.053).
* Kurzbeschreibung :: Nach PFCREC7/PFCCLR7/PFCFEE7 wird je ROUTKZ
* Kurzbeschreibung :: und Abrechnungstag die erwartete Netto-
* Kurzbeschreibung :: zahlung als offener Posten in =ZAHLERW
* Kurzbeschreibung :: angelegt:
* Kurzbeschreibung ::     Umsatz        (=TXILOG70 Typ 200)
* Kurzbeschreibung ::   - Gutschriften  (Typ 200, KZ_UMSATZ "G")
* Kurzbeschreibung ::   - Stornos       (Typ 400)
* Kurzbeschreibung ::   - Gebuehren     (=FEEREC, eigener Tarif)
* Kurzbeschreibung ::   - Chargebacks   (=DISPUTE, am Tag eroeffnet)
* Kurzbeschreibung :: Faellig ist der Posten ABRTAG + Zahlungsziel
* Kurzbeschreibung :: des Acquirers (=ASBANK, Default 2 Tage).
* Kurzbeschreibung :: Jede Buchung des Auszugs wird in =BANKPOS
* Kurzbeschreibung :: abgelegt und ueber das Zahlerkonto (=ASBANK,
* Kurzbeschreibung :: ein Konto je ROUTKZ) dem Acquirer, ueber
* Kurzbeschreibung :: ein Datum JJJJ-MM-TT im Verwendungszweck dem
* Kurzbeschreibung :: Abrechnungstag zugeordnet (ohne Datum: der
* Kurzbeschreibung :: aelteste offene Posten mit genau diesem
* Kurzbeschreibung :: Restbetrag). Gemeldet werden Kurzzahlungen,
* Kurzbeschreibung :: Ueberzahlungen, verspaetete Zahlungen und
* Kurzbeschreibung :: nicht zuordenbare Gutschriften; die Offene-
* Kurzbeschreibung :: Posten-Liste je Acquirer fuehrt alles nicht
* Kurzbeschreibung :: Ausgeglichene weiter, bis es ausgeglichen
* Kurzbeschreibung :: oder (FUNKTION ZUORDNEN) von Hand einem
* Kurzbeschreibung :: Posten zugeordnet ist.
* Package          :: ICC
*
* Aenderungen
*
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-10-15| kl  | R7-529:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: Batch; IMPORT taeglich nach Eingang des Konto-
*                auszugs, ZUORDNEN und LISTE fallweise
* Parameter   :: PARAM FUNKTION IMPORT | ZUORDNEN | LISTE
*                PARAM ABRTAG   <JJJJ-MM-TT>  (IMPORT: Tag, fuer den
*                                              der Posten angelegt
*                                              wird; ZUORDNEN: Ziel)
*                PARAM DATUM    <JJJJ-MM-TT>  (IMPORT: Auszugstag)
*                PARAM TOLERANZ <Cent>        (IMPORT/ZUORDNEN,
*                                              optional, Default 5)
*                PARAM BANKREF  <Referenz der Bank>    (ZUORDNEN)
*                PARAM ROUTKZ   <4-stellig>            (ZUORDNEN)
*
* Satzaufbau  :: Datei CAMTIN, Kontoauszug camt.053 als XML, je
*                Zeile hoechstens 512 Zeichen. Ausgewertet werden
*                je Buchung (Ntry): Amt, CdtDbtInd, BookgDt/Dt,
*                ValDt/Dt, AcctSvcrRef, Dbtr/Nm, DbtrAcct/IBAN,
*                Cdtr/Nm, CdtrAcct/IBAN und Ustrd. Mehrere
*                Elemente in einer Zeile sind zulaessig, ein
*                Element darf aber nicht ueber Zeilen gehen.
*
******************************************************************
* Uebersicht der SECTIONs:
*
* A100-STEUERUNG
*
* B000-VORLAUF
* B020-DATEI-PRUEFEN
* B090-ENDE
* B100-SOLL-ERMITTELN
* B200-AUSZUG-LESEN
* B300-OFFENE-POSTEN
* B400-ZUORDNEN
*
* C100-SOLL-SCHREIBEN
* C200-ZEILE-AUSWERTEN
* C210-POSTEN-LOESCHEN
* C300-POSTEN-VERARBEITEN
* C310-ZAHLUNG-ANWENDEN
* C330-ABRTAG-SUCHEN
* C900-TAG-SUCHEN
* C910-WERT-HOLEN
* C920-BETRAG-WANDELN
*
* P950-GETPARAMTEXT
*
* S270-SELECT-FILEREG
* S275-INSERT-FILEREG
* S300-SELECT-ASBANK-IBAN
* S305-SELECT-ASBANK-ZIEL
* S320-SUMME-FEEREC
* S325-SUMME-DISPUTE
* S330-INSERT-ZAHLERW
* S335-UPDATE-ZAHLERW-SOLL
* S340-SELECT-ZAHLERW
* S345-SUCHE-ZAHLERW-BETRAG
* S350-INSERT-BANKPOS
* S360-UPDATE-ZAHLERW
* S370-SELECT-BANKPOS
* S375-UPDATE-BANKPOS
* S900-OPEN-SOLL-CURSOR
* S910-FETCH-SOLL-CURSOR
* S920-CLOSE-SOLL-CURSOR
* S930-OPEN-OP-CURSOR
* S940-FETCH-OP-CURSOR
* S950-CLOSE-OP-CURSOR
* S960-OPEN-UNBEK-CURSOR
* S970-FETCH-UNBEK-CURSOR
* S980-CLOSE-UNBEK-CURSOR
*
* S770-RUN-START
* S775-RUN-RESET
* S780-RUN-ENDE
*
* U100-BEGIN
* U110-COMMIT
* U120-ROLLBACK
* U200-TIMESTAMP
* U300-FAELLIG-ERMITTELN
*
* Z002-PROGERR
******************************************************************

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     DECIMAL-POINT IS COMMA.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT CAM-DATEI         ASSIGN TO "CAMTIN"
                              ORGANIZATION IS SEQUENTIAL
                              FILE STATUS IS CAM-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.

 FD  CAM-DATEI
     RECORD CONTAINS 512 CHARACTERS.
 01          CAM-SATZ            PIC X(512).

 WORKING-STORAGE SECTION.

 01          CAM-FILE-STATUS     PIC X(02).
          88 CAM-FILE-OK                     VALUE "00".

 01          W-ENDE-FLAG         PIC 9       VALUE ZERO.
     88      W-ENDE                          VALUE 1.

 01          W-SQLCODE-FLAG      PIC 9       VALUE ZERO.
     88      W-SQL-OK                        VALUE ZERO.
     88      W-SQL-EOD                       VALUE 1.
     88      W-SQL-NOK                       VALUE 9.

 01          W-FUNKTION          PIC X(08)   VALUE SPACES.
     88      W-FKT-IMPORT                    VALUE "IMPORT  ".
     88      W-FKT-ZUORDNEN                  VALUE "ZUORDNEN".
     88      W-FKT-LISTE                     VALUE "LISTE   ".

**  ---> Lauf-Registrierung in =BATCHRUN (Morgenpruefer RFCRUN7)
 01          K-RUN-PROGRAMM      PIC X(08)   VALUE "PFCCAM7".
 01          W-RUN-DATUM         PIC X(10)   VALUE SPACES.
 01          W-RUN-STATUS        PIC X(01)   VALUE SPACE.

**  ---> Parameter
 01          W-ABRTAG            PIC X(10)   VALUE SPACES.
 01          W-DATUM             PIC X(10)   VALUE SPACES.
 01          W-TOLERANZ          PIC 9(05)   VALUE 5.
 01          W-TOLERANZ-EUR      PIC S9(13)V99 COMP VALUE ZEROS.
 01          W-BANKREF           PIC X(35)   VALUE SPACES.
 01          W-ROUTKZ            PIC 9(04)   VALUE ZEROS.
 01          W-HEUTE             PIC X(10)   VALUE SPACES.

**  ---> Tagesfenster JJJJMMTThhmmss des Abrechnungstages
 01          W-DAT-JJJJ          PIC 9(04)   VALUE ZEROS.
 01          W-DAT-MM            PIC 9(02)   VALUE ZEROS.
 01          W-DAT-TT            PIC 9(02)   VALUE ZEROS.
 01          W-ZP-VON            PIC 9(14)   VALUE ZEROS.
 01          W-ZP-BIS            PIC 9(14)   VALUE ZEROS.

**  ---> Sollzahlung je ROUTKZ
 01          W-ERSTER-SATZ-FLAG  PIC 9       VALUE ZERO.
     88      W-ERSTER-SATZ                   VALUE 1.
 01          W-ALT-ROUTKZ        PIC 9(04)   VALUE ZEROS.
 01          W-SOLL-TEIL         PIC S9(13)V99 COMP VALUE ZEROS.
 01          W-SUM-UMSATZ        PIC S9(13)V99 COMP VALUE ZEROS.
 01          W-SUM-GUTSCHRIFT    PIC S9(13)V99 COMP VALUE ZEROS.
 01          W-SUM-STORNO        PIC S9(13)V99 COMP VALUE ZEROS.
 01          W-SUM-GEBUEHR       PIC S9(13)V99 COMP VALUE ZEROS.
 01          W-SUM-CHARGEBACK    PIC S9(13)V99 COMP VALUE ZEROS.
 01          W-SOLL-BETRAG       PIC S9(13)V99 COMP VALUE ZEROS.
 01          W-ZAHLZIEL          PIC 9(03)   VALUE ZEROS.
 01          W-FAELLIG           PIC X(10)   VALUE SPACES.

**  ---> Faelligkeit ueber INTEGER-OF-DATE
 01          W-AKT-DATUM         PIC 9(08)   VALUE ZEROS.
 01          W-AKT-INTEGER       PIC S9(09) COMP VALUE ZEROS.
 01          W-ZIEL-DATUM        PIC 9(08)   VALUE ZEROS.
 01          W-ZIEL-DATUM-R REDEFINES W-ZIEL-DATUM.
     05      W-ZIEL-JJJJ         PIC 9(04).
     05      W-ZIEL-MM           PIC 9(02).
     05      W-ZIEL-TT           PIC 9(02).

**  ---> XML-Auswertung
 01          W-PRUEFLAUF-FLAG    PIC 9       VALUE ZERO.
     88      W-VERARBEITUNG                  VALUE ZERO.
     88      W-PRUEFLAUF                     VALUE 1.
 01          W-NTRY-FLAG         PIC 9       VALUE ZERO.
     88      W-AUSSERHALB-NTRY               VALUE ZERO.
     88      W-IN-NTRY                       VALUE 1.
 01          W-DATUMSFELD-FLAG   PIC 9       VALUE ZERO.
     88      W-IN-KEINEM-DATUM               VALUE ZERO.
     88      W-IN-BUCHTAG                    VALUE 1.
     88      W-IN-VALUTA                     VALUE 2.
 01          W-PARTEI-FLAG       PIC 9       VALUE ZERO.
     88      W-IN-KEINER-PARTEI              VALUE ZERO.
     88      W-IN-DBTR                       VALUE 1.
     88      W-IN-CDTR                       VALUE 2.
 01          W-KONTO-FLAG        PIC 9       VALUE ZERO.
     88      W-IN-KEINEM-KONTO               VALUE ZERO.
     88      W-IN-DBTR-KONTO                 VALUE 1.
     88      W-IN-CDTR-KONTO                 VALUE 2.
 01          W-TAG               PIC X(20)   VALUE SPACES.
 01          W-TAG-LAENGE        PIC S9(04) COMP VALUE ZEROS.
 01          W-TAG-POS           PIC S9(04) COMP VALUE ZEROS.
 01          W-I                 PIC S9(04) COMP VALUE ZEROS.
 01          W-WERT              PIC X(140)  VALUE SPACES.
 01          W-WERT-VON          PIC S9(04) COMP VALUE ZEROS.
 01          W-WERT-BIS          PIC S9(04) COMP VALUE ZEROS.
 01          W-WERT-LAENGE       PIC S9(04) COMP VALUE ZEROS.

**  ---> Betrag aus dem XML (Dezimalpunkt)
 01          W-CENT              PIC S9(15) COMP VALUE ZEROS.
 01          W-ZIFFER            PIC 9(01)   VALUE ZERO.
 01          W-NACHKOMMA         PIC 9(01)   VALUE ZERO.
 01          W-PUNKT-FLAG        PIC 9       VALUE ZERO.
     88      W-PUNKT-DA                      VALUE 1.

**  ---> eine Buchung (Ntry) des Auszugs
 01          W-POSTEN.
     05      W-P-BETRAG-FLAG     PIC 9.
          88 W-P-BETRAG-DA                   VALUE 1.
     05      W-P-BETRAG          PIC S9(13)V99 COMP.
     05      W-P-CENT            PIC S9(15) COMP.
     05      W-P-KZ              PIC X(04).
          88 W-P-HABEN                       VALUE "CRDT".
          88 W-P-SOLL                        VALUE "DBIT".
     05      W-P-BUCHTAG         PIC X(10).
     05      W-P-VALUTA          PIC X(10).
     05      W-P-REF             PIC X(35).
     05      W-P-DBTR-NAME       PIC X(70).
     05      W-P-DBTR-IBAN       PIC X(34).
     05      W-P-CDTR-NAME       PIC X(70).
     05      W-P-CDTR-IBAN       PIC X(34).
     05      W-P-VERWENDUNG      PIC X(140).
 01          W-P-NAME            PIC X(70)   VALUE SPACES.
 01          W-P-IBAN            PIC X(34)   VALUE SPACES.
 01          W-P-ROUTKZ          PIC 9(04)   VALUE ZEROS.
 01          W-P-ABRTAG          PIC X(10)   VALUE SPACES.
 01          W-P-STATUS          PIC X(01)   VALUE SPACE.
 01          W-AS-FLAG           PIC 9       VALUE ZERO.
     88      W-AS-BEKANNT                    VALUE ZERO.
     88      W-AS-FREMD                      VALUE 1.
 01          W-ZAHLERW-FLAG      PIC 9       VALUE ZERO.
     88      W-ZAHLERW-DA                    VALUE ZERO.
     88      W-ZAHLERW-FEHLT                 VALUE 1.
 01          W-BANKPOS-FLAG      PIC 9       VALUE ZERO.
     88      W-BANKPOS-NEU                   VALUE ZERO.
     88      W-BANKPOS-DOPPELT               VALUE 1.

**  ---> Zahlung gegen den Posten
 01          W-DIFF              PIC S9(13)V99 COMP VALUE ZEROS.
 01          W-DIFF-ABS          PIC S9(13)V99 COMP VALUE ZEROS.
 01          W-NEU-STATUS        PIC X(01)   VALUE SPACE.
 01          W-NEU-SPAET         PIC X(01)   VALUE SPACE.
 01          W-NEU-IST           PIC S9(13)V99 COMP VALUE ZEROS.

**  ---> Offene-Posten-Liste
 01          W-OP-SUMME          PIC S9(13)V99 COMP VALUE ZEROS.
 01          W-OP-VERMERK        PIC X(13)   VALUE SPACES.

**  ---> Eingangsdatei-Kontrolle (=FILEREG)
 01          W-FR-ANZ            PIC 9(09)   VALUE ZEROS.
 01          W-FR-PRUEFSUMME     PIC 9(18)   VALUE ZEROS.
 01          W-FR-ANZ-REG        PIC 9(09)   VALUE ZEROS.
 01          W-FILEREG-FLAG      PIC 9       VALUE ZERO.
     88      W-FR-NEU                        VALUE ZERO.
     88      W-FR-DUPLIKAT                   VALUE 1.
     88      W-FR-NOK                        VALUE 9.

 77          W-ANZ-SOLL          PIC 9(07)   VALUE ZERO.
 77          W-ANZ-POSTEN        PIC 9(07)   VALUE ZERO.
 77          W-ANZ-ZUGEORDNET    PIC 9(07)   VALUE ZERO.
 77          W-ANZ-AUSGEGLICHEN  PIC 9(07)   VALUE ZERO.
 77          W-ANZ-KURZ          PIC 9(07)   VALUE ZERO.
 77          W-ANZ-UEBER         PIC 9(07)   VALUE ZERO.
 77          W-ANZ-SPAET         PIC 9(07)   VALUE ZERO.
 77          W-ANZ-UNBEKANNT     PIC 9(07)   VALUE ZERO.
 77          W-ANZ-DOPPELT       PIC 9(07)   VALUE ZERO.
 77          W-ANZ-FREMD         PIC 9(07)   VALUE ZERO.
 77          W-ANZ-OFFEN         PIC 9(07)   VALUE ZERO.

**  ---> Anzeige
 01          W-BETRAG-DISP       PIC -Z(12)9,99.
 01          W-BETRAG-DISP2      PIC -Z(12)9,99.
 01          W-BETRAG-DISP3      PIC -Z(12)9,99.

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

**  ---> erwartete Zahlungen / offene Posten je ROUTKZ und ABRTAG
 EXEC SQL
    INVOKE =ZAHLERW AS ZAHLERW
 END-EXEC

**  ---> Buchungen der Kontoauszuege
 EXEC SQL
    INVOKE =BANKPOS AS BANKPOS
 END-EXEC

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

 EXEC SQL
     CONTROL TABLE * WAIT IF LOCKED
 END-EXEC

**  ---> Umsatz, Gutschriften und Stornos des Tages je ROUTKZ
 EXEC SQL
     DECLARE SOLL_CURS CURSOR FOR
         SELECT  ROUTKZ, ISONTYP, KZ_UMSATZ, SUM(BETRAG)
           FROM  =TXILOG70
          WHERE  ABRTAG   = :W-ABRTAG
            AND  AC_TERM  = 0
            AND  LOGPROT  = 70
            AND (ISONTYP = 200 OR ISONTYP = 400)
          GROUP  BY ROUTKZ, ISONTYP, KZ_UMSATZ
          ORDER  BY ROUTKZ
         BROWSE  ACCESS
 END-EXEC

**  ---> noch nicht ausgeglichene Posten (Offene-Posten-Liste)
 EXEC SQL
     DECLARE OP_CURS CURSOR FOR
         SELECT  ROUTKZ, ABRTAG, SOLL_BETRAG, IST_BETRAG
               , KZ_STATUS, FAELLIG, KZ_SPAET
           FROM  =ZAHLERW
          WHERE  KZ_STATUS <> "B"
          ORDER  BY ROUTKZ, ABRTAG
         BROWSE  ACCESS
 END-EXEC

**  ---> aeltester offener Posten mit genau diesem Restbetrag
 EXEC SQL
     DECLARE BETRAG_CURS CURSOR FOR
         SELECT  ABRTAG
           FROM  =ZAHLERW
          WHERE  ROUTKZ    = :W-P-ROUTKZ
            AND (KZ_STATUS = "O" OR KZ_STATUS = "K")
            AND  SOLL_BETRAG - IST_BETRAG = :W-P-BETRAG
          ORDER  BY ABRTAG
         BROWSE  ACCESS
 END-EXEC

**  ---> nicht zugeordnete Buchungen
 EXEC SQL
     DECLARE UNBEK_CURS CURSOR FOR
         SELECT  BANKREF, BUCHTAG, BETRAG, ROUTKZ, NAME
               , VERWENDUNG
           FROM  =BANKPOS
          WHERE  KZ_STATUS = "U"
          ORDER  BY ROUTKZ, BUCHTAG
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
             WHEN W-FKT-IMPORT
                         PERFORM B100-SOLL-ERMITTELN
                         IF  NOT W-ENDE
                             PERFORM B200-AUSZUG-LESEN
                         END-IF
                         IF  NOT W-ENDE
                             PERFORM S275-INSERT-FILEREG
                         END-IF
             WHEN W-FKT-ZUORDNEN
                         PERFORM B400-ZUORDNEN
             WHEN OTHER  CONTINUE
         END-EVALUATE
     END-IF
     IF  NOT W-ENDE
         PERFORM B300-OFFENE-POSTEN
     END-IF
     PERFORM S780-RUN-ENDE
     PERFORM B090-ENDE
     STOP RUN
     .
 A100-99.
     EXIT.

******************************************************************
* Vorlauf: Parameter, beim IMPORT Datei vorpruefen
******************************************************************
 B000-VORLAUF SECTION.
 B000-00.
     PERFORM U200-TIMESTAMP
     DISPLAY "PFCCAM7 - Zahlungseingangskontrolle, Lauf vom "
             TAGESDATUM
     MOVE TAGESDATUM (1:10) TO W-HEUTE

     MOVE "FUNKTION" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:STUP-RESULT) TO W-FUNKTION
     IF  NOT W-FKT-IMPORT
     AND NOT W-FKT-ZUORDNEN
     AND NOT W-FKT-LISTE
         DISPLAY "PFCCAM7 - PARAM FUNKTION ungueltig: " W-FUNKTION
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

     IF  W-FKT-LISTE
         EXIT SECTION
     END-IF

     MOVE "ABRTAG" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:STUP-RESULT) TO W-ABRTAG

**  ---> Toleranz fuer "ausgeglichen" (optional)
     MOVE "TOLERANZ" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         MOVE ZERO TO W-ENDE-FLAG
         MOVE 5    TO W-TOLERANZ
     ELSE
         MOVE STUP-TEXT (1:STUP-RESULT) TO W-TOLERANZ
     END-IF
     COMPUTE W-TOLERANZ-EUR = W-TOLERANZ / 100

     IF  W-FKT-ZUORDNEN
         MOVE "BANKREF" TO STUP-PORTION
         PERFORM P950-GETPARAMTEXT
         IF  W-ENDE
             EXIT SECTION
         END-IF
         MOVE STUP-TEXT (1:STUP-RESULT) TO W-BANKREF

         MOVE "ROUTKZ" TO STUP-PORTION
         PERFORM P950-GETPARAMTEXT
         IF  W-ENDE
             EXIT SECTION
         END-IF
         MOVE STUP-TEXT (1:STUP-RESULT) TO W-ROUTKZ
         EXIT SECTION
     END-IF

     MOVE "DATUM" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:STUP-RESULT) TO W-DATUM

**  ---> Tagesfenster JJJJMMTThhmmss des Abrechnungstages
     MOVE W-ABRTAG (1:4) TO W-DAT-JJJJ
     MOVE W-ABRTAG (6:2) TO W-DAT-MM
     MOVE W-ABRTAG (9:2) TO W-DAT-TT
     COMPUTE W-ZP-VON =
               (W-DAT-JJJJ * 10000000000)
             + (W-DAT-MM   * 100000000)
             + (W-DAT-TT   * 1000000)
     COMPUTE W-ZP-BIS = W-ZP-VON + 235959

     DISPLAY "PFCCAM7 - Posten fuer ABRTAG " W-ABRTAG
             ", Kontoauszug vom " W-DATUM

     OPEN INPUT CAM-DATEI
     IF  NOT CAM-FILE-OK
         DISPLAY "PFCCAM7 - Kontoauszug CAMTIN nicht lesbar, "
                 "Status " CAM-FILE-STATUS
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

**  ---> Auszug gegen das Register =FILEREG pruefen, bevor
**  ---> irgendein Posten angelegt oder ausgeglichen wird
     PERFORM B020-DATEI-PRUEFEN
     .
 B000-99.
     EXIT.

******************************************************************
* Eingangsdatei-Kontrolle: den Auszug einmal durchlesen (Zahl
* der Buchungen und Summe der Betraege in Cent), gegen =FILEREG
* pruefen und fuer die Verarbeitung wieder von vorn oeffnen.
* Ein identisch schon verarbeiteter Auszug wird abgewiesen.
******************************************************************
 B020-DATEI-PRUEFEN SECTION.
 B020-00.
     MOVE ZEROS TO W-FR-ANZ
                   W-FR-PRUEFSUMME
     SET W-PRUEFLAUF       TO TRUE
     SET W-AUSSERHALB-NTRY TO TRUE

     READ CAM-DATEI
     PERFORM UNTIL NOT CAM-FILE-OK
         PERFORM C200-ZEILE-AUSWERTEN
         READ CAM-DATEI
     END-PERFORM
     CLOSE CAM-DATEI

     SET W-VERARBEITUNG    TO TRUE
     SET W-AUSSERHALB-NTRY TO TRUE

     IF  W-FR-ANZ = ZERO
         DISPLAY "PFCCAM7 - !!! Kontoauszug CAMTIN enthaelt "
                 "keine Buchung - Lauf abgewiesen"
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

     PERFORM S270-SELECT-FILEREG
     IF  W-FR-DUPLIKAT
         DISPLAY "PFCCAM7 - !!! Kontoauszug vom " W-DATUM
                 " wurde bereits verarbeitet ("
                 W-FR-ANZ " Buchungen) - Lauf abgewiesen"
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF
     IF  W-FR-NOK
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

     OPEN INPUT CAM-DATEI
     IF  NOT CAM-FILE-OK
         DISPLAY "PFCCAM7 - Datei CAMTIN nicht erneut "
                 "lesbar"
         SET W-ENDE TO TRUE
     END-IF
     .
 B020-99.
     EXIT.

******************************************************************
* Ende / Zusammenfassung
******************************************************************
 B090-ENDE SECTION.
 B090-00.
     IF  W-FKT-IMPORT
         DISPLAY "PFCCAM7 - Posten angelegt (ROUTKZ)    : "
                 W-ANZ-SOLL
         DISPLAY "PFCCAM7 - Buchungen im Auszug         : "
                 W-ANZ-POSTEN
         DISPLAY "PFCCAM7 -    bereits eingelesen       : "
                 W-ANZ-DOPPELT
         DISPLAY "PFCCAM7 -    Lastschriften Dritter    : "
                 W-ANZ-FREMD
     END-IF
     DISPLAY "PFCCAM7 - zugeordnet                  : "
             W-ANZ-ZUGEORDNET
     DISPLAY "PFCCAM7 -    ausgeglichen             : "
             W-ANZ-AUSGEGLICHEN
     DISPLAY "PFCCAM7 -    Kurzzahlung              : "
             W-ANZ-KURZ
     DISPLAY "PFCCAM7 -    Ueberzahlung             : "
             W-ANZ-UEBER
     DISPLAY "PFCCAM7 -    verspaetet               : "
             W-ANZ-SPAET
     DISPLAY "PFCCAM7 - nicht zuordenbar            : "
             W-ANZ-UNBEKANNT
     DISPLAY "PFCCAM7 - offene Posten               : "
             W-ANZ-OFFEN
     .
 B090-99.
     EXIT.

******************************************************************
* Sollzahlung je ROUTKZ fuer den Abrechnungstag als offenen
* Posten anlegen (Kontrollwechsel ueber ROUTKZ)
******************************************************************
 B100-SOLL-ERMITTELN SECTION.
 B100-00.
     SET W-ERSTER-SATZ TO TRUE

     PERFORM S900-OPEN-SOLL-CURSOR
     PERFORM S910-FETCH-SOLL-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         IF  W-ERSTER-SATZ
             MOVE ROUTKZ OF TXILOG70 TO W-ALT-ROUTKZ
             MOVE ZERO TO W-ERSTER-SATZ-FLAG
         END-IF
         IF  ROUTKZ OF TXILOG70 NOT = W-ALT-ROUTKZ
             PERFORM C100-SOLL-SCHREIBEN
             MOVE ROUTKZ OF TXILOG70 TO W-ALT-ROUTKZ
         END-IF
         EVALUATE TRUE
             WHEN ISONTYP OF TXILOG70 = 400
                         ADD W-SOLL-TEIL TO W-SUM-STORNO
             WHEN KZ-UMSATZ OF TXILOG70 = "G"
                         ADD W-SOLL-TEIL TO W-SUM-GUTSCHRIFT
             WHEN OTHER  ADD W-SOLL-TEIL TO W-SUM-UMSATZ
         END-EVALUATE
         PERFORM S910-FETCH-SOLL-CURSOR
     END-PERFORM
     PERFORM S920-CLOSE-SOLL-CURSOR

     IF  NOT W-ERSTER-SATZ
     AND NOT W-ENDE
         PERFORM C100-SOLL-SCHREIBEN
     END-IF
     MOVE ZERO TO W-SQLCODE-FLAG
     .
 B100-99.
     EXIT.

******************************************************************
* Kontoauszug buchungsweise verarbeiten
******************************************************************
 B200-AUSZUG-LESEN SECTION.
 B200-00.
     READ CAM-DATEI
     PERFORM UNTIL NOT CAM-FILE-OK
                OR W-ENDE
         PERFORM C200-ZEILE-AUSWERTEN
         READ CAM-DATEI
     END-PERFORM
     CLOSE CAM-DATEI
     .
 B200-99.
     EXIT.

******************************************************************
* Offene-Posten-Liste je Acquirer: alle nicht ausgeglichenen
* Posten (offen, kurz- oder ueberzahlt) und alle nicht
* zugeordneten Buchungen
******************************************************************
 B300-OFFENE-POSTEN SECTION.
 B300-00.
     DISPLAY "PFCCAM7 - "
     DISPLAY "PFCCAM7 - ===== Offene Posten je Acquirer ====="
     SET W-ERSTER-SATZ TO TRUE
     MOVE ZEROS TO W-OP-SUMME

     PERFORM S930-OPEN-OP-CURSOR
     PERFORM S940-FETCH-OP-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         IF  W-ERSTER-SATZ
             MOVE ROUTKZ OF ZAHLERW TO W-ALT-ROUTKZ
             MOVE ZERO TO W-ERSTER-SATZ-FLAG
         END-IF
         IF  ROUTKZ OF ZAHLERW NOT = W-ALT-ROUTKZ
             MOVE W-OP-SUMME TO W-BETRAG-DISP
             DISPLAY "PFCCAM7 -   Summe offen ROUTKZ " W-ALT-ROUTKZ
                     ": " W-BETRAG-DISP
             MOVE ZEROS TO W-OP-SUMME
             MOVE ROUTKZ OF ZAHLERW TO W-ALT-ROUTKZ
         END-IF
         ADD 1 TO W-ANZ-OFFEN
         COMPUTE W-DIFF = SOLL-BETRAG OF ZAHLERW
                        - IST-BETRAG  OF ZAHLERW
         ADD W-DIFF TO W-OP-SUMME

         EVALUATE KZ-STATUS OF ZAHLERW
             WHEN "K"    MOVE "KURZZAHLUNG"  TO W-OP-VERMERK
             WHEN "U"    MOVE "UEBERZAHLUNG" TO W-OP-VERMERK
             WHEN OTHER  IF  FAELLIG OF ZAHLERW < W-HEUTE
                             MOVE "UEBERFAELLIG" TO W-OP-VERMERK
                         ELSE
                             MOVE "erwartet"     TO W-OP-VERMERK
                         END-IF
         END-EVALUATE
         MOVE SOLL-BETRAG OF ZAHLERW TO W-BETRAG-DISP
         MOVE IST-BETRAG  OF ZAHLERW TO W-BETRAG-DISP2
         MOVE W-DIFF                 TO W-BETRAG-DISP3
         DISPLAY "PFCCAM7 - ROUTKZ " ROUTKZ OF ZAHLERW
                 " ABRTAG " ABRTAG OF ZAHLERW
                 " faellig " FAELLIG OF ZAHLERW
                 " Soll " W-BETRAG-DISP
                 " Ist " W-BETRAG-DISP2
                 " offen " W-BETRAG-DISP3
                 " " W-OP-VERMERK
         PERFORM S940-FETCH-OP-CURSOR
     END-PERFORM
     PERFORM S950-CLOSE-OP-CURSOR
     IF  NOT W-ERSTER-SATZ
         MOVE W-OP-SUMME TO W-BETRAG-DISP
         DISPLAY "PFCCAM7 -   Summe offen ROUTKZ " W-ALT-ROUTKZ
                 ": " W-BETRAG-DISP
     END-IF

     DISPLAY "PFCCAM7 - "
     DISPLAY "PFCCAM7 - ===== nicht zugeordnete Buchungen ====="
     PERFORM S960-OPEN-UNBEK-CURSOR
     PERFORM S970-FETCH-UNBEK-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         MOVE BETRAG OF BANKPOS TO W-BETRAG-DISP
         DISPLAY "PFCCAM7 - " BANKREF OF BANKPOS
                 " " BUCHTAG OF BANKPOS
                 " " W-BETRAG-DISP
                 " ROUTKZ " ROUTKZ OF BANKPOS
                 " " NAME OF BANKPOS (1:35)
         DISPLAY "PFCCAM7 -     " VERWENDUNG OF BANKPOS (1:70)
         PERFORM S970-FETCH-UNBEK-CURSOR
     END-PERFORM
     PERFORM S980-CLOSE-UNBEK-CURSOR
     MOVE ZERO TO W-SQLCODE-FLAG
     .
 B300-99.
     EXIT.

******************************************************************
* Nicht zuordenbare Buchung von Hand einem Posten zuordnen
******************************************************************
 B400-ZUORDNEN SECTION.
 B400-00.
     PERFORM S370-SELECT-BANKPOS
     IF  W-ENDE
         EXIT SECTION
     END-IF
     IF  KZ-STATUS OF BANKPOS NOT = "U"
         DISPLAY "PFCCAM7 - !!! Buchung " W-BANKREF
                 " ist bereits zugeordnet (ROUTKZ "
                 ROUTKZ OF BANKPOS " ABRTAG " ABRTAG OF BANKPOS ")"
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

     MOVE W-ROUTKZ             TO W-P-ROUTKZ
     MOVE W-ABRTAG             TO W-P-ABRTAG
     MOVE W-BANKREF            TO W-P-REF
     MOVE BETRAG  OF BANKPOS   TO W-P-BETRAG
     MOVE BUCHTAG OF BANKPOS   TO W-P-BUCHTAG
     MOVE KZ-SOLL-HABEN OF BANKPOS
                               TO W-P-KZ
     PERFORM S340-SELECT-ZAHLERW
     IF  W-ENDE
         EXIT SECTION
     END-IF
     IF  W-ZAHLERW-FEHLT
         DISPLAY "PFCCAM7 - !!! kein Posten fuer ROUTKZ "
                 W-ROUTKZ " ABRTAG " W-ABRTAG
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

     PERFORM U100-BEGIN
     PERFORM C310-ZAHLUNG-ANWENDEN
     IF  NOT W-ENDE
         PERFORM S375-UPDATE-BANKPOS
     END-IF
     IF  W-ENDE
         PERFORM U120-ROLLBACK
     ELSE
         PERFORM U110-COMMIT
         ADD 1 TO W-ANZ-ZUGEORDNET
     END-IF
     .
 B400-99.
     EXIT.

******************************************************************
* Posten eines ROUTKZ anlegen; ein Wiederholungslauf rechnet
* ihn neu, solange noch keine Zahlung darauf gebucht ist
******************************************************************
 C100-SOLL-SCHREIBEN SECTION.
 C100-00.
     PERFORM S320-SUMME-FEEREC
     PERFORM S325-SUMME-DISPUTE
     PERFORM S305-SELECT-ASBANK-ZIEL
     IF  W-ENDE
         EXIT SECTION
     END-IF
     PERFORM U300-FAELLIG-ERMITTELN

     COMPUTE W-SOLL-BETRAG = W-SUM-UMSATZ
                           - W-SUM-GUTSCHRIFT
                           - W-SUM-STORNO
                           - W-SUM-GEBUEHR
                           - W-SUM-CHARGEBACK

     PERFORM S330-INSERT-ZAHLERW
     IF  NOT W-ENDE
         ADD 1 TO W-ANZ-SOLL
         MOVE W-SOLL-BETRAG TO W-BETRAG-DISP
         DISPLAY "PFCCAM7 - Posten ROUTKZ " W-ALT-ROUTKZ
                 " ABRTAG " W-ABRTAG " Soll " W-BETRAG-DISP
                 " faellig " W-FAELLIG
     END-IF

     MOVE ZEROS TO W-SUM-UMSATZ
                   W-SUM-GUTSCHRIFT
                   W-SUM-STORNO
                   W-SUM-GEBUEHR
                   W-SUM-CHARGEBACK
     .
 C100-99.
     EXIT.

******************************************************************
* Eine Zeile des Auszugs auswerten: Beginn und Ende einer
* Buchung erkennen und ihre Felder einsammeln
******************************************************************
 C200-ZEILE-AUSWERTEN SECTION.
 C200-00.
     MOVE "<Ntry>" TO W-TAG
     MOVE 6        TO W-TAG-LAENGE
     PERFORM C900-TAG-SUCHEN
     IF  W-TAG-POS > ZERO
         PERFORM C210-POSTEN-LOESCHEN
         SET W-IN-NTRY TO TRUE
     END-IF
     IF  W-AUSSERHALB-NTRY
         EXIT SECTION
     END-IF

**  ---> Betrag: nur der erste Amt der Buchung (nicht TxDtls)
     IF  NOT W-P-BETRAG-DA
         MOVE "<Amt "  TO W-TAG
         MOVE 5        TO W-TAG-LAENGE
         PERFORM C900-TAG-SUCHEN
         IF  W-TAG-POS > ZERO
             PERFORM C910-WERT-HOLEN
             PERFORM C920-BETRAG-WANDELN
             SET W-P-BETRAG-DA TO TRUE
         END-IF
     END-IF

     IF  W-P-KZ = SPACES
         MOVE "<CdtDbtInd>" TO W-TAG
         MOVE 11       TO W-TAG-LAENGE
         PERFORM C900-TAG-SUCHEN
         IF  W-TAG-POS > ZERO
             PERFORM C910-WERT-HOLEN
             MOVE W-WERT (1:4) TO W-P-KZ
         END-IF
     END-IF

     IF  W-P-REF = SPACES
         MOVE "<AcctSvcrRef>" TO W-TAG
         MOVE 13       TO W-TAG-LAENGE
         PERFORM C900-TAG-SUCHEN
         IF  W-TAG-POS > ZERO
             PERFORM C910-WERT-HOLEN
             MOVE W-WERT TO W-P-REF
         END-IF
     END-IF

**  ---> Buchungs- und Valutatag
     MOVE "<BookgDt>" TO W-TAG
     MOVE 9        TO W-TAG-LAENGE
     PERFORM C900-TAG-SUCHEN
     IF  W-TAG-POS > ZERO
         SET W-IN-BUCHTAG TO TRUE
     END-IF
     MOVE "<ValDt>" TO W-TAG
     MOVE 7        TO W-TAG-LAENGE
     PERFORM C900-TAG-SUCHEN
     IF  W-TAG-POS > ZERO
         SET W-IN-VALUTA TO TRUE
     END-IF
     IF  NOT W-IN-KEINEM-DATUM
         MOVE "<Dt>"   TO W-TAG
         MOVE 4        TO W-TAG-LAENGE
         PERFORM C900-TAG-SUCHEN
         IF  W-TAG-POS > ZERO
             PERFORM C910-WERT-HOLEN
             IF  W-IN-BUCHTAG
             AND W-P-BUCHTAG = SPACES
                 MOVE W-WERT (1:10) TO W-P-BUCHTAG
             END-IF
             IF  W-IN-VALUTA
             AND W-P-VALUTA = SPACES
                 MOVE W-WERT (1:10) TO W-P-VALUTA
             END-IF
         END-IF
     END-IF
     MOVE "</BookgDt>" TO W-TAG
     MOVE 10       TO W-TAG-LAENGE
     PERFORM C900-TAG-SUCHEN
     IF  W-TAG-POS > ZERO
         SET W-IN-KEINEM-DATUM TO TRUE
     END-IF
     MOVE "</ValDt>" TO W-TAG
     MOVE 8        TO W-TAG-LAENGE
     PERFORM C900-TAG-SUCHEN
     IF  W-TAG-POS > ZERO
         SET W-IN-KEINEM-DATUM TO TRUE
     END-IF

**  ---> Zahler/Empfaenger: Name
     MOVE "<Dbtr>" TO W-TAG
     MOVE 6        TO W-TAG-LAENGE
     PERFORM C900-TAG-SUCHEN
     IF  W-TAG-POS > ZERO
         SET W-IN-DBTR TO TRUE
     END-IF
     MOVE "<Cdtr>" TO W-TAG
     MOVE 6        TO W-TAG-LAENGE
     PERFORM C900-TAG-SUCHEN
     IF  W-TAG-POS > ZERO
         SET W-IN-CDTR TO TRUE
     END-IF
     IF  NOT W-IN-KEINER-PARTEI
         MOVE "<Nm>"   TO W-TAG
         MOVE 4        TO W-TAG-LAENGE
         PERFORM C900-TAG-SUCHEN
         IF  W-TAG-POS > ZERO
             PERFORM C910-WERT-HOLEN
             IF  W-IN-DBTR
             AND W-P-DBTR-NAME = SPACES
                 MOVE W-WERT TO W-P-DBTR-NAME
             END-IF
             IF  W-IN-CDTR
             AND W-P-CDTR-NAME = SPACES
                 MOVE W-WERT TO W-P-CDTR-NAME
             END-IF
         END-IF
     END-IF
     MOVE "</Dbtr>" TO W-TAG
     MOVE 7        TO W-TAG-LAENGE
     PERFORM C900-TAG-SUCHEN
     IF  W-TAG-POS > ZERO
         SET W-IN-KEINER-PARTEI TO TRUE
     END-IF
     MOVE "</Cdtr>" TO W-TAG
     MOVE 7        TO W-TAG-LAENGE
     PERFORM C900-TAG-SUCHEN
     IF  W-TAG-POS > ZERO
         SET W-IN-KEINER-PARTEI TO TRUE
     END-IF

**  ---> Zahler/Empfaenger: Konto
     MOVE "<DbtrAcct>" TO W-TAG
     MOVE 10       TO W-TAG-LAENGE
     PERFORM C900-TAG-SUCHEN
     IF  W-TAG-POS > ZERO
         SET W-IN-DBTR-KONTO TO TRUE
     END-IF
     MOVE "<CdtrAcct>" TO W-TAG
     MOVE 10       TO W-TAG-LAENGE
     PERFORM C900-TAG-SUCHEN
     IF  W-TAG-POS > ZERO
         SET W-IN-CDTR-KONTO TO TRUE
     END-IF
     IF  NOT W-IN-KEINEM-KONTO
         MOVE "<IBAN>" TO W-TAG
         MOVE 6        TO W-TAG-LAENGE
         PERFORM C900-TAG-SUCHEN
         IF  W-TAG-POS > ZERO
             PERFORM C910-WERT-HOLEN
             IF  W-IN-DBTR-KONTO
             AND W-P-DBTR-IBAN = SPACES
                 MOVE W-WERT TO W-P-DBTR-IBAN
             END-IF
             IF  W-IN-CDTR-KONTO
             AND W-P-CDTR-IBAN = SPACES
                 MOVE W-WERT TO W-P-CDTR-IBAN
             END-IF
         END-IF
     END-IF
     MOVE "</DbtrAcct>" TO W-TAG
     MOVE 11       TO W-TAG-LAENGE
     PERFORM C900-TAG-SUCHEN
     IF  W-TAG-POS > ZERO
         SET W-IN-KEINEM-KONTO TO TRUE
     END-IF
     MOVE "</CdtrAcct>" TO W-TAG
     MOVE 11       TO W-TAG-LAENGE
     PERFORM C900-TAG-SUCHEN
     IF  W-TAG-POS > ZERO
         SET W-IN-KEINEM-KONTO TO TRUE
     END-IF

**  ---> Verwendungszweck (erste Zeile)
     IF  W-P-VERWENDUNG = SPACES
         MOVE "<Ustrd>" TO W-TAG
         MOVE 7        TO W-TAG-LAENGE
         PERFORM C900-TAG-SUCHEN
         IF  W-TAG-POS > ZERO
             PERFORM C910-WERT-HOLEN
             MOVE W-WERT TO W-P-VERWENDUNG
         END-IF
     END-IF

     MOVE "</Ntry>" TO W-TAG
     MOVE 7        TO W-TAG-LAENGE
     PERFORM C900-TAG-SUCHEN
     IF  W-TAG-POS > ZERO
         PERFORM C300-POSTEN-VERARBEITEN
         SET W-AUSSERHALB-NTRY TO TRUE
     END-IF
     .
 C200-99.
     EXIT.

******************************************************************
* Felder einer neuen Buchung zuruecksetzen
******************************************************************
 C210-POSTEN-LOESCHEN SECTION.
 C210-00.
     MOVE SPACES TO W-POSTEN
     MOVE ZERO   TO W-P-BETRAG-FLAG
     MOVE ZEROS  TO W-P-BETRAG
                    W-P-CENT
     SET W-IN-KEINEM-DATUM  TO TRUE
     SET W-IN-KEINER-PARTEI TO TRUE
     SET W-IN-KEINEM-KONTO  TO TRUE
     .
 C210-99.
     EXIT.

******************************************************************
* Eine Buchung des Auszugs verarbeiten: in =BANKPOS ablegen,
* Acquirer und Abrechnungstag bestimmen, Posten fortschreiben
******************************************************************
 C300-POSTEN-VERARBEITEN SECTION.
 C300-00.
**  ---> Vorpruefung: nur zaehlen
     IF  W-PRUEFLAUF
         ADD 1        TO W-FR-ANZ
         ADD W-P-CENT TO W-FR-PRUEFSUMME
         EXIT SECTION
     END-IF

     ADD 1 TO W-ANZ-POSTEN
     IF  W-P-BUCHTAG = SPACES
         MOVE W-DATUM TO W-P-BUCHTAG
     END-IF
     IF  W-P-REF = SPACES
         STRING  "CAMT-" W-DATUM "-" W-ANZ-POSTEN
                     DELIMITED BY SIZE
           INTO  W-P-REF
         END-STRING
     END-IF

**  ---> Gutschrift: Gegenpartei ist der Zahler, Lastschrift
**  ---> (Rueckbuchung des Acquirers): der Empfaenger
     IF  W-P-SOLL
         COMPUTE W-P-BETRAG = ZERO - W-P-BETRAG
         MOVE W-P-CDTR-IBAN TO W-P-IBAN
         MOVE W-P-CDTR-NAME TO W-P-NAME
     ELSE
         MOVE W-P-DBTR-IBAN TO W-P-IBAN
         MOVE W-P-DBTR-NAME TO W-P-NAME
     END-IF

     PERFORM S300-SELECT-ASBANK-IBAN
     IF  W-ENDE
         EXIT SECTION
     END-IF
**  ---> Lastschriften Dritter (Kontofuehrung o.ae.) gehoeren nicht
**  ---> in die Acquirer-Kontrolle
     IF  W-AS-FREMD
     AND W-P-SOLL
         ADD 1 TO W-ANZ-FREMD
         EXIT SECTION
     END-IF

     MOVE SPACES TO W-P-ABRTAG
     IF  W-AS-BEKANNT
         PERFORM C330-ABRTAG-SUCHEN
         IF  W-P-ABRTAG NOT = SPACES
             PERFORM S340-SELECT-ZAHLERW
             IF  W-ZAHLERW-FEHLT
                 MOVE SPACES TO W-P-ABRTAG
             END-IF
         END-IF
         IF  W-P-ABRTAG = SPACES
         AND NOT W-ENDE
             PERFORM S345-SUCHE-ZAHLERW-BETRAG
             IF  W-P-ABRTAG NOT = SPACES
                 PERFORM S340-SELECT-ZAHLERW
                 IF  W-ZAHLERW-FEHLT
                     MOVE SPACES TO W-P-ABRTAG
                 END-IF
             END-IF
         END-IF
     END-IF
     IF  W-ENDE
         EXIT SECTION
     END-IF

     IF  W-P-ABRTAG = SPACES
         MOVE "U" TO W-P-STATUS
     ELSE
         MOVE "Z" TO W-P-STATUS
     END-IF

     PERFORM U100-BEGIN
     PERFORM S350-INSERT-BANKPOS
     IF  W-BANKPOS-DOPPELT
     OR  W-ENDE
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF

     IF  W-P-STATUS = "Z"
         PERFORM C310-ZAHLUNG-ANWENDEN
         ADD 1 TO W-ANZ-ZUGEORDNET
     ELSE
         ADD 1 TO W-ANZ-UNBEKANNT
         MOVE W-P-BETRAG TO W-BETRAG-DISP
         DISPLAY "PFCCAM7 - NICHT ZUGEORDNET: " W-P-REF
                 " " W-P-BUCHTAG " " W-BETRAG-DISP
                 " ROUTKZ " W-P-ROUTKZ " " W-P-NAME (1:35)
     END-IF

     IF  W-ENDE
         PERFORM U120-ROLLBACK
     ELSE
         PERFORM U110-COMMIT
     END-IF
     .
 C300-99.
     EXIT.

******************************************************************
* Zahlung auf den Posten (ZAHLERW gelesen) buchen und das
* Ergebnis melden: ausgeglichen, kurz-, ueberzahlt, verspaetet
******************************************************************
 C310-ZAHLUNG-ANWENDEN SECTION.
 C310-00.
     COMPUTE W-NEU-IST = IST-BETRAG OF ZAHLERW + W-P-BETRAG
     COMPUTE W-DIFF    = W-NEU-IST - SOLL-BETRAG OF ZAHLERW
     IF  W-DIFF < ZERO
         COMPUTE W-DIFF-ABS = ZERO - W-DIFF
     ELSE
         MOVE W-DIFF TO W-DIFF-ABS
     END-IF

     MOVE SOLL-BETRAG OF ZAHLERW TO W-BETRAG-DISP
     MOVE W-NEU-IST              TO W-BETRAG-DISP2
     MOVE W-DIFF                 TO W-BETRAG-DISP3
     EVALUATE TRUE
         WHEN W-DIFF-ABS NOT > W-TOLERANZ-EUR
                     MOVE "B" TO W-NEU-STATUS
                     ADD 1 TO W-ANZ-AUSGEGLICHEN
         WHEN W-DIFF < ZERO
                     MOVE "K" TO W-NEU-STATUS
                     ADD 1 TO W-ANZ-KURZ
                     DISPLAY "PFCCAM7 - KURZZAHLUNG: ROUTKZ "
                             W-P-ROUTKZ " ABRTAG " W-P-ABRTAG
                             " Soll " W-BETRAG-DISP
                             " Ist " W-BETRAG-DISP2
                             " Diff " W-BETRAG-DISP3
         WHEN OTHER
                     MOVE "U" TO W-NEU-STATUS
                     ADD 1 TO W-ANZ-UEBER
                     DISPLAY "PFCCAM7 - UEBERZAHLUNG: ROUTKZ "
                             W-P-ROUTKZ " ABRTAG " W-P-ABRTAG
                             " Soll " W-BETRAG-DISP
                             " Ist " W-BETRAG-DISP2
                             " Diff " W-BETRAG-DISP3
     END-EVALUATE

**  ---> verspaetet: Gutschrift nach dem Faelligkeitstag
     MOVE KZ-SPAET OF ZAHLERW TO W-NEU-SPAET
     IF  W-P-HABEN
     AND W-P-BUCHTAG > FAELLIG OF ZAHLERW
         MOVE "J" TO W-NEU-SPAET
         ADD 1 TO W-ANZ-SPAET
         DISPLAY "PFCCAM7 - VERSPAETET: ROUTKZ " W-P-ROUTKZ
                 " ABRTAG " W-P-ABRTAG " faellig "
                 FAELLIG OF ZAHLERW " gebucht " W-P-BUCHTAG
     END-IF

     PERFORM S360-UPDATE-ZAHLERW
     .
 C310-99.
     EXIT.

******************************************************************
* Abrechnungstag im Verwendungszweck suchen (JJJJ-MM-TT)
******************************************************************
 C330-ABRTAG-SUCHEN SECTION.
 C330-00.
     MOVE SPACES TO W-P-ABRTAG
     PERFORM VARYING W-I FROM 1 BY 1
             UNTIL   W-I > 131
             OR      W-P-ABRTAG NOT = SPACES
         IF  W-P-VERWENDUNG (W-I:4)     IS NUMERIC
         AND W-P-VERWENDUNG (W-I + 4:1) = "-"
         AND W-P-VERWENDUNG (W-I + 5:2) IS NUMERIC
         AND W-P-VERWENDUNG (W-I + 7:1) = "-"
         AND W-P-VERWENDUNG (W-I + 8:2) IS NUMERIC
             MOVE W-P-VERWENDUNG (W-I:10) TO W-P-ABRTAG
         END-IF
     END-PERFORM
     .
 C330-99.
     EXIT.

******************************************************************
* Element W-TAG (Laenge W-TAG-LAENGE) in der Zeile suchen;
* W-TAG-POS = Fundstelle, 0 = nicht vorhanden
******************************************************************
 C900-TAG-SUCHEN SECTION.
 C900-00.
     MOVE ZERO TO W-TAG-POS
     PERFORM VARYING W-I FROM 1 BY 1
             UNTIL   W-I > 513 - W-TAG-LAENGE
             OR      W-TAG-POS > ZERO
         IF  CAM-SATZ (W-I:W-TAG-LAENGE) = W-TAG (1:W-TAG-LAENGE)
             MOVE W-I TO W-TAG-POS
         END-IF
     END-PERFORM
     .
 C900-99.
     EXIT.

******************************************************************
* Inhalt des gefundenen Elements (zwischen ">" und "<") holen
******************************************************************
 C910-WERT-HOLEN SECTION.
 C910-00.
     MOVE SPACES TO W-WERT
     MOVE ZEROS  TO W-WERT-VON
                    W-WERT-BIS
     PERFORM VARYING W-I FROM W-TAG-POS BY 1
             UNTIL   W-I > 512
             OR      W-WERT-VON > ZERO
         IF  CAM-SATZ (W-I:1) = ">"
             COMPUTE W-WERT-VON = W-I + 1
         END-IF
     END-PERFORM
     IF  W-WERT-VON = ZERO
     OR  W-WERT-VON > 512
         EXIT SECTION
     END-IF
     PERFORM VARYING W-I FROM W-WERT-VON BY 1
             UNTIL   W-I > 512
             OR      W-WERT-BIS > ZERO
         IF  CAM-SATZ (W-I:1) = "<"
             COMPUTE W-WERT-BIS = W-I - 1
         END-IF
     END-PERFORM
     IF  W-WERT-BIS = ZERO
         MOVE 512 TO W-WERT-BIS
     END-IF
     IF  W-WERT-BIS < W-WERT-VON
         EXIT SECTION
     END-IF
     COMPUTE W-WERT-LAENGE = W-WERT-BIS - W-WERT-VON + 1
     IF  W-WERT-LAENGE > 140
         MOVE 140 TO W-WERT-LAENGE
     END-IF
     MOVE CAM-SATZ (W-WERT-VON:W-WERT-LAENGE) TO W-WERT
     .
 C910-99.
     EXIT.

******************************************************************
* Betrag mit Dezimalpunkt (z.B. "1234.5") nach W-P-CENT und
* W-P-BETRAG wandeln
******************************************************************
 C920-BETRAG-WANDELN SECTION.
 C920-00.
     MOVE ZEROS TO W-CENT
                   W-NACHKOMMA
                   W-PUNKT-FLAG
     PERFORM VARYING W-I FROM 1 BY 1
             UNTIL   W-I > 20
             OR      W-WERT (W-I:1) = SPACE
         EVALUATE TRUE
             WHEN W-WERT (W-I:1) = "."
                         SET W-PUNKT-DA TO TRUE
             WHEN W-WERT (W-I:1) IS NUMERIC
                         IF  NOT W-PUNKT-DA
                         OR  W-NACHKOMMA < 2
                             MOVE W-WERT (W-I:1) TO W-ZIFFER
                             COMPUTE W-CENT = W-CENT * 10 + W-ZIFFER
                             IF  W-PUNKT-DA
                                 ADD 1 TO W-NACHKOMMA
                             END-IF
                         END-IF
             WHEN OTHER  CONTINUE
         END-EVALUATE
     END-PERFORM
     EVALUATE W-NACHKOMMA
         WHEN 0      COMPUTE W-CENT = W-CENT * 100
         WHEN 1      COMPUTE W-CENT = W-CENT * 10
         WHEN OTHER  CONTINUE
     END-EVALUATE
     MOVE W-CENT TO W-P-CENT
     COMPUTE W-P-BETRAG = W-CENT / 100
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
                     DISPLAY "PFCCAM7 - Parameter fehlt: "
                             STUP-PORTION
                     SET W-ENDE TO TRUE
         WHEN OTHER  CONTINUE
     END-EVALUATE
     .
 P950-99.
     EXIT.

******************************************************************
* Ist der Auszug schon im Register? (gleicher logischer Name,
* Tag, Zahl der Buchungen und Pruefzahl)
******************************************************************
 S270-SELECT-FILEREG SECTION.
 S270-00.
     MOVE ZERO TO W-FILEREG-FLAG

     EXEC SQL
         SELECT  ANZ_SAETZE
           INTO :W-FR-ANZ-REG
           FROM  =FILEREG
          WHERE  DATEINAME  = "CAMTIN"
            AND  ROUTKZ     = 0
            AND  DATUM      = :W-DATUM
            AND  ANZ_SAETZE = :W-FR-ANZ
            AND  PRUEFSUMME = :W-FR-PRUEFSUMME
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-FR-DUPLIKAT TO TRUE
         WHEN 100    SET W-FR-NEU      TO TRUE
         WHEN OTHER  SET W-FR-NOK      TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S270-99.
     EXIT.

******************************************************************
* Verarbeiteten Auszug registrieren
******************************************************************
 S275-INSERT-FILEREG SECTION.
 S275-00.
     PERFORM U100-BEGIN
     EXEC SQL
         INSERT
           INTO  =FILEREG
                 ( DATEINAME, ROUTKZ, DATUM
                 , ANZ_SAETZE, PRUEFSUMME, ZPINS )
         VALUES  (
                  "CAMTIN"
                 ,0
                 ,:W-DATUM
                 ,:W-FR-ANZ
                 ,:W-FR-PRUEFSUMME
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   PERFORM U110-COMMIT
         WHEN -8227  PERFORM U110-COMMIT
         WHEN OTHER  PERFORM U120-ROLLBACK
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S275-99.
     EXIT.

******************************************************************
* Acquirer zum Konto der Gegenpartei
******************************************************************
 S300-SELECT-ASBANK-IBAN SECTION.
 S300-00.
     MOVE ZERO  TO W-AS-FLAG
     MOVE ZEROS TO W-P-ROUTKZ
     IF  W-P-IBAN = SPACES
         SET W-AS-FREMD TO TRUE
         EXIT SECTION
     END-IF

     EXEC SQL
         SELECT  ROUTKZ
           INTO :W-P-ROUTKZ
           FROM  =ASBANK
          WHERE  IBAN = :W-P-IBAN
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-AS-BEKANNT TO TRUE
         WHEN 100    SET W-AS-FREMD   TO TRUE
         WHEN OTHER  SET W-AS-FREMD   TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S300-99.
     EXIT.

******************************************************************
* Zahlungsziel des Acquirers in Tagen (Default 2)
******************************************************************
 S305-SELECT-ASBANK-ZIEL SECTION.
 S305-00.
     MOVE 2 TO W-ZAHLZIEL

     EXEC SQL
         SELECT  ZAHLUNGSZIEL
           INTO :W-ZAHLZIEL
           FROM  =ASBANK
          WHERE  ROUTKZ = :W-ALT-ROUTKZ
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    MOVE 2 TO W-ZAHLZIEL
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S305-99.
     EXIT.

******************************************************************
* Gebuehren des Tages nach eigenem Tarif (PFCFEE7)
******************************************************************
 S320-SUMME-FEEREC SECTION.
 S320-00.
     MOVE ZEROS TO W-SUM-GEBUEHR

     EXEC SQL
         SELECT  SUM(GEBUEHR)
           INTO :W-SUM-GEBUEHR
           FROM  =FEEREC
          WHERE  ROUTKZ = :W-ALT-ROUTKZ
            AND  DATUM  = :W-ABRTAG
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    MOVE ZEROS TO W-SUM-GEBUEHR
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S320-99.
     EXIT.

******************************************************************
* Chargebacks des Tages (am Abrechnungstag eroeffnete Faelle;
* gewonnene Faelle fliessen nicht ein)
******************************************************************
 S325-SUMME-DISPUTE SECTION.
 S325-00.
     MOVE ZEROS TO W-SUM-CHARGEBACK

     EXEC SQL
         SELECT  SUM(BETRAG)
           INTO :W-SUM-CHARGEBACK
           FROM  =DISPUTE
          WHERE  ROUTKZ     = :W-ALT-ROUTKZ
            AND  ZPINS     >= :W-ZP-VON
            AND  ZPINS     <= :W-ZP-BIS
            AND  KZ_STATUS <> "G"
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    MOVE ZEROS TO W-SUM-CHARGEBACK
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S325-99.
     EXIT.

******************************************************************
* Posten anlegen
******************************************************************
 S330-INSERT-ZAHLERW SECTION.
 S330-00.
     PERFORM U100-BEGIN
     EXEC SQL
         INSERT
           INTO  =ZAHLERW
                 ( ROUTKZ, ABRTAG, UMSATZ, GUTSCHRIFT, STORNO
                 , GEBUEHR, CHARGEBACK, SOLL_BETRAG, IST_BETRAG
                 , KZ_STATUS, FAELLIG, BUCHTAG, KZ_SPAET
                 , ZPINS, ZPUPD )
         VALUES  (
                  :W-ALT-ROUTKZ
                 ,:W-ABRTAG
                 ,:W-SUM-UMSATZ
                 ,:W-SUM-GUTSCHRIFT
                 ,:W-SUM-STORNO
                 ,:W-SUM-GEBUEHR
                 ,:W-SUM-CHARGEBACK
                 ,:W-SOLL-BETRAG
                 ,0
                 ,"O"
                 ,:W-FAELLIG
                 ," "
                 ,"N"
                 ,current  YEAR TO FRACTION(2)
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   PERFORM U110-COMMIT
**      ---> Wiederholungslauf: Posten neu rechnen
         WHEN -8227  PERFORM S335-UPDATE-ZAHLERW-SOLL
         WHEN OTHER  PERFORM U120-ROLLBACK
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S330-99.
     EXIT.

******************************************************************
* Vorhandenen Posten neu rechnen, solange nichts gezahlt ist
* (innerhalb der von S330 geoeffneten Transaktion)
******************************************************************
 S335-UPDATE-ZAHLERW-SOLL SECTION.
 S335-00.
     EXEC SQL
         UPDATE  =ZAHLERW
            SET  UMSATZ      = :W-SUM-UMSATZ
               , GUTSCHRIFT  = :W-SUM-GUTSCHRIFT
               , STORNO      = :W-SUM-STORNO
               , GEBUEHR     = :W-SUM-GEBUEHR
               , CHARGEBACK  = :W-SUM-CHARGEBACK
               , SOLL_BETRAG = :W-SOLL-BETRAG
               , FAELLIG     = :W-FAELLIG
               , ZPUPD       = CURRENT
          WHERE  ROUTKZ     = :W-ALT-ROUTKZ
            AND  ABRTAG     = :W-ABRTAG
            AND  IST_BETRAG = 0
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   PERFORM U110-COMMIT
         WHEN 100    PERFORM U110-COMMIT
                     DISPLAY "PFCCAM7 - Posten ROUTKZ "
                             W-ALT-ROUTKZ " ABRTAG " W-ABRTAG
                             " hat bereits Zahlungen - "
                             "bleibt unveraendert"
         WHEN OTHER  PERFORM U120-ROLLBACK
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S335-99.
     EXIT.

******************************************************************
* Posten zu ROUTKZ/ABRTAG der Buchung lesen
******************************************************************
 S340-SELECT-ZAHLERW SECTION.
 S340-00.
     MOVE ZERO TO W-ZAHLERW-FLAG

     EXEC SQL
         SELECT  SOLL_BETRAG, IST_BETRAG, KZ_STATUS, FAELLIG
               , KZ_SPAET
           INTO :SOLL-BETRAG of ZAHLERW
               ,:IST-BETRAG  of ZAHLERW
               ,:KZ-STATUS   of ZAHLERW
               ,:FAELLIG     of ZAHLERW
               ,:KZ-SPAET    of ZAHLERW
           FROM  =ZAHLERW
          WHERE  ROUTKZ = :W-P-ROUTKZ
            AND  ABRTAG = :W-P-ABRTAG
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-ZAHLERW-DA    TO TRUE
         WHEN 100    SET W-ZAHLERW-FEHLT TO TRUE
         WHEN OTHER  SET W-ZAHLERW-FEHLT TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S340-99.
     EXIT.

******************************************************************
* Ohne Datum im Verwendungszweck: aeltester offener Posten des
* Acquirers, dessen Restbetrag genau der Zahlung entspricht
******************************************************************
 S345-SUCHE-ZAHLERW-BETRAG SECTION.
 S345-00.
     MOVE SPACES TO W-P-ABRTAG

     EXEC SQL
         OPEN BETRAG_CURS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

     EXEC SQL
         FETCH BETRAG_CURS
          INTO :W-P-ABRTAG
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    MOVE SPACES TO W-P-ABRTAG
         WHEN OTHER  MOVE SPACES TO W-P-ABRTAG
                     PERFORM Z002-PROGERR
     END-EVALUATE

     EXEC SQL
         CLOSE BETRAG_CURS
     END-EXEC
     .
 S345-99.
     EXIT.

******************************************************************
* Buchung ablegen (BANKREF eindeutig: ein schon eingelesener
* Auszug wird nicht noch einmal gebucht)
******************************************************************
 S350-INSERT-BANKPOS SECTION.
 S350-00.
     MOVE ZERO TO W-BANKPOS-FLAG

     EXEC SQL
         INSERT
           INTO  =BANKPOS
                 ( BANKREF, AUSZUGSTAG, BUCHTAG, VALUTA, BETRAG
                 , KZ_SOLL_HABEN, IBAN, NAME, VERWENDUNG
                 , ROUTKZ, ABRTAG, KZ_STATUS, ZPINS, ZPUPD )
         VALUES  (
                  :W-P-REF
                 ,:W-DATUM
                 ,:W-P-BUCHTAG
                 ,:W-P-VALUTA
                 ,:W-P-BETRAG
                 ,:W-P-KZ
                 ,:W-P-IBAN
                 ,:W-P-NAME
                 ,:W-P-VERWENDUNG
                 ,:W-P-ROUTKZ
                 ,:W-P-ABRTAG
                 ,:W-P-STATUS
                 ,current  YEAR TO FRACTION(2)
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN -8227  SET W-BANKPOS-DOPPELT TO TRUE
                     ADD 1 TO W-ANZ-DOPPELT
                     DISPLAY "PFCCAM7 - Buchung " W-P-REF
                             " bereits eingelesen"
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S350-99.
     EXIT.

******************************************************************
* Zahlung am Posten fortschreiben
******************************************************************
 S360-UPDATE-ZAHLERW SECTION.
 S360-00.
     EXEC SQL
         UPDATE  =ZAHLERW
            SET  IST_BETRAG = :W-NEU-IST
               , KZ_STATUS  = :W-NEU-STATUS
               , KZ_SPAET   = :W-NEU-SPAET
               , BUCHTAG    = :W-P-BUCHTAG
               , ZPUPD      = CURRENT
          WHERE  ROUTKZ = :W-P-ROUTKZ
            AND  ABRTAG = :W-P-ABRTAG
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S360-99.
     EXIT.

******************************************************************
* Buchung zur Referenz lesen (FUNKTION ZUORDNEN)
******************************************************************
 S370-SELECT-BANKPOS SECTION.
 S370-00.
     EXEC SQL
         SELECT  BUCHTAG, BETRAG, KZ_SOLL_HABEN, ROUTKZ
               , ABRTAG, KZ_STATUS
           INTO :BUCHTAG       of BANKPOS
               ,:BETRAG        of BANKPOS
               ,:KZ-SOLL-HABEN of BANKPOS
               ,:ROUTKZ        of BANKPOS
               ,:ABRTAG        of BANKPOS
               ,:KZ-STATUS     of BANKPOS
           FROM  =BANKPOS
          WHERE  BANKREF = :W-BANKREF
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    DISPLAY "PFCCAM7 - !!! Buchung " W-BANKREF
                             " nicht vorhanden"
                     SET W-ENDE TO TRUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S370-99.
     EXIT.

******************************************************************
* Buchung als von Hand zugeordnet kennzeichnen
******************************************************************
 S375-UPDATE-BANKPOS SECTION.
 S375-00.
     EXEC SQL
         UPDATE  =BANKPOS
            SET  ROUTKZ    = :W-P-ROUTKZ
               , ABRTAG    = :W-P-ABRTAG
               , KZ_STATUS = "Z"
               , ZPUPD     = CURRENT
          WHERE  BANKREF   = :W-BANKREF
            AND  KZ_STATUS = "U"
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S375-99.
     EXIT.

******************************************************************
* Cursor Sollzahlung (=TXILOG70 je ROUTKZ)
******************************************************************
 S900-OPEN-SOLL-CURSOR SECTION.
 S900-00.
     EXEC SQL
         OPEN SOLL_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S900-99.
     EXIT.

 S910-FETCH-SOLL-CURSOR SECTION.
 S910-00.
     EXEC SQL
         FETCH SOLL_CURS
          INTO :ROUTKZ     of TXILOG70
              ,:ISONTYP    of TXILOG70
              ,:KZ-UMSATZ  of TXILOG70
              ,:W-SOLL-TEIL
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

 S920-CLOSE-SOLL-CURSOR SECTION.
 S920-00.
     EXEC SQL
         CLOSE SOLL_CURS
     END-EXEC
     .
 S920-99.
     EXIT.

******************************************************************
* Cursor offene Posten (=ZAHLERW)
******************************************************************
 S930-OPEN-OP-CURSOR SECTION.
 S930-00.
     EXEC SQL
         OPEN OP_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S930-99.
     EXIT.

 S940-FETCH-OP-CURSOR SECTION.
 S940-00.
     EXEC SQL
         FETCH OP_CURS
          INTO :ROUTKZ      of ZAHLERW
              ,:ABRTAG      of ZAHLERW
              ,:SOLL-BETRAG of ZAHLERW
              ,:IST-BETRAG  of ZAHLERW
              ,:KZ-STATUS   of ZAHLERW
              ,:FAELLIG     of ZAHLERW
              ,:KZ-SPAET    of ZAHLERW
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

 S950-CLOSE-OP-CURSOR SECTION.
 S950-00.
     EXEC SQL
         CLOSE OP_CURS
     END-EXEC
     .
 S950-99.
     EXIT.

******************************************************************
* Cursor nicht zugeordnete Buchungen (=BANKPOS)
******************************************************************
 S960-OPEN-UNBEK-CURSOR SECTION.
 S960-00.
     EXEC SQL
         OPEN UNBEK_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S960-99.
     EXIT.

 S970-FETCH-UNBEK-CURSOR SECTION.
 S970-00.
     EXEC SQL
         FETCH UNBEK_CURS
          INTO :BANKREF    of BANKPOS
              ,:BUCHTAG    of BANKPOS
              ,:BETRAG     of BANKPOS
              ,:ROUTKZ     of BANKPOS
              ,:NAME       of BANKPOS
              ,:VERWENDUNG of BANKPOS
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

 S980-CLOSE-UNBEK-CURSOR SECTION.
 S980-00.
     EXEC SQL
         CLOSE UNBEK_CURS
     END-EXEC
     .
 S980-99.
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
         WHEN OTHER  DISPLAY "PFCCAM7 - =BATCHRUN nicht "
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
               , ANZ       = :W-ANZ-ZUGEORDNET
               , ZP_ENDE   = CURRENT
          WHERE  DATUM    = :W-RUN-DATUM
            AND  PROGRAMM = :K-RUN-PROGRAMM
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         DISPLAY "PFCCAM7 - =BATCHRUN nicht fortschreibbar, "
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
* Faelligkeit: ABRTAG plus Zahlungsziel in Tagen (JJJJ-MM-TT)
******************************************************************
 U300-FAELLIG-ERMITTELN SECTION.
 U300-00.
     COMPUTE W-AKT-DATUM =
               (W-DAT-JJJJ * 10000)
             + (W-DAT-MM   * 100)
             +  W-DAT-TT
     COMPUTE W-AKT-INTEGER = FUNCTION INTEGER-OF-DATE (W-AKT-DATUM)
                           + W-ZAHLZIEL
     COMPUTE W-ZIEL-DATUM = FUNCTION DATE-OF-INTEGER (W-AKT-INTEGER)

     MOVE SPACES TO W-FAELLIG
     STRING  W-ZIEL-JJJJ "-"
             W-ZIEL-MM   "-"
             W-ZIEL-TT
                 DELIMITED BY SIZE
       INTO  W-FAELLIG
     END-STRING
     .
 U300-99.
     EXIT.

******************************************************************
* Allgemeine Fehlerbehandlung
******************************************************************
 Z002-PROGERR SECTION.
 Z002-00.
     DISPLAY "PFCCAM7 - SQL-Fehler, SQLCODE: " SQLCODE OF SQLCA
     SET W-ENDE TO TRUE
     .
 Z002-99.
     EXIT.
