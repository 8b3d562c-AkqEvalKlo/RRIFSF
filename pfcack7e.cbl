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

 PROGRAM-ID. PFCACK7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.01
* Kurzbeschreibung :: Verarbeitung der Quittungsdatei des AS zur
* Kurzbeschreibung :: Einreichungsdatei SUBOUT (PFCSUB7). Die
* Kurzbeschreibung :: Quittung (logischer Dateiname ACKIN) traegt
* Kurzbeschreibung :: im Vorsatz ROUTKZ, ABRTAG, Sendungsnummer
* Kurzbeschreibung :: und das Urteil ueber die ganze Datei, in den
* Kurzbeschreibung :: Einzelsaetzen das Urteil je Satznummer der
* Kurzbeschreibung :: Sendung. Jeder eingereichte Vorgang in
* Kurzbeschreibung :: =SUBPOS wird auf "A" (angenommen) bzw. "R"
* Kurzbeschreibung :: (abgelehnt, mit Grund) gesetzt; Vorgaenge
* Kurzbeschreibung :: ohne eigenen Quittungssatz folgen dem Urteil
* Kurzbeschreibung :: des Vorsatzes. Die Sendung in =SUBREG wird
* Kurzbeschreibung :: auf "Q" (quittiert) gesetzt, danach werden
* Kurzbeschreibung :: die abgelehnten Vorgaenge zur Neueinreichung
* Kurzbeschreibung :: gelistet.
* Kurzbeschreibung :: Vor der Verarbeitung wird die Datei einmal
* Kurzbeschreibung :: durchgelesen und die Satzanzahl gegen den
* Kurzbeschreibung :: Nachsatz geprueft; eine unvollstaendige,
* Kurzbeschreibung :: fremde (ROUTKZ) oder zu einer ueberholten
* Kurzbeschreibung :: bzw. schon quittierten Sendung gehoerende
* Kurzbeschreibung :: Quittung wird abgewiesen.
* Package          :: ICC
*
* Aenderungen
*
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.01|2026-10-15| kl  | Review:
*       |          |     | - Betrag der Ablehnungsliste mit Vorzeichen
*       |          |     |   (Stornos/Teilstornos kommen von PFCSUB7
*       |          |     |   negativ)
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-10-15| kl  | R7-527:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: Batch, je gelieferter Quittungsdatei
* Parameter   :: PARAM ROUTKZ <4-stellig>
* Satzaufbau  :: Vorsatz  H ROUTKZ(4) ABRTAG(10) SENDUNG(3)
*                         URTEIL(1, A/R) GRUND(4)
*                Einzel   D SATZNR(7) URTEIL(1, A/R) GRUND(4)
*                         TEXT(30)
*                Nachsatz T ANZ-EINZELSAETZE(7)
*
******************************************************************
* Uebersicht der SECTIONs:
*
* A100-STEUERUNG
*
* B000-VORLAUF
* B020-DATEI-PRUEFEN
* B090-ENDE
* B100-QUITTUNG-LESEN
* B200-RESTURTEIL
* B300-ABLEHNUNGEN-LISTEN
*
* C100-EINZELURTEIL
*
* P950-GETPARAMTEXT
*
* S200-SELECT-SUBREG
* S210-UPDATE-SUBREG
* S300-UPDATE-SUBPOS
* S310-UPDATE-SUBPOS-REST
* S320-COUNT-SUBPOS
* S900-OPEN-SUBPOS-CURSOR
* S910-FETCH-SUBPOS-CURSOR
* S920-CLOSE-SUBPOS-CURSOR
*
* S770-RUN-START
* S775-RUN-RESET
* S780-RUN-ENDE
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

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT ACK-DATEI         ASSIGN TO "ACKIN"
                              ORGANIZATION IS SEQUENTIAL
                              FILE STATUS IS ACK-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.

 FD  ACK-DATEI
     RECORD CONTAINS 80 CHARACTERS.
 01          ACK-SATZ.
     05      ACK-SATZART         PIC X(01).
     05      ACK-DATEN           PIC X(79).

**  ---> Vorsatz
 01          ACK-H-SATZ.
     05      FILLER              PIC X(01).
     05      ACKH-ROUTKZ         PIC 9(04).
     05      ACKH-ABRTAG         PIC X(10).
     05      ACKH-SENDUNG-NR     PIC 9(03).
     05      ACKH-URTEIL         PIC X(01).
     05      ACKH-GRUND          PIC X(04).
     05      FILLER              PIC X(57).

**  ---> Einzelsatz
 01          ACK-D-SATZ.
     05      FILLER              PIC X(01).
     05      ACKD-SATZNR         PIC 9(07).
     05      ACKD-URTEIL         PIC X(01).
     05      ACKD-GRUND          PIC X(04).
     05      ACKD-TEXT           PIC X(30).
     05      FILLER              PIC X(37).

**  ---> Nachsatz
 01          ACK-T-SATZ.
     05      FILLER              PIC X(01).
     05      ACKT-ANZ-EINZEL     PIC 9(07).
     05      FILLER              PIC X(72).

 WORKING-STORAGE SECTION.

 01          ACK-FILE-STATUS     PIC X(02).
          88 ACK-FILE-OK                     VALUE "00".

 01          W-ENDE-FLAG         PIC 9       VALUE ZERO.
     88      W-ENDE                          VALUE 1.

 01          W-SQLCODE-FLAG      PIC 9       VALUE ZERO.
     88      W-SQL-OK                        VALUE ZERO.
     88      W-SQL-EOD                       VALUE 1.
     88      W-SQL-NOK                       VALUE 9.

**  ---> Lauf-Registrierung in =BATCHRUN (Morgenpruefer RFCRUN7)
 01          K-RUN-PROGRAMM      PIC X(08)   VALUE "PFCACK7".
 01          W-RUN-DATUM         PIC X(10)   VALUE SPACES.
 01          W-RUN-STATUS        PIC X(01)   VALUE SPACE.

**  ---> Parameter und Daten aus dem Vorsatz
 01          W-ROUTKZ            PIC 9(04)   VALUE ZEROS.
 01          W-DATUM             PIC X(10)   VALUE SPACES.
 01          W-SENDUNG-NR        PIC 9(03)   VALUE ZEROS.
 01          W-URTEIL-DATEI      PIC X(01)   VALUE SPACE.
     88      W-DATEI-ANGENOMMEN              VALUE "A".
     88      W-DATEI-ABGELEHNT               VALUE "R".
 01          W-GRUND-DATEI       PIC X(04)   VALUE SPACES.

**  ---> Vorpruefung der Datei
 01          W-VORSATZ-FLAG      PIC 9       VALUE ZERO.
     88      W-VORSATZ-FEHLT                 VALUE ZERO.
     88      W-VORSATZ-DA                    VALUE 1.
 01          W-NACHSATZ-FLAG     PIC 9       VALUE ZERO.
     88      W-NACHSATZ-FEHLT                VALUE ZERO.
     88      W-NACHSATZ-DA                   VALUE 1.
 01          W-ANZ-LAUT-NACHSATZ PIC 9(07)   VALUE ZEROS.
 01          W-ANZ-EINZEL-DATEI  PIC 9(07)   VALUE ZEROS.

**  ---> Sendung laut =SUBREG
 01          W-REG-SENDUNG-NR    PIC 9(03)   VALUE ZEROS.
 01          W-REG-STATUS        PIC X(01)   VALUE SPACE.

**  ---> Urteil zum Einzelsatz
 01          W-SATZNR            PIC 9(07)   VALUE ZEROS.
 01          W-URTEIL            PIC X(01)   VALUE SPACE.
 01          W-GRUND             PIC X(04)   VALUE SPACES.
 01          W-URTEIL-FLAG       PIC 9       VALUE ZERO.
     88      W-URTEIL-GEBUCHT                VALUE ZERO.
     88      W-SATZ-UNBEKANNT                VALUE 1.

 77          W-ANZ-GELESEN       PIC 9(07)   VALUE ZERO.
 77          W-ANZ-UNBEKANNT     PIC 9(07)   VALUE ZERO.
 77          W-ANZ-UNGUELTIG     PIC 9(07)   VALUE ZERO.
 77          W-ANZ-ANGENOMMEN    PIC 9(07)   VALUE ZERO.
 77          W-ANZ-ABGELEHNT     PIC 9(07)   VALUE ZERO.
 77          W-ANZ-GELISTET      PIC 9(07)   VALUE ZERO.

**  ---> Ablehnungsliste
 01          W-DRUCKZEILE.
     05      WD-SATZNR           PIC ZZZZZZ9.
     05      FILLER              PIC X       VALUE SPACE.
     05      WD-VORGANG          PIC X(02).
     05      FILLER              PIC X       VALUE SPACE.
     05      WD-TERMNR           PIC ZZZZZZZ9.
     05      FILLER              PIC X       VALUE SPACE.
     05      WD-TRACENR          PIC ZZZZZ9.
     05      FILLER              PIC X       VALUE SPACE.
     05      WD-BETRAG           PIC -Z(11)9,99.
     05      FILLER              PIC X       VALUE SPACE.
     05      WD-GRUND            PIC X(04).
     05      FILLER              PIC X       VALUE SPACE.
     05      WD-PNR              PIC Z(17)9.
 01          W-BETRAG-EURO       PIC S9(13)V99 COMP VALUE ZEROS.

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

**  ---> Sendungsregister und eingereichte Vorgaenge (PFCSUB7)
 EXEC SQL
    INVOKE =SUBREG AS SUBREG
 END-EXEC

 EXEC SQL
    INVOKE =SUBPOS AS SUBPOS
 END-EXEC

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

 EXEC SQL
     CONTROL TABLE * WAIT IF LOCKED
 END-EXEC

**  ---> abgelehnte Vorgaenge der Sendung
 EXEC SQL
     DECLARE SUBPOS_CURS CURSOR FOR
         SELECT  SATZNR, VORGANG, PNR, TERMNR, TRACENR
               , BETRAG_CENT, GRUND
           FROM  =SUBPOS
          WHERE  ROUTKZ    = :W-ROUTKZ
            AND  ABRTAG    = :W-DATUM
            AND  KZ_STATUS = "R"
          ORDER  BY SATZNR
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
         PERFORM B100-QUITTUNG-LESEN
     END-IF
     IF  NOT W-ENDE
         PERFORM B200-RESTURTEIL
     END-IF
     IF  NOT W-ENDE
         PERFORM B300-ABLEHNUNGEN-LISTEN
     END-IF
     PERFORM S780-RUN-ENDE
     PERFORM B090-ENDE
     STOP RUN
     .
 A100-99.
     EXIT.

******************************************************************
* Vorlauf: Parameter, Datei vorpruefen, Sendung nachschlagen
******************************************************************
 B000-VORLAUF SECTION.
 B000-00.
     PERFORM U200-TIMESTAMP
     DISPLAY "PFCACK7 - Quittungsverarbeitung, Lauf vom "
             TAGESDATUM

     MOVE "ROUTKZ" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:STUP-RESULT) TO W-ROUTKZ

     OPEN INPUT ACK-DATEI
     IF  NOT ACK-FILE-OK
         DISPLAY "PFCACK7 - Quittungsdatei ACKIN nicht lesbar, "
                 "Status " ACK-FILE-STATUS
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

     PERFORM B020-DATEI-PRUEFEN
     IF  W-ENDE
         EXIT SECTION
     END-IF

     DISPLAY "PFCACK7 - ROUTKZ " W-ROUTKZ " / Abrechnungstag "
             W-DATUM " / Sendung " W-SENDUNG-NR
             " / Urteil " W-URTEIL-DATEI

**  ---> nur die zuletzt eingereichte, noch offene Sendung
     PERFORM S200-SELECT-SUBREG
     IF  W-ENDE
         EXIT SECTION
     END-IF
     IF  W-REG-SENDUNG-NR NOT = W-SENDUNG-NR
         DISPLAY "PFCACK7 - !!! Quittung gehoert zu Sendung "
                 W-SENDUNG-NR ", eingereicht ist Sendung "
                 W-REG-SENDUNG-NR " - Lauf abgewiesen"
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF
     IF  W-REG-STATUS = "Q"
         DISPLAY "PFCACK7 - !!! Sendung " W-SENDUNG-NR
                 " ist bereits quittiert - Lauf abgewiesen"
         SET W-ENDE TO TRUE
     END-IF
     .
 B000-99.
     EXIT.

******************************************************************
* Vorpruefung: Datei einmal durchlesen, Vorsatz uebernehmen und
* die Zahl der Einzelsaetze gegen den Nachsatz halten; danach
* fuer die Verarbeitung wieder von vorn oeffnen
******************************************************************
 B020-DATEI-PRUEFEN SECTION.
 B020-00.
     MOVE ZEROS TO W-ANZ-EINZEL-DATEI

     READ ACK-DATEI
     PERFORM UNTIL NOT ACK-FILE-OK
         EVALUATE ACK-SATZART
             WHEN "H"    SET W-VORSATZ-DA TO TRUE
                         MOVE ACKH-ABRTAG     TO W-DATUM
                         MOVE ACKH-SENDUNG-NR TO W-SENDUNG-NR
                         MOVE ACKH-URTEIL     TO W-URTEIL-DATEI
                         MOVE ACKH-GRUND      TO W-GRUND-DATEI
                         IF  ACKH-ROUTKZ NOT = W-ROUTKZ
                             DISPLAY "PFCACK7 - !!! Quittung fuer "
                                     "ROUTKZ " ACKH-ROUTKZ
                                     ", erwartet " W-ROUTKZ
                             SET W-ENDE TO TRUE
                         END-IF
             WHEN "D"    ADD 1 TO W-ANZ-EINZEL-DATEI
             WHEN "T"    SET W-NACHSATZ-DA TO TRUE
                         MOVE ACKT-ANZ-EINZEL
                           TO W-ANZ-LAUT-NACHSATZ
             WHEN OTHER  CONTINUE
         END-EVALUATE
         READ ACK-DATEI
     END-PERFORM
     CLOSE ACK-DATEI

     IF  W-VORSATZ-FEHLT
     OR  W-NACHSATZ-FEHLT
         DISPLAY "PFCACK7 - !!! Vor- oder Nachsatz fehlt - "
                 "Quittung unvollstaendig, Lauf abgewiesen"
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF
     IF  W-ANZ-EINZEL-DATEI NOT = W-ANZ-LAUT-NACHSATZ
         DISPLAY "PFCACK7 - !!! " W-ANZ-EINZEL-DATEI
                 " Einzelsaetze gelesen, laut Nachsatz "
                 W-ANZ-LAUT-NACHSATZ " - Lauf abgewiesen"
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF
     IF  NOT W-DATEI-ANGENOMMEN
     AND NOT W-DATEI-ABGELEHNT
         DISPLAY "PFCACK7 - !!! Urteil im Vorsatz ungueltig: "
                 W-URTEIL-DATEI " - Lauf abgewiesen"
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF
     IF  W-ENDE
         EXIT SECTION
     END-IF

     OPEN INPUT ACK-DATEI
     IF  NOT ACK-FILE-OK
         DISPLAY "PFCACK7 - Datei ACKIN nicht erneut "
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
     DISPLAY "PFCACK7 - Quittungssaetze gelesen     : "
             W-ANZ-GELESEN
     DISPLAY "PFCACK7 -    Satznummer unbekannt     : "
             W-ANZ-UNBEKANNT
     DISPLAY "PFCACK7 -    Urteil ungueltig         : "
             W-ANZ-UNGUELTIG
     DISPLAY "PFCACK7 - Vorgaenge angenommen        : "
             W-ANZ-ANGENOMMEN
     DISPLAY "PFCACK7 - Vorgaenge abgelehnt         : "
             W-ANZ-ABGELEHNT
     .
 B090-99.
     EXIT.

******************************************************************
* Einzelurteile der Quittung in =SUBPOS uebernehmen
******************************************************************
 B100-QUITTUNG-LESEN SECTION.
 B100-00.
     READ ACK-DATEI
     PERFORM UNTIL NOT ACK-FILE-OK
                OR W-ENDE
         IF  ACK-SATZART = "D"
             ADD 1 TO W-ANZ-GELESEN
             PERFORM C100-EINZELURTEIL
         END-IF
         READ ACK-DATEI
     END-PERFORM
     CLOSE ACK-DATEI
     .
 B100-99.
     EXIT.

******************************************************************
* Alle noch ohne Urteil stehenden Vorgaenge der Sendung folgen
* dem Urteil des Vorsatzes; danach die Sendung als quittiert
* registrieren
******************************************************************
 B200-RESTURTEIL SECTION.
 B200-00.
     PERFORM S310-UPDATE-SUBPOS-REST
     IF  W-ENDE
         EXIT SECTION
     END-IF

     PERFORM S320-COUNT-SUBPOS
     IF  W-ENDE
         EXIT SECTION
     END-IF

     PERFORM S210-UPDATE-SUBREG
     .
 B200-99.
     EXIT.

******************************************************************
* Abgelehnte Vorgaenge zur Neueinreichung listen
******************************************************************
 B300-ABLEHNUNGEN-LISTEN SECTION.
 B300-00.
     IF  W-ANZ-ABGELEHNT = ZERO
         EXIT SECTION
     END-IF

     DISPLAY "PFCACK7 - abgelehnte Vorgaenge zur Neueinreichung:"
     DISPLAY "SATZNR  VG TERMNR   TRACE BETRAG           GRND "
             "PNR"

     PERFORM S900-OPEN-SUBPOS-CURSOR
     PERFORM S910-FETCH-SUBPOS-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         MOVE SATZNR  of SUBPOS TO WD-SATZNR
         MOVE VORGANG of SUBPOS TO WD-VORGANG
         MOVE TERMNR  of SUBPOS TO WD-TERMNR
         MOVE TRACENR of SUBPOS TO WD-TRACENR
         COMPUTE W-BETRAG-EURO = BETRAG-CENT of SUBPOS / 100
         MOVE W-BETRAG-EURO     TO WD-BETRAG
         MOVE GRUND   of SUBPOS TO WD-GRUND
         MOVE PNR     of SUBPOS TO WD-PNR
         DISPLAY W-DRUCKZEILE
         ADD 1 TO W-ANZ-GELISTET
         PERFORM S910-FETCH-SUBPOS-CURSOR
     END-PERFORM
     PERFORM S920-CLOSE-SUBPOS-CURSOR
     .
 B300-99.
     EXIT.

******************************************************************
* Ein Einzelurteil uebernehmen
******************************************************************
 C100-EINZELURTEIL SECTION.
 C100-00.
     IF  ACKD-URTEIL NOT = "A"
     AND ACKD-URTEIL NOT = "R"
         ADD 1 TO W-ANZ-UNGUELTIG
         DISPLAY "PFCACK7 - Urteil ungueltig, Satz " ACKD-SATZNR
                 ": " ACKD-URTEIL
         EXIT SECTION
     END-IF

     MOVE ACKD-SATZNR TO W-SATZNR
     MOVE ACKD-URTEIL TO W-URTEIL
     MOVE ACKD-GRUND  TO W-GRUND
     PERFORM S300-UPDATE-SUBPOS
     IF  W-SATZ-UNBEKANNT
         ADD 1 TO W-ANZ-UNBEKANNT
         DISPLAY "PFCACK7 - Satznummer nicht in der Sendung: "
                 ACKD-SATZNR " " ACKD-TEXT
     END-IF
     .
 C100-99.
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
                     DISPLAY "PFCACK7 - Parameter fehlt: "
                             STUP-PORTION
                     SET W-ENDE TO TRUE
         WHEN OTHER  CONTINUE
     END-EVALUATE
     .
 P950-99.
     EXIT.

******************************************************************
* Sendungsregister zum ROUTKZ/ABRTAG lesen
******************************************************************
 S200-SELECT-SUBREG SECTION.
 S200-00.
     EXEC SQL
         SELECT  SENDUNG_NR, KZ_STATUS
           INTO :SENDUNG-NR of SUBREG
               ,:KZ-STATUS  of SUBREG
           FROM  =SUBREG
          WHERE  ROUTKZ = :W-ROUTKZ
            AND  ABRTAG = :W-DATUM
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   MOVE SENDUNG-NR of SUBREG TO W-REG-SENDUNG-NR
                     MOVE KZ-STATUS  of SUBREG TO W-REG-STATUS
         WHEN 100    DISPLAY "PFCACK7 - !!! keine Sendung zu ROUTKZ "
                             W-ROUTKZ " / " W-DATUM
                             " registriert - Lauf abgewiesen"
                     SET W-ENDE TO TRUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S200-99.
     EXIT.

******************************************************************
* Sendung als quittiert registrieren
******************************************************************
 S210-UPDATE-SUBREG SECTION.
 S210-00.
     PERFORM U100-BEGIN
     EXEC SQL
         UPDATE  =SUBREG
            SET  KZ_STATUS      = "Q"
               , ANZ_ANGENOMMEN = :W-ANZ-ANGENOMMEN
               , ANZ_ABGELEHNT  = :W-ANZ-ABGELEHNT
               , ZP_QUITTUNG    = CURRENT
          WHERE  ROUTKZ     = :W-ROUTKZ
            AND  ABRTAG     = :W-DATUM
            AND  SENDUNG_NR = :W-SENDUNG-NR
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   PERFORM U110-COMMIT
         WHEN OTHER  PERFORM U120-ROLLBACK
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S210-99.
     EXIT.

******************************************************************
* Urteil zu einer Satznummer setzen
******************************************************************
 S300-UPDATE-SUBPOS SECTION.
 S300-00.
     MOVE ZERO TO W-URTEIL-FLAG

     EXEC SQL
         UPDATE  =SUBPOS
            SET  KZ_STATUS   = :W-URTEIL
               , GRUND       = :W-GRUND
               , ZP_QUITTUNG = CURRENT
          WHERE  ROUTKZ = :W-ROUTKZ
            AND  ABRTAG = :W-DATUM
            AND  SATZNR = :W-SATZNR
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    SET W-SATZ-UNBEKANNT TO TRUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S300-99.
     EXIT.

******************************************************************
* Vorgaenge ohne Einzelurteil nach dem Urteil des Vorsatzes
******************************************************************
 S310-UPDATE-SUBPOS-REST SECTION.
 S310-00.
     PERFORM U100-BEGIN
     EXEC SQL
         UPDATE  =SUBPOS
            SET  KZ_STATUS   = :W-URTEIL-DATEI
               , GRUND       = :W-GRUND-DATEI
               , ZP_QUITTUNG = CURRENT
          WHERE  ROUTKZ    = :W-ROUTKZ
            AND  ABRTAG    = :W-DATUM
            AND  KZ_STATUS = "S"
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   PERFORM U110-COMMIT
         WHEN 100    PERFORM U110-COMMIT
         WHEN OTHER  PERFORM U120-ROLLBACK
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S310-99.
     EXIT.

******************************************************************
* Angenommene und abgelehnte Vorgaenge der Sendung zaehlen
******************************************************************
 S320-COUNT-SUBPOS SECTION.
 S320-00.
     EXEC SQL
         SELECT  COUNT(*)
           INTO :W-ANZ-ANGENOMMEN
           FROM  =SUBPOS
          WHERE  ROUTKZ    = :W-ROUTKZ
            AND  ABRTAG    = :W-DATUM
            AND  KZ_STATUS = "A"
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

     EXEC SQL
         SELECT  COUNT(*)
           INTO :W-ANZ-ABGELEHNT
           FROM  =SUBPOS
          WHERE  ROUTKZ    = :W-ROUTKZ
            AND  ABRTAG    = :W-DATUM
            AND  KZ_STATUS = "R"
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S320-99.
     EXIT.

******************************************************************
* Cursor auf =SUBPOS (Ablehnungen)
******************************************************************
 S900-OPEN-SUBPOS-CURSOR SECTION.
 S900-00.
     EXEC SQL
         OPEN SUBPOS_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S900-99.
     EXIT.

 S910-FETCH-SUBPOS-CURSOR SECTION.
 S910-00.
     EXEC SQL
         FETCH SUBPOS_CURS
          INTO :SATZNR      of SUBPOS
              ,:VORGANG     of SUBPOS
              ,:PNR         of SUBPOS
              ,:TERMNR      of SUBPOS
              ,:TRACENR     of SUBPOS
              ,:BETRAG-CENT of SUBPOS
              ,:GRUND       of SUBPOS
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

 S920-CLOSE-SUBPOS-CURSOR SECTION.
 S920-00.
     EXEC SQL
         CLOSE SUBPOS_CURS
     END-EXEC
     .
 S920-99.
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
         WHEN OTHER  DISPLAY "PFCACK7 - =BATCHRUN nicht "
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
               , ANZ       = :W-ANZ-GELESEN
               , ZP_ENDE   = CURRENT
          WHERE  DATUM    = :W-RUN-DATUM
            AND  PROGRAMM = :K-RUN-PROGRAMM
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         DISPLAY "PFCACK7 - =BATCHRUN nicht fortschreibbar, "
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
* Allgemeine Fehlerbehandlung
******************************************************************
 Z002-PROGERR SECTION.
 Z002-00.
     DISPLAY "PFCACK7 - SQL-Fehler, SQLCODE: " SQLCODE OF SQLCA
     SET W-ENDE TO TRUE
     .
 Z002-99.
     EXIT.
