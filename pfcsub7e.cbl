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

 PROGRAM-ID. PFCSUB7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.02
* Kurzbeschreibung :: Taegliche Einreichungsdatei an das AS - das
* Kurzbeschreibung :: ausgehende Gegenstueck zur Clearingdatei
* Kurzbeschreibung :: CLRIN (PFCCLR7). Je ROUTKZ und Abrechnungs-
* Kurzbeschreibung :: tag (ABRTAG) wird aus den abgerechneten
* Kurzbeschreibung :: Saetzen eine Datei SUBOUT geschrieben:
* Kurzbeschreibung ::   UM  Umsaetze         (=TXILOG70 Typ 200)
* Kurzbeschreibung ::   ST  Stornos/1420     (=TXILOG70 Typ 400)
* Kurzbeschreibung ::   TS  Teilstorno-Anpassungen (=UMSWEAT
* Kurzbeschreibung ::       ABWKZ 95)
* Kurzbeschreibung :: mit Vorsatz (ROUTKZ, ABRTAG, Sendungsnummer)
* Kurzbeschreibung :: und Nachsatz (Anzahl und Betragssumme je
* Kurzbeschreibung :: Vorgangsart). Jeder eingereichte Vorgang wird
* Kurzbeschreibung :: mit seiner Satznummer in =SUBPOS vermerkt
* Kurzbeschreibung :: (Status "S" gesendet), die Sendung selbst in
* Kurzbeschreibung :: =SUBREG. Die Quittungsdatei des AS wird von
* Kurzbeschreibung :: PFCACK7 gegen =SUBPOS verarbeitet.
* Kurzbeschreibung :: Ein schon eingereichter Tag wird abgewiesen,
* Kurzbeschreibung :: es sei denn, die Neusendung wird bewusst
* Kurzbeschreibung :: angefordert (PARAM NEUSENDUNG J): dann wird
* Kurzbeschreibung :: die Sendungsnummer hochgezaehlt und =SUBPOS
* Kurzbeschreibung :: des Tages neu aufgebaut.
* Package          :: ICC
*
* Aenderungen
*
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.02|2026-10-15| kl  | Review:
*       |          |     | - Stornos (ST) und Teilstorno-Anpassungen
*       |          |     |   (TS) negativ in Einzelsatz, Nachsatz und
*       |          |     |   =SUBPOS; =SUBREG SUMME_CENT damit netto
*-------|----------|-----|-------------------------------------------*
*G.01.01|2026-10-15| kl  | Review:
*       |          |     | - =SUBPOS des Tages auch ohne =SUBREG
*       |          |     |   raeumen (Reste eines abgebrochenen Laufs)
*       |          |     | - Betraege/Summen mit fuehrendem Vorzeichen
*       |          |     |   (Stornos, ABWKZ 95); Satzlaenge bleibt 80
*       |          |     | - Dateistatus nach jedem WRITE pruefen
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-10-15| kl  | R7-527:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: Batch, je ROUTKZ taeglich nach dem Cutoff
* Parameter   :: PARAM ROUTKZ     <4-stellig>
*                PARAM DATUM      <JJJJ-MM-TT, Abrechnungstag>
*                PARAM NEUSENDUNG <J = Tag bewusst erneut senden,
*                                  optional, Default N>
* Satzaufbau  :: Vorsatz  H ROUTKZ(4) ABRTAG(10) SENDUNG(3)
*                         ERSTELLT(22)
*                Einzel   D SATZNR(7) VORGANG(2) TERMNR(8)
*                         TRACENR(6) AA-BMP38(6) GENNR(6)
*                         BETRAG(+12, Cent) CARDID(4)
*                         ZP-VERKAUF(14)
*                Nachsatz T ANZ-UM(7) SUM-UM(+15) ANZ-ST(7)
*                         SUM-ST(+15) ANZ-TS(7) SUM-TS(+15)
*                         ANZ-GESAMT(7)
*                Betraege mit fuehrendem Vorzeichen: UM positiv,
*                ST und TS negativ (mindern die Einreichung);
*                =SUBREG SUMME_CENT ist die Nettosumme
*
******************************************************************
* Uebersicht der SECTIONs:
*
* A100-STEUERUNG
*
* B000-VORLAUF
* B090-ENDE
* B100-UMSAETZE
* B200-TEILSTORNOS
* B300-NACHSATZ
*
* C100-EINZELSATZ-SCHREIBEN
* C920-SATZ-SCHREIBEN
*
* P950-GETPARAMTEXT
*
* S200-SELECT-SUBREG
* S210-INSERT-SUBREG
* S220-UPDATE-SUBREG
* S230-DELETE-SUBPOS
* S240-INSERT-SUBPOS
* S900-OPEN-TXILOG70-CURSOR
* S910-FETCH-TXILOG70-CURSOR
* S920-CLOSE-TXILOG70-CURSOR
* S930-OPEN-UMSWEAT-CURSOR
* S940-FETCH-UMSWEAT-CURSOR
* S950-CLOSE-UMSWEAT-CURSOR
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
     SELECT SUB-DATEI         ASSIGN TO "SUBOUT"
                              ORGANIZATION IS SEQUENTIAL
                              FILE STATUS IS SUB-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.

 FD  SUB-DATEI
     RECORD CONTAINS 80 CHARACTERS.
 01          SUB-SATZ            PIC X(80).

 WORKING-STORAGE SECTION.

 01          SUB-FILE-STATUS     PIC X(02).
          88 SUB-FILE-OK                     VALUE "00".

 01          W-ENDE-FLAG         PIC 9       VALUE ZERO.
     88      W-ENDE                          VALUE 1.

 01          W-SQLCODE-FLAG      PIC 9       VALUE ZERO.
     88      W-SQL-OK                        VALUE ZERO.
     88      W-SQL-EOD                       VALUE 1.
     88      W-SQL-NOK                       VALUE 9.

**  ---> Sendungsregister: Tag schon eingereicht?
 01          W-SUBREG-FLAG       PIC 9       VALUE ZERO.
     88      W-SUBREG-NEU                    VALUE ZERO.
     88      W-SUBREG-DA                     VALUE 1.

 01          W-NEUSENDUNG        PIC X(01)   VALUE "N".
     88      W-NEUSENDUNG-JA                 VALUE "J".

**  ---> Lauf-Registrierung in =BATCHRUN (Morgenpruefer RFCRUN7)
 01          K-RUN-PROGRAMM      PIC X(08)   VALUE "PFCSUB7".
 01          W-RUN-DATUM         PIC X(10)   VALUE SPACES.
 01          W-RUN-STATUS        PIC X(01)   VALUE SPACE.

**  ---> Parameter
 01          W-ROUTKZ            PIC 9(04)   VALUE ZEROS.
 01          W-DATUM             PIC X(10)   VALUE SPACES.
 01          W-ZP-VON            PIC 9(14)   VALUE ZEROS.
 01          W-ZP-BIS            PIC 9(14)   VALUE ZEROS.
 01          W-DAT-JJJJ          PIC 9(04)   VALUE ZEROS.
 01          W-DAT-MM            PIC 9(02)   VALUE ZEROS.
 01          W-DAT-TT            PIC 9(02)   VALUE ZEROS.

**  ---> Sendung
 01          W-SENDUNG-NR        PIC 9(03)   VALUE ZEROS.
 01          W-SATZNR            PIC 9(07)   VALUE ZEROS.
 01          W-VORGANG           PIC X(02)   VALUE SPACES.
 01          W-BETRAG-CENT       PIC S9(15)  COMP VALUE ZEROS.

 77          W-ANZ-UM            PIC 9(07)   VALUE ZERO.
 77          W-ANZ-ST            PIC 9(07)   VALUE ZERO.
 77          W-ANZ-TS            PIC 9(07)   VALUE ZERO.
 77          W-ANZ-GESAMT        PIC 9(07)   VALUE ZERO.
 01          W-SUM-UM            PIC S9(15)  COMP VALUE ZEROS.
 01          W-SUM-ST            PIC S9(15)  COMP VALUE ZEROS.
 01          W-SUM-TS            PIC S9(15)  COMP VALUE ZEROS.
 01          W-SUM-GESAMT        PIC S9(15)  COMP VALUE ZEROS.

**  ---> Vorsatz
 01          SUB-H-SATZ.
     05      FILLER              PIC X(01)   VALUE "H".
     05      SUBH-ROUTKZ         PIC 9(04).
     05      SUBH-ABRTAG         PIC X(10).
     05      SUBH-SENDUNG-NR     PIC 9(03).
     05      SUBH-ERSTELLT       PIC X(22).
     05      FILLER              PIC X(40)   VALUE SPACES.

**  ---> Einzelsatz: Betrag in Cent mit fuehrendem Vorzeichen
 01          SUB-D-SATZ.
     05      FILLER              PIC X(01)   VALUE "D".
     05      SUBD-SATZNR         PIC 9(07).
     05      SUBD-VORGANG        PIC X(02).
     05      SUBD-TERMNR         PIC 9(08).
     05      SUBD-TRACENR        PIC 9(06).
     05      SUBD-AA-BMP38       PIC X(06).
     05      SUBD-GENNR          PIC X(06).
     05      SUBD-BETRAG-CENT    PIC S9(12) SIGN LEADING SEPARATE.
     05      SUBD-CARDID         PIC 9(04).
     05      SUBD-ZP-VERKAUF     PIC 9(14).
     05      FILLER              PIC X(13)   VALUE SPACES.

**  ---> Nachsatz: Anzahl und Summe (Cent) je Vorgangsart
 01          SUB-T-SATZ.
     05      FILLER              PIC X(01)   VALUE "T".
     05      SUBT-ANZ-UM         PIC 9(07).
     05      SUBT-SUM-UM         PIC S9(15) SIGN LEADING SEPARATE.
     05      SUBT-ANZ-ST         PIC 9(07).
     05      SUBT-SUM-ST         PIC S9(15) SIGN LEADING SEPARATE.
     05      SUBT-ANZ-TS         PIC 9(07).
     05      SUBT-SUM-TS         PIC S9(15) SIGN LEADING SEPARATE.
     05      SUBT-ANZ-GESAMT     PIC 9(07).
     05      FILLER              PIC X(03)   VALUE SPACES.

**  ---> Felder des eingereichten Vorgangs (fuer =SUBPOS)
 01          W-POS-PNR           PIC S9(18)  COMP VALUE ZEROS.
 01          W-POS-TERMNR        PIC 9(08)   VALUE ZEROS.
 01          W-POS-TRACENR       PIC 9(06)   VALUE ZEROS.
 01          W-POS-AA-BMP38      PIC X(06)   VALUE SPACES.
 01          W-POS-GENNR         PIC X(06)   VALUE SPACES.
 01          W-POS-CARDID        PIC 9(04)   VALUE ZEROS.
 01          W-POS-ZP-VERKAUF    PIC 9(14)   VALUE ZEROS.

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

 EXEC SQL
    INVOKE =UMSWEAT AS UMSWEAT
 END-EXEC

**  ---> Sendungsregister je ROUTKZ/ABRTAG
 EXEC SQL
    INVOKE =SUBREG AS SUBREG
 END-EXEC

**  ---> eingereichte Vorgaenge je Sendung (Quittung: PFCACK7)
 EXEC SQL
    INVOKE =SUBPOS AS SUBPOS
 END-EXEC

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

 EXEC SQL
     CONTROL TABLE * WAIT IF LOCKED
 END-EXEC

**  ---> abgerechnete Umsaetze und Stornos des Abrechnungstages
 EXEC SQL
     DECLARE TXILOG70_CURS CURSOR FOR
         SELECT  PNR, TERMNR, TRACENR, ISONTYP, BETRAG
               , AA_BMP38, GENNR, CARDID, ZP_VERKAUF
           FROM  =TXILOG70
          WHERE  ROUTKZ      = :W-ROUTKZ
            AND  ABRTAG      = :W-DATUM
            AND (ISONTYP = 200 OR ISONTYP = 400)
            AND  AC_TERM     = 0
            AND  LOGPROT     = 70
          ORDER  BY PNR
         BROWSE  ACCESS
 END-EXEC

**  ---> Teilstorno-Anpassungen des Tages
 EXEC SQL
     DECLARE UMSWEAT_CURS CURSOR FOR
         SELECT  PNR, TERMNR, TRACENR, BETRAG, CARDID
           FROM  =UMSWEAT
          WHERE  ROUTKZ = :W-ROUTKZ
            AND  ABWKZ  = "95"
            AND  ZPINS >= :W-ZP-VON
            AND  ZPINS <= :W-ZP-BIS
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
         PERFORM B100-UMSAETZE
     END-IF
     IF  NOT W-ENDE
         PERFORM B200-TEILSTORNOS
     END-IF
     IF  NOT W-ENDE
         PERFORM B300-NACHSATZ
     END-IF
     PERFORM S780-RUN-ENDE
     PERFORM B090-ENDE
     STOP RUN
     .
 A100-99.
     EXIT.

******************************************************************
* Vorlauf: Parameter, Sendungsregister pruefen, Datei anlegen
******************************************************************
 B000-VORLAUF SECTION.
 B000-00.
     PERFORM U200-TIMESTAMP
     DISPLAY "PFCSUB7 - Einreichungsdatei, Lauf vom " TAGESDATUM

     MOVE "ROUTKZ" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:STUP-RESULT) TO W-ROUTKZ

     MOVE "DATUM" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:STUP-RESULT) TO W-DATUM

**  ---> bewusste Neusendung (optional)
     MOVE "NEUSENDUNG" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         MOVE ZERO TO W-ENDE-FLAG
         MOVE "N"  TO W-NEUSENDUNG
     ELSE
         MOVE STUP-TEXT (1:1) TO W-NEUSENDUNG
     END-IF

**  ---> Tagesfenster JJJJMMTThhmmss aus JJJJ-MM-TT
     MOVE W-DATUM (1:4) TO W-DAT-JJJJ
     MOVE W-DATUM (6:2) TO W-DAT-MM
     MOVE W-DATUM (9:2) TO W-DAT-TT
     COMPUTE W-ZP-VON =
               (W-DAT-JJJJ * 10000000000)
             + (W-DAT-MM   * 100000000)
             + (W-DAT-TT   * 1000000)
     COMPUTE W-ZP-BIS = W-ZP-VON + 235959

     DISPLAY "PFCSUB7 - ROUTKZ " W-ROUTKZ " / Abrechnungstag "
             W-DATUM

**  ---> ein eingereichter Tag geht nur bei bewusster Neusendung
**  ---> ein zweites Mal hinaus
     PERFORM S200-SELECT-SUBREG
     IF  W-ENDE
         EXIT SECTION
     END-IF
     IF  W-SUBREG-DA
         IF  NOT W-NEUSENDUNG-JA
             DISPLAY "PFCSUB7 - !!! ROUTKZ " W-ROUTKZ " / "
                     W-DATUM " wurde bereits mit Sendung "
                     W-SENDUNG-NR " eingereicht - Lauf "
                     "abgewiesen (Neusendung: PARAM NEUSENDUNG J)"
             SET W-ENDE TO TRUE
             EXIT SECTION
         END-IF
         ADD 1 TO W-SENDUNG-NR
         DISPLAY "PFCSUB7 - Neusendung angefordert, Sendung "
                 W-SENDUNG-NR
     ELSE
         MOVE 1 TO W-SENDUNG-NR
     END-IF

**  ---> =SUBPOS des Tages immer raeumen: auch ohne =SUBREG koennen
**  ---> Positionen eines abgebrochenen Laufs stehen geblieben sein
     PERFORM S230-DELETE-SUBPOS
     IF  W-ENDE
         EXIT SECTION
     END-IF

     OPEN OUTPUT SUB-DATEI
     IF  NOT SUB-FILE-OK
         DISPLAY "PFCSUB7 - Einreichungsdatei SUBOUT nicht "
                 "beschreibbar, Status " SUB-FILE-STATUS
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

     MOVE W-ROUTKZ     TO SUBH-ROUTKZ
     MOVE W-DATUM      TO SUBH-ABRTAG
     MOVE W-SENDUNG-NR TO SUBH-SENDUNG-NR
     MOVE TAGESDATUM   TO SUBH-ERSTELLT
     MOVE SUB-H-SATZ   TO SUB-SATZ
     PERFORM C920-SATZ-SCHREIBEN
     .
 B000-99.
     EXIT.

******************************************************************
* Ende / Zusammenfassung
******************************************************************
 B090-ENDE SECTION.
 B090-00.
     IF  W-ENDE
         DISPLAY "PFCSUB7 - !!! Lauf fehlerhaft beendet, "
                 "SUBOUT nicht uebergeben"
         EXIT SECTION
     END-IF

     DISPLAY "PFCSUB7 - Sendung                  : " W-SENDUNG-NR
     DISPLAY "PFCSUB7 - Umsaetze           (UM)  : " W-ANZ-UM
     DISPLAY "PFCSUB7 - Stornos            (ST)  : " W-ANZ-ST
     DISPLAY "PFCSUB7 - Teilstorno-Anpass. (TS)  : " W-ANZ-TS
     DISPLAY "PFCSUB7 - Einzelsaetze gesamt      : " W-ANZ-GESAMT
     .
 B090-99.
     EXIT.

******************************************************************
* Quelle 1: Umsaetze (200) und Stornos (400) aus =TXILOG70
******************************************************************
 B100-UMSAETZE SECTION.
 B100-00.
     PERFORM S900-OPEN-TXILOG70-CURSOR
     PERFORM S910-FETCH-TXILOG70-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         IF  ISONTYP OF TXILOG70 = 200
             MOVE "UM" TO W-VORGANG
             COMPUTE W-BETRAG-CENT ROUNDED = BETRAG OF TXILOG70 * 100
         ELSE
             MOVE "ST" TO W-VORGANG
             COMPUTE W-BETRAG-CENT ROUNDED
                   = ZERO - BETRAG OF TXILOG70 * 100
         END-IF
         MOVE PNR        OF TXILOG70 TO W-POS-PNR
         MOVE TERMNR     OF TXILOG70 TO W-POS-TERMNR
         MOVE TRACENR    OF TXILOG70 TO W-POS-TRACENR
         MOVE AA-BMP38   OF TXILOG70 TO W-POS-AA-BMP38
         MOVE GENNR      OF TXILOG70 TO W-POS-GENNR
         MOVE CARDID     OF TXILOG70 TO W-POS-CARDID
         MOVE ZP-VERKAUF OF TXILOG70 TO W-POS-ZP-VERKAUF
         PERFORM C100-EINZELSATZ-SCHREIBEN
         IF  W-ENDE
             SET W-SQL-NOK TO TRUE
         ELSE
             PERFORM S910-FETCH-TXILOG70-CURSOR
         END-IF
     END-PERFORM
     PERFORM S920-CLOSE-TXILOG70-CURSOR
     MOVE ZERO TO W-SQLCODE-FLAG
     .
 B100-99.
     EXIT.

******************************************************************
* Quelle 2: Teilstorno-Anpassungen (ABWKZ 95) aus =UMSWEAT
******************************************************************
 B200-TEILSTORNOS SECTION.
 B200-00.
     PERFORM S930-OPEN-UMSWEAT-CURSOR
     PERFORM S940-FETCH-UMSWEAT-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         MOVE "TS" TO W-VORGANG
**      ---> BETRAG ist der nicht verbrauchte (zurueckgegebene)
**      ---> Teil der Voraut, mindert die Einreichung wie PFCREC7
         COMPUTE W-BETRAG-CENT ROUNDED
               = ZERO - BETRAG OF UMSWEAT * 100
         MOVE PNR     OF UMSWEAT TO W-POS-PNR
         MOVE TERMNR  OF UMSWEAT TO W-POS-TERMNR
         MOVE TRACENR OF UMSWEAT TO W-POS-TRACENR
         MOVE SPACES             TO W-POS-AA-BMP38
                                    W-POS-GENNR
         MOVE CARDID  OF UMSWEAT TO W-POS-CARDID
         MOVE W-ZP-VON           TO W-POS-ZP-VERKAUF
         PERFORM C100-EINZELSATZ-SCHREIBEN
         IF  W-ENDE
             SET W-SQL-NOK TO TRUE
         ELSE
             PERFORM S940-FETCH-UMSWEAT-CURSOR
         END-IF
     END-PERFORM
     PERFORM S950-CLOSE-UMSWEAT-CURSOR
     MOVE ZERO TO W-SQLCODE-FLAG
     .
 B200-99.
     EXIT.

******************************************************************
* Nachsatz schreiben und die Sendung registrieren; erst danach
* gilt der Tag als eingereicht
******************************************************************
 B300-NACHSATZ SECTION.
 B300-00.
     MOVE W-ANZ-UM     TO SUBT-ANZ-UM
     MOVE W-SUM-UM     TO SUBT-SUM-UM
     MOVE W-ANZ-ST     TO SUBT-ANZ-ST
     MOVE W-SUM-ST     TO SUBT-SUM-ST
     MOVE W-ANZ-TS     TO SUBT-ANZ-TS
     MOVE W-SUM-TS     TO SUBT-SUM-TS
     MOVE W-ANZ-GESAMT TO SUBT-ANZ-GESAMT
     MOVE SUB-T-SATZ   TO SUB-SATZ
     PERFORM C920-SATZ-SCHREIBEN
     CLOSE SUB-DATEI
     IF  W-ENDE
         EXIT SECTION
     END-IF

**  ---> Nettosumme: W-SUM-ST und W-SUM-TS sind negativ
     COMPUTE W-SUM-GESAMT = W-SUM-UM + W-SUM-ST + W-SUM-TS
     IF  W-SUBREG-DA
         PERFORM S220-UPDATE-SUBREG
     ELSE
         PERFORM S210-INSERT-SUBREG
     END-IF
     .
 B300-99.
     EXIT.

******************************************************************
* Einen Einzelsatz schreiben und den Vorgang in =SUBPOS vermerken
******************************************************************
 C100-EINZELSATZ-SCHREIBEN SECTION.
 C100-00.
     ADD 1 TO W-SATZNR

     MOVE W-SATZNR         TO SUBD-SATZNR
     MOVE W-VORGANG        TO SUBD-VORGANG
     MOVE W-POS-TERMNR     TO SUBD-TERMNR
     MOVE W-POS-TRACENR    TO SUBD-TRACENR
     MOVE W-POS-AA-BMP38   TO SUBD-AA-BMP38
     MOVE W-POS-GENNR      TO SUBD-GENNR
     MOVE W-BETRAG-CENT    TO SUBD-BETRAG-CENT
     MOVE W-POS-CARDID     TO SUBD-CARDID
     MOVE W-POS-ZP-VERKAUF TO SUBD-ZP-VERKAUF
     MOVE SUB-D-SATZ       TO SUB-SATZ
     PERFORM C920-SATZ-SCHREIBEN
     IF  W-ENDE
         EXIT SECTION
     END-IF

     PERFORM S240-INSERT-SUBPOS
     IF  W-ENDE
         EXIT SECTION
     END-IF

     EVALUATE W-VORGANG
         WHEN "UM"   ADD 1             TO W-ANZ-UM
                     ADD W-BETRAG-CENT TO W-SUM-UM
         WHEN "ST"   ADD 1             TO W-ANZ-ST
                     ADD W-BETRAG-CENT TO W-SUM-ST
         WHEN OTHER  ADD 1             TO W-ANZ-TS
                     ADD W-BETRAG-CENT TO W-SUM-TS
     END-EVALUATE
     ADD 1 TO W-ANZ-GESAMT
     .
 C100-99.
     EXIT.

******************************************************************
* Satz nach SUBOUT schreiben, Dateistatus pruefen
******************************************************************
 C920-SATZ-SCHREIBEN SECTION.
 C920-00.
     WRITE SUB-SATZ
     IF  NOT SUB-FILE-OK
         DISPLAY "PFCSUB7 - Schreibfehler SUBOUT, Status "
                 SUB-FILE-STATUS
         SET W-ENDE TO TRUE
     END-IF
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
                     DISPLAY "PFCSUB7 - Parameter fehlt: "
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
     MOVE ZERO TO W-SUBREG-FLAG

     EXEC SQL
         SELECT  SENDUNG_NR
           INTO :SENDUNG-NR of SUBREG
           FROM  =SUBREG
          WHERE  ROUTKZ = :W-ROUTKZ
            AND  ABRTAG = :W-DATUM
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SUBREG-DA  TO TRUE
                     MOVE SENDUNG-NR of SUBREG TO W-SENDUNG-NR
         WHEN 100    SET W-SUBREG-NEU TO TRUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S200-99.
     EXIT.

******************************************************************
* Erstsendung registrieren (Status "S" = gesendet, Quittung offen)
******************************************************************
 S210-INSERT-SUBREG SECTION.
 S210-00.
     PERFORM U100-BEGIN
     EXEC SQL
         INSERT
           INTO  =SUBREG
                 ( ROUTKZ, ABRTAG, SENDUNG_NR, KZ_STATUS
                 , ANZ_SAETZE, SUMME_CENT
                 , ANZ_ANGENOMMEN, ANZ_ABGELEHNT
                 , ZPINS, ZP_QUITTUNG )
         VALUES  (
                  :W-ROUTKZ
                 ,:W-DATUM
                 ,:W-SENDUNG-NR
                 ,"S"
                 ,:W-ANZ-GESAMT
                 ,:W-SUM-GESAMT
                 ,0
                 ,0
                 ,current  YEAR TO FRACTION(2)
                 ,current  YEAR TO FRACTION(2)
                 )
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
* Neusendung registrieren: Sendungsnummer, Kennzahlen und Status
* werden ueberschrieben, die alte Quittung verfaellt
******************************************************************
 S220-UPDATE-SUBREG SECTION.
 S220-00.
     PERFORM U100-BEGIN
     EXEC SQL
         UPDATE  =SUBREG
            SET  SENDUNG_NR     = :W-SENDUNG-NR
               , KZ_STATUS      = "S"
               , ANZ_SAETZE     = :W-ANZ-GESAMT
               , SUMME_CENT     = :W-SUM-GESAMT
               , ANZ_ANGENOMMEN = 0
               , ANZ_ABGELEHNT  = 0
               , ZPINS          = CURRENT
          WHERE  ROUTKZ = :W-ROUTKZ
            AND  ABRTAG = :W-DATUM
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   PERFORM U110-COMMIT
         WHEN OTHER  PERFORM U120-ROLLBACK
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S220-99.
     EXIT.

******************************************************************
* Positionen einer frueheren Sendung des Tages raeumen
******************************************************************
 S230-DELETE-SUBPOS SECTION.
 S230-00.
     PERFORM U100-BEGIN
     EXEC SQL
         DELETE
           FROM  =SUBPOS
          WHERE  ROUTKZ = :W-ROUTKZ
            AND  ABRTAG = :W-DATUM
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   PERFORM U110-COMMIT
         WHEN 100    PERFORM U110-COMMIT
         WHEN OTHER  PERFORM U120-ROLLBACK
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S230-99.
     EXIT.

******************************************************************
* Eingereichten Vorgang vermerken (Status "S" = gesendet)
******************************************************************
 S240-INSERT-SUBPOS SECTION.
 S240-00.
     EXEC SQL
         INSERT
           INTO  =SUBPOS
                 ( ROUTKZ, ABRTAG, SATZNR, VORGANG
                 , PNR, TERMNR, TRACENR, BETRAG_CENT
                 , KZ_STATUS, GRUND, ZPINS, ZP_QUITTUNG )
         VALUES  (
                  :W-ROUTKZ
                 ,:W-DATUM
                 ,:W-SATZNR
                 ,:W-VORGANG
                 ,:W-POS-PNR
                 ,:W-POS-TERMNR
                 ,:W-POS-TRACENR
                 ,:W-BETRAG-CENT
                 ,"S"
                 ,"    "
                 ,current  YEAR TO FRACTION(2)
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S240-99.
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
          INTO :PNR        of TXILOG70
              ,:TERMNR     of TXILOG70
              ,:TRACENR    of TXILOG70
              ,:ISONTYP    of TXILOG70
              ,:BETRAG     of TXILOG70
              ,:AA-BMP38   of TXILOG70
              ,:GENNR      of TXILOG70
              ,:CARDID     of TXILOG70
              ,:ZP-VERKAUF of TXILOG70
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
* Cursor auf =UMSWEAT
******************************************************************
 S930-OPEN-UMSWEAT-CURSOR SECTION.
 S930-00.
     EXEC SQL
         OPEN UMSWEAT_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S930-99.
     EXIT.

 S940-FETCH-UMSWEAT-CURSOR SECTION.
 S940-00.
     EXEC SQL
         FETCH UMSWEAT_CURS
          INTO :PNR     of UMSWEAT
              ,:TERMNR  of UMSWEAT
              ,:TRACENR of UMSWEAT
              ,:BETRAG  of UMSWEAT
              ,:CARDID  of UMSWEAT
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

 S950-CLOSE-UMSWEAT-CURSOR SECTION.
 S950-00.
     EXEC SQL
         CLOSE UMSWEAT_CURS
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
         WHEN OTHER  DISPLAY "PFCSUB7 - =BATCHRUN nicht "
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
               , ANZ       = :W-ANZ-GESAMT
               , ZP_ENDE   = CURRENT
          WHERE  DATUM    = :W-RUN-DATUM
            AND  PROGRAMM = :K-RUN-PROGRAMM
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         DISPLAY "PFCSUB7 - =BATCHRUN nicht fortschreibbar, "
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
     DISPLAY "PFCSUB7 - SQL-Fehler, SQLCODE: " SQLCODE OF SQLCA
     SET W-ENDE TO TRUE
     .
 Z002-99.
     EXIT.
