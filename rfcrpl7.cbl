?CONSULT $SYSTEM.SYSTEM.COBOLEX0
?SEARCH  $SYSTEM.SYSTEM.COBOLLIB
?SEARCH  =TALLIB
?SEARCH  =WISO107
?SEARCH  =WISO207
?SEARCH  =PFCPVK7

?NOLMAP, SYMBOLS, INSPECT
?SAVE ALL
?LINES 66
?CHECK 3
?SQL

 IDENTIFICATION DIVISION.

 PROGRAM-ID. RFCRPL7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.01
* Kurzbeschreibung :: Regressions-Replay vor jedem Release. Die an
* Kurzbeschreibung :: einem Tag mitgeschnittenen Terminalanfragen
* Kurzbeschreibung :: (=TXNLOG70 oder =TRACELOG) eines ROUTKZ-Mix
* Kurzbeschreibung :: werden per Pathsend an eine Testinstanz der
* Kurzbeschreibung :: Serverklassen geschickt; VFCSIM7 antwortet
* Kurzbeschreibung :: dort als AS. Verglichen wird Feld fuer Feld
* Kurzbeschreibung :: (Nachrichtentyp und BMP 2 - 128):
* Kurzbeschreibung ::   - die erzeugte AS-Anfrage mit der aufgezeich-
* Kurzbeschreibung ::     neten AS-Anfrage ("A")
* Kurzbeschreibung ::   - die Terminalantwort mit der aufgezeichneten
* Kurzbeschreibung ::     Terminalantwort ("T")
* Kurzbeschreibung :: Jede Abweichung wird gelistet. BMPs, die sich
* Kurzbeschreibung :: erwartungsgemaess unterscheiden (Zeitstempel,
* Kurzbeschreibung :: Tracenummern, MAC), stehen in =RPLIGNORE
* Kurzbeschreibung :: (KZ_MSG "T"/"A", Leerzeichen = beide Seiten);
* Kurzbeschreibung :: ist =RPLIGNORE leer, gelten BMP 7, 11, 12, 13,
* Kurzbeschreibung :: 37, 64 und 128.
* Kurzbeschreibung :: Die Bilder sind PAN-maskiert gespeichert; die
* Kurzbeschreibung :: Kartennummer wird fuer den Versand ueber den
* Kurzbeschreibung :: Token aus =PANVAULT (PFCPVK7) wieder eingesetzt
* Kurzbeschreibung :: und vor dem Vergleich wieder maskiert.
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
*G.01.00|2026-10-15| kl  | R7-544:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: Batch, manuell vor jedem Release; liest nur in der
*                Produktion, schreibt nur ueber die Testinstanz
* Parameter   :: PARAM DATUM <JJJJMMTT>  Verkaufstag des Mitschnitts
*                PARAM PATHMON <name>    Pathway-System der Test-
*                                        instanz (Pflicht, damit nie
*                                        gegen die Produktion
*                                        gespielt wird)
*                PARAM ROUTKZ <n,n,...>  (optional, Default alle)
*                PARAM QUELLE <name>     (optional, TXNLOG70 oder
*                                        TRACELOG, Default TXNLOG70)
*                PARAM SIMKLASSE <name>  (optional, Default VFCSIM7S)
*                PARAM AUTKLASSE <name>  (optional, Default AFCAUT7S)
*                PARAM MAX <n>           (optional, Default alle)
*
******************************************************************
* Uebersicht der SECTIONs:
*
* A100-STEUERUNG
*
* B000-VORLAUF
* B010-ROUTKZ-LISTE
* B020-IGNORE-LADEN
* B090-ENDE
* B100-VERARBEITUNG
*
* C100-VORGANG-REPLAY
* C110-MITSCHNITT-HOLEN
* C120-ANFRAGE-SENDEN
* C130-AS-STRECKE
* C200-VERGLEICH
* C210-BMP-VERGLEICHEN
* C220-DIFF-DRUCKEN
*
* L120-ISO2COB
* M130-CALL-WISO207
* M190-CALL-PFCPVK7
*
* P100-PATHSEND
* P950-GETPARAMTEXT
*
* S100-OPEN-TXILOG70-CURSOR
* S101-FETCH-TXILOG70-CURSOR
* S102-CLOSE-TXILOG70-CURSOR
* S110-SELECT-TXNLOG70
* S120-SELECT-TRACELOG
* S130-FETCH-RPLIGNORE
* S300-PAN-RESTAURIEREN
*
* S770-RUN-START
* S775-RUN-RESET
* S780-RUN-ENDE
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

**  ---> Lauf-Registrierung in =BATCHRUN (Morgenpruefer RFCRUN7)
 01          K-RUN-PROGRAMM      PIC X(08)   VALUE "RFCRPL7".
 01          W-RUN-DATUM         PIC X(10)   VALUE SPACES.
 01          W-RUN-STATUS        PIC X(01)   VALUE SPACE.
 01          W-RUN-ANZ           PIC 9(09)   VALUE ZERO.

**  ---> Defaults
 77          K-QUELLE            PIC X(08)   VALUE "TXNLOG70".
 77          K-SIM-KLASSE        PIC X(15)   VALUE "VFCSIM7S".
 77          K-AUT-KLASSE        PIC X(15)   VALUE "AFCAUT7S".
 77          K-PRE-KLASSE        PIC X(15)   VALUE "PFCPRE7S".

**  ---> Parameter
 01          W-DATUM             PIC 9(08)   VALUE ZEROS.
 01          W-QUELLE            PIC X(08)   VALUE SPACES.
     88      W-QUELLE-TXNLOG70               VALUE "TXNLOG70".
     88      W-QUELLE-TRACELOG               VALUE "TRACELOG".
 01          W-SIM-KLASSE        PIC X(15)   VALUE SPACES.
 01          W-AUT-KLASSE        PIC X(15)   VALUE SPACES.
 01          W-MAX               PIC 9(06)   VALUE ZEROS.

**  ---> ROUTKZ-Mix (leer = alle)
 01          W-RK-LISTE.
     05      W-RK-ROUTKZ         PIC S9(04) COMP OCCURS 20.
 01          W-RK-ANZ            PIC S9(04) COMP VALUE ZEROS.
 01          W-RK-IND            PIC S9(04) COMP VALUE ZEROS.
 01          W-RK-PTR            PIC S9(04) COMP VALUE ZEROS.
 01          W-RK-TEXT           PIC X(04)   JUSTIFIED RIGHT.
 01          W-RK-NUM            PIC 9(04)   VALUE ZEROS.
 01          W-RK-FLAG           PIC 9       VALUE ZERO.
     88      W-RK-NICHT-IM-MIX               VALUE ZERO.
     88      W-RK-IM-MIX                     VALUE 1.

**  ---> Zeitraum (TXILOG70 numerisch, TRACELOG als DATETIME)
 01          W-ZP-VON            PIC 9(14)   VALUE ZEROS.
 01          W-ZP-BIS            PIC 9(14)   VALUE ZEROS.
 01          W-DATUM-R           PIC 9(08)   VALUE ZEROS.
 01          W-DATUM-X           REDEFINES W-DATUM-R.
     05      W-DAT-JJJJ          PIC X(04).
     05      W-DAT-MM            PIC X(02).
     05      W-DAT-TT            PIC X(02).
 01          W-ZPINS-VON.
     05      WZV-JHJJ            PIC X(04).
     05                          PIC X   VALUE "-".
     05      WZV-MM              PIC XX.
     05                          PIC X   VALUE "-".
     05      WZV-TT              PIC XX.
     05                          PIC X(09) VALUE ":00:00:00".
 01          W-ZPINS-BIS.
     05      WZB-JHJJ            PIC X(04).
     05                          PIC X   VALUE "-".
     05      WZB-MM              PIC XX.
     05                          PIC X   VALUE "-".
     05      WZB-TT              PIC XX.
     05                          PIC X(09) VALUE ":23:59:59".

**  ---> BMPs, die sich erwartungsgemaess unterscheiden
**  ---> (1 = Terminalseite "T", 2 = AS-Seite "A")
 01          W-IGNORE.
     05      W-IGN-SEITE         OCCURS 2.
      10     W-IGN-BMP           PIC 9       OCCURS 128.
 01          W-IGN-ANZ           PIC S9(04) COMP VALUE ZEROS.
 01          W-SEITE-IND         PIC S9(04) COMP VALUE ZEROS.
 01          W-BMP               PIC S9(04) COMP VALUE ZEROS.

**  ---> Aufgezeichnete Nachrichtenbilder (PAN-maskiert)
 01          W-REC-HEADER        PIC X(88)   VALUE SPACES.
 01          W-REC-SERVER        PIC X(15)   VALUE SPACES.
 01          W-REC-ANF-T-LEN     PIC S9(04) COMP VALUE ZEROS.
 01          W-REC-ANF-T         PIC X(4096) VALUE SPACES.
 01          W-REC-ANT-T-LEN     PIC S9(04) COMP VALUE ZEROS.
 01          W-REC-ANT-T         PIC X(4096) VALUE SPACES.
 01          W-REC-ANF-A-LEN     PIC S9(04) COMP VALUE ZEROS.
 01          W-REC-ANF-A         PIC X(4096) VALUE SPACES.

**  ---> Nachrichtenbilder des Replays
 01          W-RPL-ANT-T-LEN     PIC S9(04) COMP VALUE ZEROS.
 01          W-RPL-ANT-T         PIC X(4096) VALUE SPACES.
 01          W-RPL-ANF-A-LEN     PIC S9(04) COMP VALUE ZEROS.
 01          W-RPL-ANF-A         PIC X(4096) VALUE SPACES.
 01          W-RPL-HEADER        PIC X(88)   VALUE SPACES.
 01          W-SIM-PUFFER        PIC X(4096) VALUE SPACES.

**  ---> Mitschnitt =TRACELOG
 01          W-TRC-RICHTUNG      PIC X(04)   VALUE SPACES.
 01          W-TRC-LAENGE        PIC S9(04) COMP VALUE ZEROS.
 01          W-TRC-DATEN         PIC X(4096) VALUE SPACES.

**  ---> Kartennummer / Maske wie PFCPRE7 F962-PAN-MASKIEREN
 01          W-KANR              PIC X(19)   VALUE SPACES.
 01          W-KANR-MASKE        PIC X(19)   VALUE SPACES.
 01          W-KANR-LEN          PIC S9(04) COMP VALUE ZEROS.
 01          W-MASK-LEN          PIC S9(04) COMP VALUE ZEROS.

**  ---> Ergebnis je Vorgang
 01          W-VG-FLAG           PIC 9       VALUE ZERO.
     88      W-VG-OK                         VALUE ZERO.
     88      W-VG-FEHLER                     VALUE 1.
     88      W-VG-UEBERSPRUNGEN              VALUE 2.
 01          W-DEKO-FLAG         PIC 9       VALUE ZERO.
     88      W-DEKO-OK                       VALUE ZERO.
     88      W-DEKO-NOK                      VALUE 1.
 01          W-VG-ANZ-DIFF       PIC S9(04) COMP VALUE ZEROS.
 01          W-SEITE             PIC X(01)   VALUE SPACE.
 01          W-FEHLERTEXT        PIC X(60)   VALUE SPACES.

**  ---> Zaehler
 77          W-ANZ-VORGANG       PIC 9(09)   VALUE ZERO.
 77          W-ANZ-GLEICH        PIC 9(09)   VALUE ZERO.
 77          W-ANZ-ABWEICHEND    PIC 9(09)   VALUE ZERO.
 77          W-ANZ-FEHLER        PIC 9(09)   VALUE ZERO.
 77          W-ANZ-OHNE          PIC 9(09)   VALUE ZERO.
 77          W-ANZ-DIFF          PIC 9(09)   VALUE ZERO.

**  ---> Druckzeile Abweichung
 01          W-DRUCK-DIFF.
     05      WDD-TERMNR          PIC 9(08).
     05      FILLER              PIC X(01)   VALUE "/".
     05      WDD-TRACENR         PIC 9(06).
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDD-ROUTKZ          PIC Z(03)9.
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDD-SEITE           PIC X(01).
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDD-FELD            PIC X(04).
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDD-REC-LEN         PIC ZZZ9.
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDD-REC             PIC X(30).
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDD-RPL-LEN         PIC ZZZ9.
     05      FILLER              PIC X(01)   VALUE SPACE.
     05      WDD-RPL             PIC X(30).

 01          D-NUM4              PIC -9(04)  VALUE ZEROS.
 01          D-NUM4N             PIC -9(04)  VALUE ZEROS.
 01          D-NUM4M             PIC -9(04)  VALUE ZEROS.
 01          D-BMP               PIC 9(03)   VALUE ZEROS.
 01          D-ANZ               PIC Z(08)9  VALUE ZEROS.

**          ---> fuer Pathsend (serverclass_send_)
 01          PS-PATHNAME         PIC X(15).
 01          PS-PATHNAMELEN      PIC S9(04) COMP VALUE 15.
 01          PS-SRVCLASS         PIC X(15).
 01          PS-SRVCLASSLEN      PIC S9(04) COMP VALUE 15.
 01          PS-REQLEN           NATIVE-2.
 01          PS-MAXREPLEN        NATIVE-2.
 01          PS-AKTREPLEN        NATIVE-2.
 01          PS-TIMEOUT          PIC S9(04) COMP.
 01          PS-ERROR            PIC S9(04) COMP.

*           ---> fuer Pathsend (serverclass_send_info)
 01          SSI-ERROR           PIC S9(04) COMP.
 01          SSI-PSERROR         PIC S9(04) COMP.
 01          SSI-FSERROR         PIC S9(04) COMP.

**  ---> Ziel des Pathsend: interne Nachricht oder rohe AS-Nachricht
 01          PS-ZIEL-FLAG        PIC 9       VALUE ZERO.
     88      PS-ZIEL-IMSG                    VALUE ZERO.
     88      PS-ZIEL-SIM                     VALUE 1.

**          ---> Schnittstelle zum Krypto-Baustein PFCPVK7
     COPY    PFCPVK7C OF "=MSGLIB".
 01          PVK-RCODE-D         PIC 9(04)   VALUE ZEROS.
 01          PVK-HSM-RCODE-D     PIC -9(04)  VALUE ZEROS.

**  ---> Startparameter
 01          STARTUP-FELDER.
     05      STUP-RESULT         PIC S9(04) COMP VALUE ZEROS.
     05      STUP-PORTION        PIC  X(30) VALUE "STRING".
     05      STUP-TEXT           PIC X(128).

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

*--------------------------------------------------------------------*
* Interne Nachricht an die Serverklassen der Testinstanz
*--------------------------------------------------------------------*
 01          INTERN-MESSAGE.
     COPY    INT-SCHNITTSTELLE-C OF  "=MSGLIB"
             REPLACING =="*"== BY ==IMSG==.

 EXTENDED-STORAGE SECTION.

**          ---> Schnittstelle WISO207 (ISO <-> COBOL)
     COPY    WISO207C OF "=MSGLIB"
             REPLACING =="*"== BY ==W207==.

**          ---> Schnittstelle zu WISO207 fuer die Aufzeichnung
     COPY    WISO207C OF "=MSGLIB"
             REPLACING =="*"== BY ==W2RC==.

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
    INVOKE =TXNLOG70 AS TXNLOG70-TS
 END-EXEC

 EXEC SQL
    INVOKE =TXNLOG70 AS TXNLOG70-AS
 END-EXEC

 EXEC SQL
    INVOKE =PANVAULT AS PANVAULT
 END-EXEC

**  ---> erwartete Abweichungen je Seite und BMP
 EXEC SQL
    INVOKE =RPLIGNORE AS RPLIGNORE
 END-EXEC

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

 EXEC SQL
     CONTROL TABLE * WAIT IF LOCKED
 END-EXEC

**  ---> Terminalanfragen des Tages in zeitlicher Folge
 EXEC SQL
     DECLARE TXILOG70_CURS CURSOR FOR
         SELECT  PNR, TERMNR, TRACENR, ISONTYP, ROUTKZ, KANR
               , ZP_VERKAUF
           FROM  =TXILOG70
          WHERE  ZP_VERKAUF >= :W-ZP-VON
            AND  ZP_VERKAUF <= :W-ZP-BIS
          ORDER  BY ZP_VERKAUF
         BROWSE  ACCESS
 END-EXEC

**  ---> Mitschnitt eines Nachrichtenbildes (erster des Tages)
 EXEC SQL
     DECLARE TRACELOG_CURS CURSOR FOR
         SELECT  LAENGE, DATEN
           FROM  =TRACELOG
          WHERE  TERMNR   = :TERMNR  of TXILOG70
            AND  TRACENR  = :TRACENR of TXILOG70
            AND  RICHTUNG = :W-TRC-RICHTUNG
            AND  ZPINS   >= :W-ZPINS-VON
                     TYPE AS DATETIME YEAR TO FRACTION(2)
            AND  ZPINS   <= :W-ZPINS-BIS
                     TYPE AS DATETIME YEAR TO FRACTION(2)
          ORDER  BY ZPINS
         BROWSE  ACCESS
 END-EXEC

**  ---> Liste der erwarteten Abweichungen
 EXEC SQL
     DECLARE RPLIGNORE_CURS CURSOR FOR
         SELECT  KZ_MSG, BMP
           FROM  =RPLIGNORE
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
         PERFORM B100-VERARBEITUNG
     END-IF
     PERFORM S780-RUN-ENDE
     PERFORM B090-ENDE
     STOP RUN
     .
 A100-99.
     EXIT.

******************************************************************
* Vorlauf: Parameter, Zeitraum, Liste der erwarteten Abweichungen
******************************************************************
 B000-VORLAUF SECTION.
 B000-00.
**  ---> Verkaufstag Pflicht
     MOVE "DATUM" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:STUP-RESULT) TO W-DATUM

**  ---> Pathway-System der Testinstanz Pflicht
     MOVE "PATHMON" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:STUP-RESULT) TO PS-PATHNAME

**  ---> ROUTKZ-Mix optional
     MOVE "ROUTKZ" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         MOVE ZERO TO W-ENDE-FLAG
     ELSE
         PERFORM B010-ROUTKZ-LISTE
     END-IF

**  ---> Quelle optional
     MOVE "QUELLE" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         MOVE ZERO     TO W-ENDE-FLAG
         MOVE K-QUELLE TO W-QUELLE
     ELSE
         MOVE STUP-TEXT (1:STUP-RESULT) TO W-QUELLE
     END-IF
     IF  NOT W-QUELLE-TXNLOG70
     AND NOT W-QUELLE-TRACELOG
         DISPLAY "RFCRPL7 - QUELLE ungueltig: " W-QUELLE
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

**  ---> Serverklassen optional
     MOVE "SIMKLASSE" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         MOVE ZERO         TO W-ENDE-FLAG
         MOVE K-SIM-KLASSE TO W-SIM-KLASSE
     ELSE
         MOVE STUP-TEXT (1:STUP-RESULT) TO W-SIM-KLASSE
     END-IF

     MOVE "AUTKLASSE" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         MOVE ZERO         TO W-ENDE-FLAG
         MOVE K-AUT-KLASSE TO W-AUT-KLASSE
     ELSE
         MOVE STUP-TEXT (1:STUP-RESULT) TO W-AUT-KLASSE
     END-IF

**  ---> Anzahl optional (0 = alle)
     MOVE "MAX" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         MOVE ZERO TO W-ENDE-FLAG
                      W-MAX
     ELSE
         MOVE STUP-TEXT (1:STUP-RESULT) TO W-MAX
     END-IF

**  ---> Zeitraum des Verkaufstages
     COMPUTE W-ZP-VON = W-DATUM * 1000000
     COMPUTE W-ZP-BIS = (W-DATUM * 1000000) + 235959
     MOVE W-DATUM    TO W-DATUM-R
     MOVE W-DAT-JJJJ TO WZV-JHJJ WZB-JHJJ
     MOVE W-DAT-MM   TO WZV-MM   WZB-MM
     MOVE W-DAT-TT   TO WZV-TT   WZB-TT

     PERFORM B020-IGNORE-LADEN
     IF  W-ENDE
         EXIT SECTION
     END-IF

     DISPLAY "RFCRPL7 - Replay Verkaufstag " W-DATUM
             " aus =" W-QUELLE " gegen " PS-PATHNAME
     DISPLAY "RFCRPL7 - Simulator " W-SIM-KLASSE
             ", AS-Antworten an " W-AUT-KLASSE
     IF  W-RK-ANZ = ZERO
         DISPLAY "RFCRPL7 - ROUTKZ: alle"
     ELSE
         DISPLAY "RFCRPL7 - ROUTKZ: " STUP-TEXT (1:40)
     END-IF
     DISPLAY " "
     DISPLAY "TERMNR  /TRACE  RKZ S BMP  LREC AUFGEZEICHNET"
             "                  LRPL REPLAY"
     .
 B000-99.
     EXIT.

******************************************************************
* ROUTKZ-Mix aus dem Parameter (durch Komma getrennt)
******************************************************************
 B010-ROUTKZ-LISTE SECTION.
 B010-00.
     MOVE ZERO TO W-RK-ANZ
     MOVE 1    TO W-RK-PTR
     PERFORM UNTIL W-RK-PTR > STUP-RESULT
                OR W-RK-ANZ >= 20
         MOVE SPACES TO W-RK-TEXT
         UNSTRING STUP-TEXT (1:STUP-RESULT)
             DELIMITED BY ","
             INTO W-RK-TEXT
             WITH POINTER W-RK-PTR
         END-UNSTRING
         IF  W-RK-TEXT NOT = SPACES
             INSPECT W-RK-TEXT REPLACING LEADING SPACE BY ZERO
             MOVE W-RK-TEXT TO W-RK-NUM
             ADD  1         TO W-RK-ANZ
             MOVE W-RK-NUM  TO W-RK-ROUTKZ (W-RK-ANZ)
         END-IF
     END-PERFORM
     .
 B010-99.
     EXIT.

******************************************************************
* Erwartete Abweichungen aus =RPLIGNORE; ohne Eintraege gelten
* Zeitstempel (BMP 7, 12, 13), Tracenummer (11), Referenz (37)
* und MAC (64, 128)
******************************************************************
 B020-IGNORE-LADEN SECTION.
 B020-00.
     INITIALIZE W-IGNORE
     MOVE ZERO TO W-IGN-ANZ

     EXEC SQL
         OPEN RPLIGNORE_CURS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

     PERFORM S130-FETCH-RPLIGNORE
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         IF  BMP OF RPLIGNORE > ZERO
         AND BMP OF RPLIGNORE <= 128
             MOVE BMP OF RPLIGNORE TO W-BMP
             IF  KZ-MSG OF RPLIGNORE NOT = "A"
                 MOVE 1 TO W-IGN-BMP (1 W-BMP)
             END-IF
             IF  KZ-MSG OF RPLIGNORE NOT = "T"
                 MOVE 1 TO W-IGN-BMP (2 W-BMP)
             END-IF
             ADD 1 TO W-IGN-ANZ
         END-IF
         PERFORM S130-FETCH-RPLIGNORE
     END-PERFORM

     EXEC SQL
         CLOSE RPLIGNORE_CURS
     END-EXEC
     IF  W-SQL-NOK
         EXIT SECTION
     END-IF
     MOVE ZERO TO W-SQLCODE-FLAG

     IF  W-IGN-ANZ = ZERO
         PERFORM VARYING W-SEITE-IND FROM 1 BY 1
                 UNTIL   W-SEITE-IND > 2
             MOVE 1 TO W-IGN-BMP (W-SEITE-IND 7)
                       W-IGN-BMP (W-SEITE-IND 11)
                       W-IGN-BMP (W-SEITE-IND 12)
                       W-IGN-BMP (W-SEITE-IND 13)
                       W-IGN-BMP (W-SEITE-IND 37)
                       W-IGN-BMP (W-SEITE-IND 64)
                       W-IGN-BMP (W-SEITE-IND 128)
         END-PERFORM
         DISPLAY "RFCRPL7 - =RPLIGNORE leer, Standardliste "
                 "BMP 7 11 12 13 37 64 128"
     ELSE
         MOVE W-IGN-ANZ TO D-NUM4
         DISPLAY "RFCRPL7 - =RPLIGNORE: " D-NUM4
                 " erwartete Abweichungen"
     END-IF
     .
 B020-99.
     EXIT.

******************************************************************
* Ende / Zusammenfassung
******************************************************************
 B090-ENDE SECTION.
 B090-00.
     DISPLAY " "
     MOVE W-ANZ-VORGANG    TO D-ANZ
     DISPLAY "RFCRPL7 - Vorgaenge gespielt     : " D-ANZ
     MOVE W-ANZ-GLEICH     TO D-ANZ
     DISPLAY "RFCRPL7 - ohne Abweichung        : " D-ANZ
     MOVE W-ANZ-ABWEICHEND TO D-ANZ
     DISPLAY "RFCRPL7 - mit Abweichung         : " D-ANZ
     MOVE W-ANZ-DIFF       TO D-ANZ
     DISPLAY "RFCRPL7 - abweichende Felder     : " D-ANZ
     MOVE W-ANZ-FEHLER     TO D-ANZ
     DISPLAY "RFCRPL7 - nicht spielbar/Fehler  : " D-ANZ
     MOVE W-ANZ-OHNE       TO D-ANZ
     DISPLAY "RFCRPL7 - ohne Mitschnitt        : " D-ANZ
     .
 B090-99.
     EXIT.

******************************************************************
* Alle Terminalvorgaenge des Tages im ROUTKZ-Mix nachspielen
******************************************************************
 B100-VERARBEITUNG SECTION.
 B100-00.
     PERFORM S100-OPEN-TXILOG70-CURSOR
     PERFORM S101-FETCH-TXILOG70-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK OR W-ENDE
         SET W-RK-IM-MIX TO TRUE
         IF  W-RK-ANZ > ZERO
             SET W-RK-NICHT-IM-MIX TO TRUE
             PERFORM VARYING W-RK-IND FROM 1 BY 1
                     UNTIL   W-RK-IND > W-RK-ANZ
                 IF  W-RK-ROUTKZ (W-RK-IND) = ROUTKZ OF TXILOG70
                     SET W-RK-IM-MIX TO TRUE
                 END-IF
             END-PERFORM
         END-IF

         IF  W-RK-IM-MIX
             PERFORM C100-VORGANG-REPLAY
             ADD 1 TO W-RUN-ANZ
         END-IF

         IF  W-MAX > ZERO
         AND W-ANZ-VORGANG >= W-MAX
             SET W-SQL-EOD TO TRUE
         ELSE
             PERFORM S101-FETCH-TXILOG70-CURSOR
         END-IF
     END-PERFORM
     PERFORM S102-CLOSE-TXILOG70-CURSOR
     MOVE ZERO TO W-SQLCODE-FLAG
     .
 B100-99.
     EXIT.

******************************************************************
* Einen Vorgang nachspielen und vergleichen
******************************************************************
 C100-VORGANG-REPLAY SECTION.
 C100-00.
     SET  W-VG-OK        TO TRUE
     MOVE ZERO           TO W-VG-ANZ-DIFF
                            W-RPL-ANT-T-LEN
                            W-RPL-ANF-A-LEN
     MOVE SPACES         TO W-FEHLERTEXT

     PERFORM C110-MITSCHNITT-HOLEN
     IF  W-VG-UEBERSPRUNGEN
         ADD 1 TO W-ANZ-OHNE
         EXIT SECTION
     END-IF

     ADD 1 TO W-ANZ-VORGANG
     PERFORM S300-PAN-RESTAURIEREN
     IF  W-VG-OK
         PERFORM C120-ANFRAGE-SENDEN
     END-IF

     IF  W-VG-FEHLER
         ADD 1 TO W-ANZ-FEHLER
         MOVE "FEHL"         TO WDD-FELD
         MOVE SPACE          TO WDD-SEITE
         MOVE ZERO           TO WDD-REC-LEN WDD-RPL-LEN
         MOVE W-FEHLERTEXT   TO WDD-REC
         MOVE W-FEHLERTEXT (31:30) TO WDD-RPL
         PERFORM C220-DIFF-DRUCKEN
         EXIT SECTION
     END-IF

**  ---> Seite A: erzeugte gegen aufgezeichnete AS-Anfrage
     IF  W-REC-ANF-A-LEN > ZERO
     OR  W-RPL-ANF-A-LEN > ZERO
         MOVE "A" TO W-SEITE
         PERFORM C200-VERGLEICH
     END-IF

**  ---> Seite T: Terminalantwort
     MOVE "T" TO W-SEITE
     PERFORM C200-VERGLEICH

     IF  W-VG-ANZ-DIFF = ZERO
         ADD 1 TO W-ANZ-GLEICH
     ELSE
         ADD 1 TO W-ANZ-ABWEICHEND
     END-IF
     .
 C100-99.
     EXIT.

******************************************************************
* Aufgezeichnete Bilder des Vorgangs holen; Header und Serverklasse
* kommen immer aus der "T"-Zeile in =TXNLOG70
******************************************************************
 C110-MITSCHNITT-HOLEN SECTION.
 C110-00.
     MOVE ZERO TO W-REC-ANF-T-LEN
                  W-REC-ANT-T-LEN
                  W-REC-ANF-A-LEN

     PERFORM S110-SELECT-TXNLOG70
     IF  W-VG-UEBERSPRUNGEN
         EXIT SECTION
     END-IF

     IF  W-QUELLE-TRACELOG
**      ---> Bilder aus dem Mitschnitt; fehlt die Terminalantwort
**      ---> (nur bei lokaler Antwort mitgeschnitten), gilt =TXNLOG70
         MOVE "TANF" TO W-TRC-RICHTUNG
         PERFORM S120-SELECT-TRACELOG
         IF  W-SQL-OK
             MOVE W-TRC-LAENGE TO W-REC-ANF-T-LEN
             MOVE W-TRC-DATEN  TO W-REC-ANF-T
         ELSE
             MOVE ZERO TO W-REC-ANF-T-LEN
         END-IF
         MOVE "TANT" TO W-TRC-RICHTUNG
         PERFORM S120-SELECT-TRACELOG
         IF  W-SQL-OK
             MOVE W-TRC-LAENGE TO W-REC-ANT-T-LEN
             MOVE W-TRC-DATEN  TO W-REC-ANT-T
         END-IF
         MOVE "AANF" TO W-TRC-RICHTUNG
         PERFORM S120-SELECT-TRACELOG
         IF  W-SQL-OK
             MOVE W-TRC-LAENGE TO W-REC-ANF-A-LEN
             MOVE W-TRC-DATEN  TO W-REC-ANF-A
         ELSE
             MOVE ZERO TO W-REC-ANF-A-LEN
         END-IF
         MOVE ZERO TO W-SQLCODE-FLAG
     END-IF

     IF  W-REC-ANF-T-LEN = ZERO
         SET W-VG-UEBERSPRUNGEN TO TRUE
     END-IF
     .
 C110-99.
     EXIT.

******************************************************************
* Terminalanfrage an die Testinstanz; die Antwort ist entweder die
* lokale Terminalantwort oder die AS-Anfrage (dann AS-Strecke)
******************************************************************
 C120-ANFRAGE-SENDEN SECTION.
 C120-00.
**  ---> interne Nachricht wie von der Drehscheibe aufbauen
     MOVE W-REC-ANF-T (1:W-REC-ANF-T-LEN) TO W207-ISOSTRING
     MOVE W-REC-ANF-T-LEN                  TO W207-ISOLEN
     SET  W207-EC TO TRUE
     PERFORM L120-ISO2COB
     IF  W-DEKO-NOK
         SET  W-VG-FEHLER TO TRUE
         MOVE "Terminalanfrage nicht dekodierbar" TO W-FEHLERTEXT
         EXIT SECTION
     END-IF

     MOVE SPACES         TO INTERN-MESSAGE
     MOVE W-REC-HEADER   TO IMSG-HEADER
     MOVE W207-ISOSTRING TO IMSG-NDATEN
     MOVE W207-COBDATEN  TO IMSG-COBDATEN
     MOVE W207-ISOLEN    TO IMSG-DATLEN
                            IMSG-SENDLEN

     SET  PS-ZIEL-IMSG   TO TRUE
     MOVE W-REC-SERVER   TO PS-SRVCLASS
     PERFORM P100-PATHSEND
     IF  W-VG-FEHLER
         EXIT SECTION
     END-IF

     EVALUATE TRUE
**      ---> lokal beantwortet
         WHEN IMSG-WRITE-SL
             MOVE IMSG-DATLEN TO W-RPL-ANT-T-LEN
             MOVE IMSG-NDATEN (1:IMSG-DATLEN)
               TO W-RPL-ANT-T
**      ---> Server hat die Anfrage abgewiesen
         WHEN IMSG-READ-IL
          AND IMSG-NEXTSERV = SPACES
             SET  W-VG-FEHLER TO TRUE
             MOVE "Anfrage von der Testinstanz abgewiesen"
               TO W-FEHLERTEXT
**      ---> AS-Anfrage erzeugt
         WHEN OTHER
             MOVE IMSG-DATLEN TO W-RPL-ANF-A-LEN
             MOVE IMSG-NDATEN (1:IMSG-DATLEN)
               TO W-RPL-ANF-A
             PERFORM C130-AS-STRECKE
     END-EVALUATE

**  ---> Kartennummer der Antwortbilder wie in PFCPRE7 maskieren
     IF  W-KANR-LEN >= 13
         IF  W-RPL-ANT-T-LEN > ZERO
             INSPECT W-RPL-ANT-T (1:W-RPL-ANT-T-LEN)
                 REPLACING ALL W-KANR (1:W-KANR-LEN)
                        BY W-KANR-MASKE (1:W-KANR-LEN)
         END-IF
         IF  W-RPL-ANF-A-LEN > ZERO
             INSPECT W-RPL-ANF-A (1:W-RPL-ANF-A-LEN)
                 REPLACING ALL W-KANR (1:W-KANR-LEN)
                        BY W-KANR-MASKE (1:W-KANR-LEN)
         END-IF
     END-IF
     .
 C120-99.
     EXIT.

******************************************************************
* AS-Strecke: AS-Anfrage an den Simulator, dessen Antwort mit dem
* Header der Testinstanz an die Autorisierung; deren Antwort ist
* die Terminalantwort
******************************************************************
 C130-AS-STRECKE SECTION.
 C130-00.
     MOVE IMSG-HEADER TO W-RPL-HEADER

     MOVE SPACES          TO W-SIM-PUFFER
     MOVE W-RPL-ANF-A (1:W-RPL-ANF-A-LEN) TO W-SIM-PUFFER
     SET  PS-ZIEL-SIM     TO TRUE
     MOVE W-SIM-KLASSE    TO PS-SRVCLASS
     MOVE W-RPL-ANF-A-LEN TO PS-REQLEN
     PERFORM P100-PATHSEND
     IF  W-VG-FEHLER
         EXIT SECTION
     END-IF
     IF  PS-AKTREPLEN = ZERO
         SET  W-VG-FEHLER TO TRUE
         MOVE "keine Antwort vom Simulator" TO W-FEHLERTEXT
         EXIT SECTION
     END-IF

**  ---> AS-Antwort wie von der Drehscheibe an die Autorisierung
     MOVE W-SIM-PUFFER (1:PS-AKTREPLEN) TO W207-ISOSTRING
     MOVE PS-AKTREPLEN                   TO W207-ISOLEN
     SET  W207-IFSF TO TRUE
     PERFORM L120-ISO2COB
     IF  W-DEKO-NOK
         SET  W-VG-FEHLER TO TRUE
         MOVE "Simulator-Antwort nicht dekodierbar" TO W-FEHLERTEXT
         EXIT SECTION
     END-IF

     MOVE SPACES         TO INTERN-MESSAGE
     MOVE W-RPL-HEADER   TO IMSG-HEADER
     MOVE W207-ISOSTRING TO IMSG-NDATEN
     MOVE W207-COBDATEN  TO IMSG-COBDATEN
     MOVE W207-ISOLEN    TO IMSG-DATLEN
                            IMSG-SENDLEN

     SET  PS-ZIEL-IMSG   TO TRUE
     MOVE W-AUT-KLASSE   TO PS-SRVCLASS
     PERFORM P100-PATHSEND
     IF  W-VG-FEHLER
         EXIT SECTION
     END-IF

     IF  IMSG-WRITE-SL
         MOVE IMSG-DATLEN TO W-RPL-ANT-T-LEN
         MOVE IMSG-NDATEN (1:IMSG-DATLEN)
           TO W-RPL-ANT-T
     ELSE
         SET  W-VG-FEHLER TO TRUE
         MOVE "keine Terminalantwort der Autorisierung"
           TO W-FEHLERTEXT
     END-IF
     .
 C130-99.
     EXIT.

******************************************************************
* Feldvergleich einer Seite (W-SEITE "T" oder "A"): Aufzeichnung
* nach W2RC, Replay nach W207 dekodieren
******************************************************************
 C200-VERGLEICH SECTION.
 C200-00.
     IF  W-SEITE = "T"
         MOVE 1 TO W-SEITE-IND
     ELSE
         MOVE 2 TO W-SEITE-IND
     END-IF

**  ---> eine Seite fehlt ganz
     IF  W-SEITE = "T"
         IF  W-REC-ANT-T-LEN = ZERO
         OR  W-RPL-ANT-T-LEN = ZERO
             MOVE "NACH"          TO WDD-FELD
             MOVE W-REC-ANT-T-LEN TO WDD-REC-LEN
             MOVE W-RPL-ANT-T-LEN TO WDD-RPL-LEN
             MOVE SPACES          TO WDD-REC WDD-RPL
             PERFORM C220-DIFF-DRUCKEN
             EXIT SECTION
         END-IF
     ELSE
         IF  W-REC-ANF-A-LEN = ZERO
         OR  W-RPL-ANF-A-LEN = ZERO
             MOVE "NACH"          TO WDD-FELD
             MOVE W-REC-ANF-A-LEN TO WDD-REC-LEN
             MOVE W-RPL-ANF-A-LEN TO WDD-RPL-LEN
             MOVE SPACES          TO WDD-REC WDD-RPL
             PERFORM C220-DIFF-DRUCKEN
             EXIT SECTION
         END-IF
     END-IF

**  ---> Aufzeichnung dekodieren
     IF  W-SEITE = "T"
         MOVE W-REC-ANT-T (1:W-REC-ANT-T-LEN) TO W207-ISOSTRING
         MOVE W-REC-ANT-T-LEN                  TO W207-ISOLEN
         SET  W207-EC   TO TRUE
     ELSE
         MOVE W-REC-ANF-A (1:W-REC-ANF-A-LEN) TO W207-ISOSTRING
         MOVE W-REC-ANF-A-LEN                  TO W207-ISOLEN
         SET  W207-IFSF TO TRUE
     END-IF
     PERFORM L120-ISO2COB
     IF  W-DEKO-NOK
         MOVE "DEKO"         TO WDD-FELD
         MOVE ZERO           TO WDD-REC-LEN WDD-RPL-LEN
         MOVE "Aufzeichnung nicht dekodierbar" TO WDD-REC
         MOVE SPACES         TO WDD-RPL
         PERFORM C220-DIFF-DRUCKEN
         EXIT SECTION
     END-IF
     MOVE W207-WISO207C TO W2RC-WISO207C

**  ---> Replay dekodieren
     IF  W-SEITE = "T"
         MOVE W-RPL-ANT-T (1:W-RPL-ANT-T-LEN) TO W207-ISOSTRING
         MOVE W-RPL-ANT-T-LEN                  TO W207-ISOLEN
         SET  W207-EC   TO TRUE
     ELSE
         MOVE W-RPL-ANF-A (1:W-RPL-ANF-A-LEN) TO W207-ISOSTRING
         MOVE W-RPL-ANF-A-LEN                  TO W207-ISOLEN
         SET  W207-IFSF TO TRUE
     END-IF
     PERFORM L120-ISO2COB
     IF  W-DEKO-NOK
         MOVE "DEKO"         TO WDD-FELD
         MOVE ZERO           TO WDD-REC-LEN WDD-RPL-LEN
         MOVE SPACES         TO WDD-REC
         MOVE "Replay nicht dekodierbar" TO WDD-RPL
         PERFORM C220-DIFF-DRUCKEN
         EXIT SECTION
     END-IF

**  ---> Nachrichtentyp
     IF  W2RC-NTYPE NOT = W207-NTYPE
         MOVE "NTYP"     TO WDD-FELD
         MOVE 4          TO WDD-REC-LEN WDD-RPL-LEN
         MOVE W2RC-NTYPE TO WDD-REC
         MOVE W207-NTYPE TO WDD-RPL
         PERFORM C220-DIFF-DRUCKEN
     END-IF

**  ---> BMP 2 - 128 (BMP 1 ist die zweite Bitmap)
     PERFORM VARYING W-BMP FROM 2 BY 1
             UNTIL   W-BMP > 128
         IF  W-IGN-BMP (W-SEITE-IND W-BMP) = ZERO
             PERFORM C210-BMP-VERGLEICHEN
         END-IF
     END-PERFORM
     .
 C200-99.
     EXIT.

******************************************************************
* Ein BMP vergleichen: vorhanden, Laenge, Inhalt
******************************************************************
 C210-BMP-VERGLEICHEN SECTION.
 C210-00.
     IF  W2RC-TBMP (W-BMP) NOT = 1
     AND W207-TBMP (W-BMP) NOT = 1
         EXIT SECTION
     END-IF

     IF  W2RC-TBMP (W-BMP) = 1
     AND W207-TBMP (W-BMP) = 1
     AND W2RC-TLEN (W-BMP) = W207-TLEN (W-BMP)
         IF  W2RC-TLEN (W-BMP) = ZERO
             EXIT SECTION
         END-IF
         IF  W2RC-CF (W2RC-TPTR (W-BMP):W2RC-TLEN (W-BMP))
           = W207-CF (W207-TPTR (W-BMP):W207-TLEN (W-BMP))
             EXIT SECTION
         END-IF
     END-IF

     MOVE W-BMP  TO D-BMP
     MOVE D-BMP  TO WDD-FELD
     MOVE ZERO   TO WDD-REC-LEN WDD-RPL-LEN
     MOVE SPACES TO WDD-REC WDD-RPL
     IF  W2RC-TBMP (W-BMP) = 1
         MOVE W2RC-TLEN (W-BMP) TO WDD-REC-LEN
         IF  W2RC-TLEN (W-BMP) > ZERO
             MOVE W2RC-CF (W2RC-TPTR (W-BMP):W2RC-TLEN (W-BMP))
               TO WDD-REC
         END-IF
     ELSE
         MOVE "-- fehlt --" TO WDD-REC
     END-IF
     IF  W207-TBMP (W-BMP) = 1
         MOVE W207-TLEN (W-BMP) TO WDD-RPL-LEN
         IF  W207-TLEN (W-BMP) > ZERO
             MOVE W207-CF (W207-TPTR (W-BMP):W207-TLEN (W-BMP))
               TO WDD-RPL
         END-IF
     ELSE
         MOVE "-- fehlt --" TO WDD-RPL
     END-IF
     PERFORM C220-DIFF-DRUCKEN
     .
 C210-99.
     EXIT.

******************************************************************
* Abweichung drucken
******************************************************************
 C220-DIFF-DRUCKEN SECTION.
 C220-00.
     MOVE TERMNR  OF TXILOG70 TO WDD-TERMNR
     MOVE TRACENR OF TXILOG70 TO WDD-TRACENR
     MOVE ROUTKZ  OF TXILOG70 TO WDD-ROUTKZ
     IF  WDD-FELD NOT = "FEHL"
         MOVE W-SEITE TO WDD-SEITE
         ADD  1       TO W-VG-ANZ-DIFF
                         W-ANZ-DIFF
     END-IF
     DISPLAY W-DRUCK-DIFF
     .
 C220-99.
     EXIT.

******************************************************************
* Aufruf WISO207 (ISO -> COBOL); ein nicht dekodierbares Bild
* betrifft nur den Vorgang, nicht den Lauf
******************************************************************
 L120-ISO2COB SECTION.
 L120-00.
     SET W-DEKO-OK     TO TRUE
     SET W207-ISO2COB  TO TRUE
     PERFORM M130-CALL-WISO207

     IF  W207-RCODE NOT = ZERO
         SET W-DEKO-NOK TO TRUE
         MOVE W207-RCODE TO D-NUM4
         DISPLAY "RFCRPL7 - WISO207 (ISO2COB) RC: " D-NUM4
                 " TERMNR/TRACENR " TERMNR OF TXILOG70
                 "/" TRACENR OF TXILOG70
     END-IF
     .
 L120-99.
     EXIT.

 M130-CALL-WISO207 SECTION.
 M130-00.
     CALL "WISO207" USING W207-WISO207C
     .
 M130-99.
     EXIT.

******************************************************************
* Aufruf Krypto-Baustein PFCPVK7: Kartennummer entschluesseln
* (KANR_ENC unter der Schluesselversion des Tresorsatzes)
******************************************************************
 M190-CALL-PFCPVK7 SECTION.
 M190-00.
     SET  PVK-ENTSCHLUESSELN      TO TRUE
     MOVE KANR-ENC    OF PANVAULT TO PVK-KANR-ENC
     MOVE KEY-VERSION OF PANVAULT TO PVK-KEY-VERSION
     CALL "PFCPVK7" USING PVK-PFCPVK7C
     IF  PVK-OK
         MOVE PVK-KANR TO KANR OF PANVAULT
     ELSE
         MOVE PVK-RCODE     TO PVK-RCODE-D
         MOVE PVK-HSM-RCODE TO PVK-HSM-RCODE-D
         DISPLAY "RFCRPL7 - PFCPVK7 RCODE " PVK-RCODE-D
                 " HSM " PVK-HSM-RCODE-D
                 ", Token nicht entschluesselbar: "
                 TOKEN OF PANVAULT
     END-IF
     .
 M190-99.
     EXIT.

******************************************************************
* Pathsend an die Testinstanz: interne Nachricht (Eingangs- und
* Autorisierungsserver) oder rohe AS-Nachricht (Simulator)
******************************************************************
 P100-PATHSEND SECTION.
 P100-00.
**  ---> Nachrichtenparameter (Laenge, Timeout)
     IF  PS-ZIEL-IMSG
         MOVE 4096 TO PS-REQLEN
     END-IF
     MOVE 4096 TO PS-MAXREPLEN
     MOVE 3000 TO PS-TIMEOUT

**  ---> Uebrige Parameter
     MOVE ZERO TO PS-AKTREPLEN
                  PS-ERROR

     IF  PS-ZIEL-IMSG
         ENTER "SERVERCLASS_SEND_" USING  PS-PATHNAME
                                          PS-PATHNAMELEN
                                          PS-SRVCLASS
                                          PS-SRVCLASSLEN
                                          INTERN-MESSAGE
                                          PS-REQLEN
                                          PS-MAXREPLEN
                                          PS-AKTREPLEN
                                          PS-TIMEOUT
                                   GIVING PS-ERROR
     ELSE
         ENTER "SERVERCLASS_SEND_" USING  PS-PATHNAME
                                          PS-PATHNAMELEN
                                          PS-SRVCLASS
                                          PS-SRVCLASSLEN
                                          W-SIM-PUFFER
                                          PS-REQLEN
                                          PS-MAXREPLEN
                                          PS-AKTREPLEN
                                          PS-TIMEOUT
                                   GIVING PS-ERROR
     END-IF

     IF  PS-ERROR NOT = ZERO
         SET W-VG-FEHLER TO TRUE
         ENTER "SERVERCLASS_SEND_INFO_" USING SSI-PSERROR
                                              SSI-FSERROR
                                       GIVING SSI-ERROR
         IF  SSI-ERROR = ZERO
             MOVE PS-ERROR    TO D-NUM4
             MOVE SSI-PSERROR TO D-NUM4N
             MOVE SSI-FSERROR TO D-NUM4M
             STRING  "Pathsend " PS-SRVCLASS " "
                     D-NUM4 "/" D-NUM4N "/" D-NUM4M
                         delimited by size
               INTO W-FEHLERTEXT
             END-STRING
         ELSE
             MOVE SSI-ERROR TO D-NUM4
             STRING  "Pathsend " PS-SRVCLASS
                     " INFO-Fehler: " D-NUM4
                         delimited by size
               INTO W-FEHLERTEXT
             END-STRING
         END-IF
     END-IF
     .
 P100-99.
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
                     DISPLAY "RFCRPL7 - Parameter fehlt: "
                             STUP-PORTION
                     SET W-ENDE TO TRUE
         WHEN OTHER  CONTINUE
     END-EVALUATE
     .
 P950-99.
     EXIT.

******************************************************************
* Cursor auf die Terminalvorgaenge des Tages
******************************************************************
 S100-OPEN-TXILOG70-CURSOR SECTION.
 S100-00.
     EXEC SQL
         OPEN TXILOG70_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S100-99.
     EXIT.

 S101-FETCH-TXILOG70-CURSOR SECTION.
 S101-00.
     IF  W-SQL-NOK
         EXIT SECTION
     END-IF
     EXEC SQL
         FETCH TXILOG70_CURS
          INTO :PNR        of TXILOG70
              ,:TERMNR     of TXILOG70
              ,:TRACENR    of TXILOG70
              ,:ISONTYP    of TXILOG70
              ,:ROUTKZ     of TXILOG70
              ,:KANR       of TXILOG70
              ,:ZP-VERKAUF of TXILOG70
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

 S102-CLOSE-TXILOG70-CURSOR SECTION.
 S102-00.
     EXEC SQL
         CLOSE TXILOG70_CURS
     END-EXEC
     .
 S102-99.
     EXIT.

******************************************************************
* Nachrichtenpaare des Vorgangs aus =TXNLOG70 ("T" und "A")
******************************************************************
 S110-SELECT-TXNLOG70 SECTION.
 S110-00.
     EXEC SQL
         SELECT  LOG_SRV, FREHEADER, ANFRAGE, ANTWORT
           INTO :LOG-SRV   of TXNLOG70-TS
               ,:FREHEADER of TXNLOG70-TS
               ,:ANFRAGE   of TXNLOG70-TS
               ,:ANTWORT   of TXNLOG70-TS
           FROM  =TXNLOG70
          WHERE  PNR     = :PNR     of TXILOG70
            AND  TERMNR  = :TERMNR  of TXILOG70
            AND  TRACENR = :TRACENR of TXILOG70
            AND  ISONTYP = :ISONTYP of TXILOG70
            AND  KZ_MSG  = "T"
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    SET W-VG-UEBERSPRUNGEN TO TRUE
                     EXIT SECTION
         WHEN OTHER  SET W-VG-UEBERSPRUNGEN TO TRUE
                     DISPLAY "RFCRPL7 - Select =TXNLOG70 SQLCODE: "
                             SQLCODE OF SQLCA " TERMNR/TRACENR "
                             TERMNR OF TXILOG70 "/"
                             TRACENR OF TXILOG70
                     EXIT SECTION
     END-EVALUATE

     MOVE FREHEADER OF TXNLOG70-TS TO W-REC-HEADER
     IF  LOG-SRV OF TXNLOG70-TS = SPACES
         MOVE K-PRE-KLASSE TO W-REC-SERVER
     ELSE
         MOVE LOG-SRV OF TXNLOG70-TS TO W-REC-SERVER
     END-IF
     MOVE LEN OF ANFRAGE OF TXNLOG70-TS TO W-REC-ANF-T-LEN
     IF  W-REC-ANF-T-LEN > ZERO
         MOVE VAL OF ANFRAGE OF TXNLOG70-TS (1:W-REC-ANF-T-LEN)
           TO W-REC-ANF-T
     END-IF
     MOVE LEN OF ANTWORT OF TXNLOG70-TS TO W-REC-ANT-T-LEN
     IF  W-REC-ANT-T-LEN > ZERO
         MOVE VAL OF ANTWORT OF TXNLOG70-TS (1:W-REC-ANT-T-LEN)
           TO W-REC-ANT-T
     END-IF

**  ---> AS-Anfrage nur bei AS-gebundenen Vorgaengen
     EXEC SQL
         SELECT  ANFRAGE
           INTO :ANFRAGE   of TXNLOG70-AS
           FROM  =TXNLOG70
          WHERE  PNR     = :PNR     of TXILOG70
            AND  TERMNR  = :TERMNR  of TXILOG70
            AND  TRACENR = :TRACENR of TXILOG70
            AND  ISONTYP = :ISONTYP of TXILOG70
            AND  KZ_MSG  = "A"
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA = ZERO
         MOVE LEN OF ANFRAGE OF TXNLOG70-AS TO W-REC-ANF-A-LEN
         IF  W-REC-ANF-A-LEN > ZERO
             MOVE VAL OF ANFRAGE OF TXNLOG70-AS (1:W-REC-ANF-A-LEN)
               TO W-REC-ANF-A
         END-IF
     END-IF
     .
 S110-99.
     EXIT.

******************************************************************
* Erstes Nachrichtenbild einer Richtung aus =TRACELOG
******************************************************************
 S120-SELECT-TRACELOG SECTION.
 S120-00.
     EXEC SQL
         OPEN TRACELOG_CURS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         SET W-SQL-NOK TO TRUE
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

     EXEC SQL
         FETCH TRACELOG_CURS
          INTO :W-TRC-LAENGE
              ,:W-TRC-DATEN
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE

     EXEC SQL
         CLOSE TRACELOG_CURS
     END-EXEC
     .
 S120-99.
     EXIT.

 S130-FETCH-RPLIGNORE SECTION.
 S130-00.
     EXEC SQL
         FETCH RPLIGNORE_CURS
          INTO :KZ-MSG of RPLIGNORE
              ,:BMP    of RPLIGNORE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S130-99.
     EXIT.

******************************************************************
* Kartennummer zum Token aus dem Tresor holen und im aufgezeich-
* neten Terminalbild wieder einsetzen (Maske wie PFCPRE7 F962);
* Altbestand ohne Tokenisierung fuehrt die Kartennummer im Klartext
******************************************************************
 S300-PAN-RESTAURIEREN SECTION.
 S300-00.
     MOVE SPACES TO W-KANR
     MOVE ZERO   TO W-KANR-LEN

     IF  KANR OF TXILOG70 (1:2) NOT = "99"
         MOVE KANR OF TXILOG70 TO W-KANR
     ELSE
         MOVE KANR OF TXILOG70 TO TOKEN OF PANVAULT
         EXEC SQL
             SELECT  KANR, KANR_ENC, KEY_VERSION
               INTO :KANR        of PANVAULT
                   ,:KANR-ENC    of PANVAULT
                   ,:KEY-VERSION of PANVAULT
               FROM  =PANVAULT
              WHERE  TOKEN = :TOKEN of PANVAULT
             BROWSE  ACCESS
         END-EXEC
         IF  SQLCODE OF SQLCA NOT = ZERO
             SET  W-VG-FEHLER TO TRUE
             MOVE "Token nicht im Tresor" TO W-FEHLERTEXT
             EXIT SECTION
         END-IF
         IF  KEY-VERSION OF PANVAULT NOT = ZERO
             PERFORM M190-CALL-PFCPVK7
             IF  PVK-ERR
                 SET  W-VG-FEHLER TO TRUE
                 MOVE "Token nicht entschluesselbar" TO W-FEHLERTEXT
                 EXIT SECTION
             END-IF
         END-IF
         MOVE KANR OF PANVAULT TO W-KANR
     END-IF

**  ---> Laenge der Kartennummer bestimmen, Maske aufbauen
     INSPECT W-KANR TALLYING W-KANR-LEN
         FOR CHARACTERS BEFORE INITIAL " "
     IF  W-KANR-LEN < 13
         EXIT SECTION
     END-IF
     MOVE W-KANR TO W-KANR-MASKE
     COMPUTE W-MASK-LEN = W-KANR-LEN - 10
     MOVE ALL "X" TO W-KANR-MASKE (7:W-MASK-LEN)

     INSPECT W-REC-ANF-T (1:W-REC-ANF-T-LEN)
         REPLACING ALL W-KANR-MASKE (1:W-KANR-LEN)
                BY W-KANR (1:W-KANR-LEN)
     .
 S300-99.
     EXIT.

******************************************************************
* Aufruf TAL-Routine: TIME
******************************************************************
 U200-TIMESTAMP SECTION.
 U200-00.
     ENTER TAL "TIME" USING TAL-TIME
     MOVE CORR TAL-TIME TO TAL-TIME-D
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
         WHEN OTHER  DISPLAY "RFCRPL7 - =BATCHRUN nicht "
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
               , ANZ       = :W-RUN-ANZ
               , ZP_ENDE   = CURRENT
          WHERE  DATUM    = :W-RUN-DATUM
            AND  PROGRAMM = :K-RUN-PROGRAMM
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         DISPLAY "RFCRPL7 - =BATCHRUN nicht fortschreibbar, "
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
     DISPLAY "RFCRPL7 - SQL-Fehler, SQLCODE: " SQLCODE OF SQLCA
     SET W-ENDE TO TRUE
     .
 Z002-99.
     EXIT.
