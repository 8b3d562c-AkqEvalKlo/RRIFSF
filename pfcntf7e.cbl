?CONSULT $SYSTEM.SYSTEM.COBOLEX0
?SEARCH  $SYSTEM.SYSTEM.COBOLLIB
?SEARCH  =TALLIB
?SEARCH  =PFCPVK7

?NOLMAP, SYMBOLS, INSPECT
?SAVE ALL
?SAVEABEND
?LINES 66
?CHECK 3
?SQL

 IDENTIFICATION DIVISION.

 PROGRAM-ID. PFCNTF7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.01
* Kurzbeschreibung :: Zustellung des Benachrichtigungs-Feeds an die
* Kurzbeschreibung :: Flottenkunden. Die Online-Server merken jede
* Kurzbeschreibung :: Autorisierung, Nachbuchung, jeden Storno und
* Kurzbeschreibung :: jede Ablehnung einer abonnierten VUNR ueber
* Kurzbeschreibung :: den Baustein PFCNTQ7 in =NOTIFYQ vor. Dieser
* Kurzbeschreibung :: Batch bereitet je offenem Vormerksatz die
* Kurzbeschreibung :: Benachrichtigung auf (maskierte Karten-
* Kurzbeschreibung :: nummer, Station, bis zu fuenf Artikelzeilen
* Kurzbeschreibung :: aus =ARTZEILE, Betrag, Antwortcodes als
* Kurzbeschreibung :: Ablehnungsgrund) und stellt sie je Abonnent
* Kurzbeschreibung :: zu, so wie in =NOTIFYABO hinterlegt:
* Kurzbeschreibung ::   D  Datei NTFOUT (Vorsatz, Einzelsaetze,
* Kurzbeschreibung ::      Nachsatz; je Abonnent ein eigener
* Kurzbeschreibung ::      Scheduler-Schritt mit PARAM VUNR)
* Kurzbeschreibung ::   Q  Nachricht je Benachrichtigung an die
* Kurzbeschreibung ::      Serverklasse des Abonnenten (Pathsend)
* Kurzbeschreibung :: Jede Zustellung und jeder Fehlversuch wird
* Kurzbeschreibung :: mit dem gesendeten Satz und Zeitpunkt in
* Kurzbeschreibung :: =NOTIFYLOG festgehalten (Nachweis gegenueber
* Kurzbeschreibung :: dem Kunden); zugestellte Vormerksaetze werden
* Kurzbeschreibung :: geraeumt, nicht zugestellte im naechsten
* Kurzbeschreibung :: Lauf wiederholt.
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
*G.01.00|2026-10-15| kl  | R7-546:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: Batch, per Scheduler im Minutentakt
* Parameter   :: PARAM VUNR    <nur diesen Abonnenten zustellen,
*                               optional; Pflicht fuer Datei-
*                               Abonnenten, deren Schritt die
*                               Datei NTFOUT zuweist>
*                PARAM PATHMON <Pathmon-Prozess fuer die
*                               Serverklassen der Queue-Abonnenten,
*                               optional; ohne PATHMON bleiben
*                               Queue-Abonnenten liegen>
*                Ohne PARAM VUNR werden alle aktiven Queue-
*                Abonnenten bedient; Datei-Abonnenten laufen nur in
*                ihrem eigenen Schritt.
* Satzaufbau  :: (NTFOUT und Queue-Nachricht, je 250 Bytes)
*                Vorsatz  H VUNR(15) SENDUNG(7) ERSTELLT(22)
*                Einzel   D SATZNR(7) ART(1) ISONTYP(4)
*                         ZP-VERKAUF(14) MDNR(8) TSNR(8)
*                         TERMNR(8) TRACENR(6) KANR-MASKIERT(19)
*                         BETRAG(12, Cent) AC-TERM(3) AC-AS(3)
*                         ANZ-ZEILEN(2) 5 x ( WGR(3) ARTNR(6)
*                         MENGE(8) BETRAG(8) ) VUNR(15)
*                         ART: A Autorisierung, C Nachbuchung,
*                              R Storno, D Ablehnung (Grund in
*                              AC-TERM / AC-AS)
*                Nachsatz T ANZ(7) SUMME(15, Cent)
*                Die Queue-Nachricht ist der Einzelsatz; die
*                Serverklasse quittiert mit "00" in den ersten
*                beiden Bytes der Antwort, alles andere gilt als
*                Fehlversuch.
* Wiederholung:: Datei: ein Schreibfehler verwirft den ganzen Lauf
*                des Abonnenten (Datei ohne Nachsatz, TMF-Rollback),
*                die Vormerksaetze bleiben offen.
*                Queue: nach dem ersten Fehlversuch ruht der
*                Abonnent bis zum naechsten Lauf; nach MAX_VERSUCHE
*                (=NOTIFYABO, Default 10) Fehlversuchen wird der
*                Vormerksatz auf "F" gesetzt und nicht mehr
*                angefasst. Nach Behebung setzt der Betrieb
*                KZ_STATUS wieder auf "O".
*
******************************************************************
* Uebersicht der SECTIONs:
*
* A100-STEUERUNG
*
* B000-VORLAUF
* B090-ENDE
* B100-VERARBEITUNG
*
* C100-ABONNENT
* C200-DATEI-ZUSTELLEN
* C300-QUEUE-ZUSTELLEN
* C310-QUEUE-FEHLVERSUCH
* C400-MELDUNG-AUFBEREITEN
* C410-KANR-MASKIEREN
* C420-ARTIKELZEILEN
*
* M190-CALL-PFCPVK7
*
* P100-PATHSEND
* P950-GETPARAMTEXT
*
* S200-OPEN-NOTIFYABO-CURSOR
* S201-FETCH-NOTIFYABO-CURSOR
* S202-CLOSE-NOTIFYABO-CURSOR
* S210-OPEN-NOTIFYQ-CURSOR
* S211-FETCH-NOTIFYQ-CURSOR
* S212-CLOSE-NOTIFYQ-CURSOR
* S220-UPDATE-NOTIFYABO
* S250-SELECT-TXILOG70
* S260-SELECT-PANVAULT
* S270-INSERT-NOTIFYLOG
* S280-DELETE-NOTIFYQ
* S285-UPDATE-NOTIFYQ
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
     SELECT NTF-DATEI         ASSIGN TO "NTFOUT"
                              ORGANIZATION IS SEQUENTIAL
                              FILE STATUS IS NTF-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.

 FD  NTF-DATEI
     RECORD CONTAINS 250 CHARACTERS.
 01          NTF-SATZ            PIC X(250).

 WORKING-STORAGE SECTION.

 01          NTF-FILE-STATUS     PIC X(02).
          88 NTF-FILE-OK                     VALUE "00".

 01          W-ENDE-FLAG         PIC 9       VALUE ZERO.
     88      W-ENDE                          VALUE 1.

**  ---> Lauf-Registrierung in =BATCHRUN (Morgenpruefer RFCRUN7)
 01          K-RUN-PROGRAMM      PIC X(08)   VALUE "PFCNTF7".
 01          W-RUN-DATUM         PIC X(10)   VALUE SPACES.
 01          W-RUN-STATUS        PIC X(01)   VALUE SPACE.

 01          W-SQLCODE-FLAG      PIC 9       VALUE ZERO.
     88      W-SQL-OK                        VALUE ZERO.
     88      W-SQL-EOD                       VALUE 1.
     88      W-SQL-NOK                       VALUE 9.

**  ---> Vormerksaetze eines Abonnenten (eigene Cursor-Kennung,
**  ---> der Abonnenten-Cursor laeuft aussen weiter)
 01          W-Q-FLAG            PIC 9       VALUE ZERO.
     88      W-Q-OK                          VALUE ZERO.
     88      W-Q-EOD                         VALUE 1.
     88      W-Q-NOK                         VALUE 9.

**  ---> Zustellung eines Abonnenten
 01          W-ZUST-FLAG         PIC 9       VALUE ZERO.
     88      W-ZUST-OK                       VALUE ZERO.
     88      W-ZUST-FEHLER                   VALUE 1.

**  ---> Ergebnis des Pathsend an die Serverklasse des Abonnenten
 01          W-SEND-FLAG         PIC 9       VALUE ZERO.
     88      W-SEND-OK                       VALUE ZERO.
     88      W-SEND-FEHLER                   VALUE 1.

 01          K-MAX-VERSUCHE      PIC 9(04)   VALUE 10.

**  ---> Parameter
 01          W-VUNR              PIC X(15)   VALUE SPACES.
 01          W-VUNR-VON          PIC X(15)   VALUE LOW-VALUES.
 01          W-VUNR-BIS          PIC X(15)   VALUE HIGH-VALUES.

**  ---> aktueller Abonnent
 01          W-ABO-VUNR          PIC X(15)   VALUE SPACES.
 01          W-ABO-MAX           PIC 9(04)   VALUE ZEROS.
 01          W-SENDUNG-NR        PIC 9(07)   VALUE ZEROS.
 01          W-SATZNR            PIC 9(07)   VALUE ZEROS.
 01          W-SUMME-CENT        PIC S9(15)  COMP VALUE ZEROS.
 01          W-ANZ-SENDUNG       PIC 9(07)   VALUE ZEROS.

**  ---> Protokoll eines Zustellversuchs
 01          W-ERGEBNIS          PIC X(01)   VALUE SPACE.
 01          W-FEHLER            PIC X(40)   VALUE SPACES.
 01          W-VERSUCHE          PIC 9(04)   VALUE ZEROS.
 01          W-Q-STATUS          PIC X(01)   VALUE SPACE.

**  ---> Aufbereitung
 01          W-KANR              PIC X(19)   VALUE SPACES.
 01          W-PAN-LEN           PIC S9(04) COMP VALUE ZEROS.
 01          W-MASK-LEN          PIC S9(04) COMP VALUE ZEROS.
 01          W-ZEILE-IND         PIC S9(04) COMP VALUE ZEROS.
 01          W-ANZ-ZEILEN        PIC S9(04) COMP VALUE ZEROS.
 01          W-ZP-VERKAUF        PIC 9(14)   VALUE ZEROS.
 01          W-ZP-VERKAUF-R      REDEFINES W-ZP-VERKAUF.
     05      W-ZPV-JHJJ          PIC X(04).
     05      W-ZPV-MM            PIC X(02).
     05      W-ZPV-TT            PIC X(02).
     05                          PIC X(06).
 01          W-ART-DATUM         PIC X(10)   VALUE SPACES.
 01          W-TX-FLAG           PIC 9       VALUE ZERO.
     88      W-TX-DA                         VALUE ZERO.
     88      W-TX-FEHLT                      VALUE 1.

 77          W-ANZ-GESENDET      PIC 9(07)   VALUE ZERO.
 77          W-ANZ-FEHLVERSUCH   PIC 9(07)   VALUE ZERO.
 77          W-ANZ-AUFGEGEBEN    PIC 9(07)   VALUE ZERO.
 77          W-ANZ-DATEIEN       PIC 9(07)   VALUE ZERO.
 77          W-ANZ-ABO-LIEGEN    PIC 9(07)   VALUE ZERO.
 77          W-ANZ-OHNE-KANR     PIC 9(07)   VALUE ZERO.

 01          D-NUM4              PIC -9(04)  VALUE ZEROS.

**  ---> Vorsatz (nur Datei)
 01          NTF-H-SATZ.
     05      FILLER              PIC X(01)   VALUE "H".
     05      NTFH-VUNR           PIC X(15).
     05      NTFH-SENDUNG-NR     PIC 9(07).
     05      NTFH-ERSTELLT       PIC X(22).
     05      FILLER              PIC X(205)  VALUE SPACES.

**  ---> Einzelsatz = eine Benachrichtigung
 01          NTF-D-SATZ.
     05      FILLER              PIC X(01)   VALUE "D".
     05      NTFD-SATZNR         PIC 9(07).
     05      NTFD-ART            PIC X(01).
     05      NTFD-ISONTYP        PIC 9(04).
     05      NTFD-ZP-VERKAUF     PIC 9(14).
     05      NTFD-MDNR           PIC 9(08).
     05      NTFD-TSNR           PIC 9(08).
     05      NTFD-TERMNR         PIC 9(08).
     05      NTFD-TRACENR        PIC 9(06).
     05      NTFD-KANR           PIC X(19).
     05      NTFD-BETRAG-CENT    PIC 9(12).
     05      NTFD-AC-TERM        PIC 9(03).
     05      NTFD-AC-AS          PIC 9(03).
     05      NTFD-ANZ-ZEILEN     PIC 9(02).
     05      NTFD-ZEILE          OCCURS 5.
      10     NTFD-WGR            PIC X(03).
      10     NTFD-ARTNR          PIC X(06).
      10     NTFD-MENGE          PIC 9(08).
      10     NTFD-BETRAG         PIC 9(08).
     05      NTFD-VUNR           PIC X(15).
     05      FILLER              PIC X(14)   VALUE SPACES.

**  ---> Nachsatz (nur Datei)
 01          NTF-T-SATZ.
     05      FILLER              PIC X(01)   VALUE "T".
     05      NTFT-ANZ            PIC 9(07).
     05      NTFT-SUMME-CENT     PIC 9(15).
     05      FILLER              PIC X(227)  VALUE SPACES.

**          ---> Schnittstelle zum Krypto-Baustein PFCPVK7
     COPY    PFCPVK7C OF "=MSGLIB".
 01          PVK-RCODE-D         PIC 9(04)   VALUE ZEROS.
 01          PVK-HSM-RCODE-D     PIC -9(04)  VALUE ZEROS.

**  ---> Startparameter
 01          STARTUP-FELDER.
     05      STUP-RESULT         PIC S9(04) COMP VALUE ZEROS.
     05      STUP-PORTION        PIC  X(30) VALUE "STRING".
     05      STUP-TEXT           PIC X(128).

**          ---> fuer Pathsend (serverclass_send_)
 01          PS-PATHNAME         PIC X(15)   VALUE SPACES.
 01          PS-PATHNAMELEN      PIC S9(04) COMP VALUE 15.
 01          PS-SRVCLASS         PIC X(15).
 01          PS-SRVCLASSLEN      PIC S9(04) COMP VALUE 15.
 01          PS-REQLEN           NATIVE-2.
 01          PS-MAXREPLEN        NATIVE-2.
 01          PS-AKTREPLEN        NATIVE-2.
 01          PS-TIMEOUT          PIC S9(04) COMP VALUE ZEROS.
 01          PS-ERROR            PIC S9(04) COMP VALUE ZEROS.

*           ---> fuer Pathsend (serverclass_send_info)
 01          SSI-ERROR           PIC S9(04) COMP VALUE ZEROS.
 01          SSI-PSERROR         PIC S9(04) COMP VALUE ZEROS.
 01          SSI-FSERROR         PIC S9(04) COMP VALUE ZEROS.

**          ---> Sende-/Empfangspuffer
 01          PS-BUFFER           PIC X(2048).

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

**  ---> Abonnements je VUNR
 EXEC SQL
    INVOKE =NOTIFYABO AS NOTIFYABO
 END-EXEC

**  ---> Vormerksaetze der Online-Server (Baustein PFCNTQ7)
 EXEC SQL
    INVOKE =NOTIFYQ AS NOTIFYQ
 END-EXEC

**  ---> Zustellnachweis je Versuch
 EXEC SQL
    INVOKE =NOTIFYLOG AS NOTIFYLOG
 END-EXEC

 EXEC SQL
    INVOKE =TXILOG70 AS TXILOG70
 END-EXEC

 EXEC SQL
    INVOKE =ARTZEILE AS ARTZEILE
 END-EXEC

**  ---> PAN-Token-Tresor (Kartennummer fuer die Maskierung)
 EXEC SQL
    INVOKE =PANVAULT AS PANVAULT
 END-EXEC

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

 EXEC SQL
     CONTROL TABLE * WAIT IF LOCKED
 END-EXEC

**  ---> aktive Abonnenten (alle bzw. der per PARAM VUNR genannte)
 EXEC SQL
     DECLARE NOTIFYABO_CURS CURSOR FOR
         SELECT  VUNR, KZ_ZIEL, ZIEL, MAX_VERSUCHE, SENDUNG_NR
           FROM  =NOTIFYABO
          WHERE  VUNR    >= :W-VUNR-VON
            AND  VUNR    <= :W-VUNR-BIS
            AND  KZ_AKTIV = "J"
          ORDER  BY VUNR
         BROWSE  ACCESS
 END-EXEC

**  ---> offene Vormerksaetze eines Abonnenten, aeltester zuerst
 EXEC SQL
     DECLARE NOTIFYQ_CURS CURSOR FOR
         SELECT  PNR, TERMNR, TRACENR, ISONTYP, KZ_ART
               , VUNR, AC, ANZ_VERSUCHE, ZPINS
           FROM  =NOTIFYQ
          WHERE  VUNR      = :W-ABO-VUNR
            AND  KZ_STATUS = "O"
          ORDER  BY ZPINS
         BROWSE  ACCESS
 END-EXEC

**  ---> Vorgang aus =TXILOG70, juengster zuerst (Tracenummern
**  ---> werden nach einem Ueberschlag wiederverwendet)
 EXEC SQL
     DECLARE TXILOG70_CURS CURSOR FOR
         SELECT  MDNR, TSNR, KANR, BETRAG, AC_AS, ZP_VERKAUF
           FROM  =TXILOG70
          WHERE  PNR     = :PNR     of NOTIFYQ
            AND  TERMNR  = :TERMNR  of NOTIFYQ
            AND  TRACENR = :TRACENR of NOTIFYQ
            AND  ISONTYP = :ISONTYP of NOTIFYQ
          ORDER  BY ZP_VERKAUF DESC
         BROWSE  ACCESS
 END-EXEC

**  ---> Artikelzeilen des Vorgangs
 EXEC SQL
     DECLARE ARTZEILE_CURS CURSOR FOR
         SELECT  WGR, ARTNR, MENGE, BETRAG
           FROM  =ARTZEILE
          WHERE  DATUM   = :W-ART-DATUM
            AND  PNR     = :PNR     of NOTIFYQ
            AND  TERMNR  = :TERMNR  of NOTIFYQ
            AND  TRACENR = :TRACENR of NOTIFYQ
          ORDER  BY LFDNR
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
* Vorlauf: optionale Parameter VUNR und PATHMON
******************************************************************
 B000-VORLAUF SECTION.
 B000-00.
     PERFORM U200-TIMESTAMP
     DISPLAY "PFCNTF7 - Benachrichtigungs-Feed, Lauf vom "
             TAGESDATUM

**  ---> nur ein Abonnent (Datei-Schritt des Schedulers)
     MOVE "VUNR" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         MOVE ZERO TO W-ENDE-FLAG
     ELSE
         MOVE STUP-TEXT (1:STUP-RESULT) TO W-VUNR
         MOVE W-VUNR TO W-VUNR-VON
                        W-VUNR-BIS
         DISPLAY "PFCNTF7 - nur Abonnent VUNR " W-VUNR
     END-IF

**  ---> Pathmon fuer die Serverklassen der Queue-Abonnenten
     MOVE "PATHMON" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         MOVE ZERO TO W-ENDE-FLAG
         MOVE SPACES TO PS-PATHNAME
     ELSE
         MOVE SPACES TO PS-PATHNAME
         MOVE STUP-TEXT (1:STUP-RESULT) TO PS-PATHNAME
     END-IF
     .
 B000-99.
     EXIT.

******************************************************************
* Ende / Zusammenfassung
******************************************************************
 B090-ENDE SECTION.
 B090-00.
     DISPLAY "PFCNTF7 - zugestellte Benachrichtigungen : "
             W-ANZ-GESENDET
     DISPLAY "PFCNTF7 - geschriebene Dateien NTFOUT    : "
             W-ANZ-DATEIEN
     DISPLAY "PFCNTF7 - Fehlversuche (wird wiederholt) : "
             W-ANZ-FEHLVERSUCH
     DISPLAY "PFCNTF7 - aufgegeben (MAX_VERSUCHE)      : "
             W-ANZ-AUFGEGEBEN
     DISPLAY "PFCNTF7 - Abonnenten liegen gelassen     : "
             W-ANZ-ABO-LIEGEN
     DISPLAY "PFCNTF7 - Kartennummer nicht ermittelbar : "
             W-ANZ-OHNE-KANR
     .
 B090-99.
     EXIT.

******************************************************************
* Verarbeitung: je aktivem Abonnenten zustellen
******************************************************************
 B100-VERARBEITUNG SECTION.
 B100-00.
     PERFORM S200-OPEN-NOTIFYABO-CURSOR
     PERFORM S201-FETCH-NOTIFYABO-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         PERFORM C100-ABONNENT
         PERFORM S201-FETCH-NOTIFYABO-CURSOR
     END-PERFORM
     PERFORM S202-CLOSE-NOTIFYABO-CURSOR
     .
 B100-99.
     EXIT.

******************************************************************
* Einen Abonnenten je nach Zustellart bedienen
******************************************************************
 C100-ABONNENT SECTION.
 C100-00.
     MOVE VUNR       OF NOTIFYABO TO W-ABO-VUNR
     MOVE SENDUNG-NR OF NOTIFYABO TO W-SENDUNG-NR
     MOVE MAX-VERSUCHE OF NOTIFYABO TO W-ABO-MAX
     IF  W-ABO-MAX = ZERO
         MOVE K-MAX-VERSUCHE TO W-ABO-MAX
     END-IF

     EVALUATE KZ-ZIEL OF NOTIFYABO
         WHEN "D"
**          ---> die Datei weist nur der eigene Schritt zu
             IF  W-VUNR = SPACES
                 EXIT SECTION
             END-IF
             PERFORM C200-DATEI-ZUSTELLEN
         WHEN "Q"
             IF  PS-PATHNAME = SPACES
                 ADD 1 TO W-ANZ-ABO-LIEGEN
                 DISPLAY "PFCNTF7 - VUNR " W-ABO-VUNR
                         ": Queue-Abonnent, aber kein PARAM PATHMON"
                 EXIT SECTION
             END-IF
             PERFORM C300-QUEUE-ZUSTELLEN
         WHEN OTHER
             ADD 1 TO W-ANZ-ABO-LIEGEN
             DISPLAY "PFCNTF7 - VUNR " W-ABO-VUNR
                     ": Zustellart unbekannt: "
                     KZ-ZIEL OF NOTIFYABO
     END-EVALUATE
     .
 C100-99.
     EXIT.

******************************************************************
* Zustellung als Datei NTFOUT: alle offenen Vormerksaetze des
* Abonnenten in einer Sendung unter einer TMF-Transaktion; nur
* eine vollstaendig geschriebene Datei (mit Nachsatz) raeumt die
* Vormerksaetze
******************************************************************
 C200-DATEI-ZUSTELLEN SECTION.
 C200-00.
     SET W-ZUST-OK TO TRUE
     MOVE ZEROS TO W-SATZNR
                   W-SUMME-CENT
                   W-ANZ-SENDUNG

     PERFORM S210-OPEN-NOTIFYQ-CURSOR
     PERFORM S211-FETCH-NOTIFYQ-CURSOR
**  ---> nichts offen: keine Datei
     IF  NOT W-Q-OK
         PERFORM S212-CLOSE-NOTIFYQ-CURSOR
         EXIT SECTION
     END-IF

     OPEN OUTPUT NTF-DATEI
     IF  NOT NTF-FILE-OK
         DISPLAY "PFCNTF7 - VUNR " W-ABO-VUNR
                 ": Datei NTFOUT nicht beschreibbar, Status "
                 NTF-FILE-STATUS
         PERFORM S212-CLOSE-NOTIFYQ-CURSOR
         ADD 1 TO W-ANZ-ABO-LIEGEN
         EXIT SECTION
     END-IF

     ADD 1 TO W-SENDUNG-NR
     PERFORM U200-TIMESTAMP
     MOVE W-ABO-VUNR   TO NTFH-VUNR
     MOVE W-SENDUNG-NR TO NTFH-SENDUNG-NR
     MOVE TAGESDATUM   TO NTFH-ERSTELLT
     WRITE NTF-SATZ FROM NTF-H-SATZ

     PERFORM U100-BEGIN
     PERFORM UNTIL NOT W-Q-OK
                OR W-ZUST-FEHLER
         PERFORM C400-MELDUNG-AUFBEREITEN
         WRITE NTF-SATZ FROM NTF-D-SATZ
         IF  NOT NTF-FILE-OK
             DISPLAY "PFCNTF7 - VUNR " W-ABO-VUNR
                     ": Schreibfehler NTFOUT, Status "
                     NTF-FILE-STATUS
             SET W-ZUST-FEHLER TO TRUE
         ELSE
             MOVE "G"    TO W-ERGEBNIS
             MOVE SPACES TO W-FEHLER
             PERFORM S270-INSERT-NOTIFYLOG
             IF  W-SQL-OK
                 PERFORM S280-DELETE-NOTIFYQ
             END-IF
             IF  W-SQL-OK
                 ADD 1                TO W-ANZ-SENDUNG
                 ADD NTFD-BETRAG-CENT TO W-SUMME-CENT
                 PERFORM S211-FETCH-NOTIFYQ-CURSOR
             ELSE
                 SET W-ZUST-FEHLER TO TRUE
             END-IF
         END-IF
     END-PERFORM
     IF  W-Q-NOK
         SET W-ZUST-FEHLER TO TRUE
     END-IF
     PERFORM S212-CLOSE-NOTIFYQ-CURSOR

**  ---> ohne Nachsatz ist die Datei fuer den Kunden ungueltig
     IF  W-ZUST-FEHLER
         CLOSE NTF-DATEI
         PERFORM U120-ROLLBACK
         MOVE ZERO TO W-SQLCODE-FLAG
         ADD 1 TO W-ANZ-FEHLVERSUCH
         DISPLAY "PFCNTF7 - VUNR " W-ABO-VUNR
                 ": Sendung " W-SENDUNG-NR " verworfen (NTFOUT "
                 "ohne Nachsatz), Vorgaenge bleiben offen"
         EXIT SECTION
     END-IF

     MOVE W-ANZ-SENDUNG TO NTFT-ANZ
     MOVE W-SUMME-CENT  TO NTFT-SUMME-CENT
     WRITE NTF-SATZ FROM NTF-T-SATZ
     CLOSE NTF-DATEI

     PERFORM S220-UPDATE-NOTIFYABO
     IF  W-SQL-OK
         PERFORM U110-COMMIT
         ADD 1             TO W-ANZ-DATEIEN
         ADD W-ANZ-SENDUNG TO W-ANZ-GESENDET
         DISPLAY "PFCNTF7 - VUNR " W-ABO-VUNR ": Sendung "
                 W-SENDUNG-NR " mit " W-ANZ-SENDUNG
                 " Benachrichtigungen"
     ELSE
         PERFORM U120-ROLLBACK
         MOVE ZERO TO W-SQLCODE-FLAG
         ADD 1 TO W-ANZ-FEHLVERSUCH
     END-IF
     .
 C200-99.
     EXIT.

******************************************************************
* Zustellung an die Serverklasse des Abonnenten: je Benachrich-
* tigung eine Nachricht und eine eigene TMF-Transaktion; nach
* dem ersten Fehlversuch ruht der Abonnent bis zum naechsten Lauf
******************************************************************
 C300-QUEUE-ZUSTELLEN SECTION.
 C300-00.
     SET W-ZUST-OK TO TRUE
     MOVE ZEROS TO W-SATZNR
                   W-ANZ-SENDUNG

     PERFORM S210-OPEN-NOTIFYQ-CURSOR
     PERFORM S211-FETCH-NOTIFYQ-CURSOR
     IF  NOT W-Q-OK
         PERFORM S212-CLOSE-NOTIFYQ-CURSOR
         EXIT SECTION
     END-IF

     ADD 1 TO W-SENDUNG-NR
     PERFORM UNTIL NOT W-Q-OK
                OR W-ZUST-FEHLER
         PERFORM C400-MELDUNG-AUFBEREITEN
         PERFORM P100-PATHSEND
         PERFORM U100-BEGIN
         IF  W-SEND-OK
             MOVE "G"    TO W-ERGEBNIS
             MOVE SPACES TO W-FEHLER
             PERFORM S270-INSERT-NOTIFYLOG
             IF  W-SQL-OK
                 PERFORM S280-DELETE-NOTIFYQ
             END-IF
             IF  W-SQL-OK
                 PERFORM U110-COMMIT
                 ADD 1 TO W-ANZ-SENDUNG
                 ADD 1 TO W-ANZ-GESENDET
             ELSE
                 PERFORM U120-ROLLBACK
                 SET W-ZUST-FEHLER TO TRUE
             END-IF
         ELSE
             PERFORM C310-QUEUE-FEHLVERSUCH
             SET W-ZUST-FEHLER TO TRUE
         END-IF
         IF  W-ZUST-OK
             PERFORM S211-FETCH-NOTIFYQ-CURSOR
         END-IF
     END-PERFORM
     PERFORM S212-CLOSE-NOTIFYQ-CURSOR
     MOVE ZERO TO W-SQLCODE-FLAG

**  ---> Sendungsnummer fortschreiben (Nachweis-Klammer)
     PERFORM U100-BEGIN
     PERFORM S220-UPDATE-NOTIFYABO
     IF  W-SQL-OK
         PERFORM U110-COMMIT
     ELSE
         PERFORM U120-ROLLBACK
         MOVE ZERO TO W-SQLCODE-FLAG
     END-IF

     IF  W-ANZ-SENDUNG > ZERO
         DISPLAY "PFCNTF7 - VUNR " W-ABO-VUNR ": Sendung "
                 W-SENDUNG-NR " mit " W-ANZ-SENDUNG
                 " Benachrichtigungen an " ZIEL OF NOTIFYABO
     END-IF
     .
 C300-99.
     EXIT.

******************************************************************
* Fehlversuch festhalten: Nachweis in =NOTIFYLOG, Versuchszaehler
* im Vormerksatz; nach MAX_VERSUCHE wird aufgegeben ("F")
* (TMF-Transaktion ist offen)
******************************************************************
 C310-QUEUE-FEHLVERSUCH SECTION.
 C310-00.
     MOVE "F" TO W-ERGEBNIS
     COMPUTE W-VERSUCHE = ANZ-VERSUCHE OF NOTIFYQ + 1
     IF  W-VERSUCHE >= W-ABO-MAX
         MOVE "F" TO W-Q-STATUS
     ELSE
         MOVE "O" TO W-Q-STATUS
     END-IF

     PERFORM S270-INSERT-NOTIFYLOG
     IF  W-SQL-OK
         PERFORM S285-UPDATE-NOTIFYQ
     END-IF
     IF  W-SQL-OK
         PERFORM U110-COMMIT
         ADD 1 TO W-ANZ-FEHLVERSUCH
         IF  W-Q-STATUS = "F"
             ADD 1 TO W-ANZ-AUFGEGEBEN
             DISPLAY "PFCNTF7 - VUNR " W-ABO-VUNR
                     ": aufgegeben nach " W-VERSUCHE
                     " Versuchen - TERMNR " TERMNR OF NOTIFYQ
                     " TRACENR " TRACENR OF NOTIFYQ
         END-IF
     ELSE
         PERFORM U120-ROLLBACK
     END-IF
     .
 C310-99.
     EXIT.

******************************************************************
* Benachrichtigung aufbereiten (Einzelsatz NTF-D-SATZ)
******************************************************************
 C400-MELDUNG-AUFBEREITEN SECTION.
 C400-00.
     ADD 1 TO W-SATZNR
     INITIALIZE NTF-D-SATZ
     MOVE "D"                    TO NTF-D-SATZ (1:1)
     MOVE W-SATZNR               TO NTFD-SATZNR
     MOVE KZ-ART  OF NOTIFYQ     TO NTFD-ART
     MOVE ISONTYP OF NOTIFYQ     TO NTFD-ISONTYP
     MOVE TERMNR  OF NOTIFYQ     TO NTFD-TERMNR
     MOVE TRACENR OF NOTIFYQ     TO NTFD-TRACENR
     MOVE AC      OF NOTIFYQ     TO NTFD-AC-TERM
     MOVE W-ABO-VUNR             TO NTFD-VUNR

**  ---> Vorgangsdaten; fehlt der Satz (bereits archiviert), geht
**  ---> die Benachrichtigung mit Schluessel und AC hinaus
     PERFORM S250-SELECT-TXILOG70
     IF  W-TX-FEHLT
         MOVE ALL "X" TO NTFD-KANR
         EXIT SECTION
     END-IF

     MOVE ZP-VERKAUF OF TXILOG70 TO NTFD-ZP-VERKAUF
                                    W-ZP-VERKAUF
     MOVE MDNR       OF TXILOG70 TO NTFD-MDNR
     MOVE TSNR       OF TXILOG70 TO NTFD-TSNR
     MOVE AC-AS      OF TXILOG70 TO NTFD-AC-AS
     COMPUTE NTFD-BETRAG-CENT ROUNDED = BETRAG OF TXILOG70 * 100

     PERFORM C410-KANR-MASKIEREN
     PERFORM C420-ARTIKELZEILEN
     .
 C400-99.
     EXIT.

******************************************************************
* Kartennummer maskieren (erste sechs und letzte vier Stellen
* bleiben stehen, wie in den Nachrichtenbildern); =TXILOG70
* traegt das Token, die Kartennummer kommt aus dem Tresor
******************************************************************
 C410-KANR-MASKIEREN SECTION.
 C410-00.
     MOVE KANR OF TXILOG70 TO W-KANR
     IF  W-KANR (1:2) = "99"
         PERFORM S260-SELECT-PANVAULT
     END-IF

     MOVE ZERO TO W-PAN-LEN
     INSPECT W-KANR TALLYING W-PAN-LEN
         FOR CHARACTERS BEFORE INITIAL " "
     IF  W-PAN-LEN < 13
         ADD 1 TO W-ANZ-OHNE-KANR
         MOVE ALL "X" TO NTFD-KANR
         EXIT SECTION
     END-IF

     MOVE SPACES TO NTFD-KANR
     MOVE W-KANR (1:W-PAN-LEN) TO NTFD-KANR (1:W-PAN-LEN)
     COMPUTE W-MASK-LEN = W-PAN-LEN - 10
     MOVE ALL "X" TO NTFD-KANR (7:W-MASK-LEN)
     MOVE SPACES  TO W-KANR
     .
 C410-99.
     EXIT.

******************************************************************
* Artikelzeilen des Vorgangs (bis zu fuenf im Satz, ANZ-ZEILEN
* nennt die tatsaechliche Anzahl); =ARTZEILE ist unter dem
* Verkaufstag abgelegt
******************************************************************
 C420-ARTIKELZEILEN SECTION.
 C420-00.
     MOVE SPACES TO W-ART-DATUM
     STRING  W-ZPV-JHJJ "-" W-ZPV-MM "-" W-ZPV-TT
                 DELIMITED BY SIZE
       INTO  W-ART-DATUM
     END-STRING
     MOVE ZERO TO W-ANZ-ZEILEN

     EXEC SQL
         OPEN ARTZEILE_CURS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

     PERFORM UNTIL SQLCODE OF SQLCA NOT = ZERO
         EXEC SQL
             FETCH ARTZEILE_CURS
              INTO :WGR    of ARTZEILE
                  ,:ARTNR  of ARTZEILE
                  ,:MENGE  of ARTZEILE
                  ,:BETRAG of ARTZEILE
         END-EXEC
         IF  SQLCODE OF SQLCA = ZERO
             ADD 1 TO W-ANZ-ZEILEN
             IF  W-ANZ-ZEILEN <= 5
                 MOVE W-ANZ-ZEILEN TO W-ZEILE-IND
                 MOVE WGR    OF ARTZEILE TO NTFD-WGR    (W-ZEILE-IND)
                 MOVE ARTNR  OF ARTZEILE TO NTFD-ARTNR  (W-ZEILE-IND)
                 MOVE MENGE  OF ARTZEILE TO NTFD-MENGE  (W-ZEILE-IND)
                 MOVE BETRAG OF ARTZEILE TO NTFD-BETRAG (W-ZEILE-IND)
             END-IF
         END-IF
     END-PERFORM
     IF  SQLCODE OF SQLCA NOT = 100
         PERFORM Z002-PROGERR
     END-IF

     EXEC SQL
         CLOSE ARTZEILE_CURS
     END-EXEC

     IF  W-ANZ-ZEILEN > 99
         MOVE 99 TO NTFD-ANZ-ZEILEN
     ELSE
         MOVE W-ANZ-ZEILEN TO NTFD-ANZ-ZEILEN
     END-IF
     .
 C420-99.
     EXIT.

******************************************************************
* Kartennummer ueber den Krypto-Baustein entschluesseln
* (KANR_ENC unter der Schluesselversion des Tresorsatzes)
******************************************************************
 M190-CALL-PFCPVK7 SECTION.
 M190-00.
     SET  PVK-ENTSCHLUESSELN      TO TRUE
     MOVE KANR-ENC    OF PANVAULT TO PVK-KANR-ENC
     MOVE KEY-VERSION OF PANVAULT TO PVK-KEY-VERSION
     CALL "PFCPVK7" USING PVK-PFCPVK7C
     IF  PVK-OK
         MOVE PVK-KANR TO W-KANR
     ELSE
         MOVE SPACES TO W-KANR
         MOVE PVK-RCODE     TO PVK-RCODE-D
         MOVE PVK-HSM-RCODE TO PVK-HSM-RCODE-D
         DISPLAY "PFCNTF7 - PFCPVK7 RCODE " PVK-RCODE-D
                 " HSM " PVK-HSM-RCODE-D
                 ", Token nicht entschluesselbar: "
                 TOKEN OF PANVAULT
     END-IF
     .
 M190-99.
     EXIT.

******************************************************************
* Einzelsatz an die Serverklasse des Abonnenten schicken; die
* Serverklasse quittiert mit "00"
******************************************************************
 P100-PATHSEND SECTION.
 P100-00.
     SET  W-SEND-OK   TO TRUE
     MOVE SPACES      TO W-FEHLER
**  ---> PS-PATHNAME kommt aus dem PATHMON-Parameter (B000)
     MOVE ZIEL OF NOTIFYABO TO PS-SRVCLASS
     MOVE SPACES      TO PS-BUFFER
     MOVE NTF-D-SATZ  TO PS-BUFFER
     MOVE 250         TO PS-REQLEN
     MOVE 2048        TO PS-MAXREPLEN
     MOVE ZERO        TO PS-AKTREPLEN
                         PS-ERROR
**  ---> Timeout in Zehntelsekunden
     MOVE 300         TO PS-TIMEOUT

     ENTER "SERVERCLASS_SEND_" USING  PS-PATHNAME
                                      PS-PATHNAMELEN
                                      PS-SRVCLASS
                                      PS-SRVCLASSLEN
                                      PS-BUFFER
                                      PS-REQLEN
                                      PS-MAXREPLEN
                                      PS-AKTREPLEN
                                      PS-TIMEOUT
                               GIVING PS-ERROR

     IF  PS-ERROR NOT = ZERO
         SET W-SEND-FEHLER TO TRUE
         MOVE ZERO TO SSI-PSERROR
         ENTER "SERVERCLASS_SEND_INFO_" USING SSI-PSERROR
                                              SSI-FSERROR
                                       GIVING SSI-ERROR
         MOVE SSI-PSERROR TO D-NUM4
         STRING  "Sendefehler " D-NUM4
                     DELIMITED BY SIZE
           INTO  W-FEHLER
         END-STRING
         DISPLAY "PFCNTF7 - VUNR " W-ABO-VUNR ": Sendefehler "
                 D-NUM4 " an Serverklasse " ZIEL OF NOTIFYABO
         EXIT SECTION
     END-IF

     IF  PS-AKTREPLEN < 2
     OR  PS-BUFFER (1:2) NOT = "00"
         SET W-SEND-FEHLER TO TRUE
         MOVE "Abgewiesen: " TO W-FEHLER
         IF  PS-AKTREPLEN >= 2
             MOVE PS-BUFFER (1:2) TO W-FEHLER (13:2)
         END-IF
         DISPLAY "PFCNTF7 - VUNR " W-ABO-VUNR
                 ": Serverklasse " ZIEL OF NOTIFYABO
                 " hat nicht quittiert"
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
                     SET W-ENDE TO TRUE
         WHEN OTHER  CONTINUE
     END-EVALUATE
     .
 P950-99.
     EXIT.

******************************************************************
* Cursor auf =NOTIFYABO
******************************************************************
 S200-OPEN-NOTIFYABO-CURSOR SECTION.
 S200-00.
     EXEC SQL
         OPEN NOTIFYABO_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S200-99.
     EXIT.

 S201-FETCH-NOTIFYABO-CURSOR SECTION.
 S201-00.
     EXEC SQL
         FETCH NOTIFYABO_CURS
          INTO :VUNR         of NOTIFYABO
              ,:KZ-ZIEL      of NOTIFYABO
              ,:ZIEL         of NOTIFYABO
              ,:MAX-VERSUCHE of NOTIFYABO
              ,:SENDUNG-NR   of NOTIFYABO
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S201-99.
     EXIT.

 S202-CLOSE-NOTIFYABO-CURSOR SECTION.
 S202-00.
     EXEC SQL
         CLOSE NOTIFYABO_CURS
     END-EXEC
     .
 S202-99.
     EXIT.

******************************************************************
* Cursor auf =NOTIFYQ (offene Vormerksaetze des Abonnenten)
******************************************************************
 S210-OPEN-NOTIFYQ-CURSOR SECTION.
 S210-00.
     EXEC SQL
         OPEN NOTIFYQ_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-Q-OK  TO TRUE
         WHEN OTHER  SET W-Q-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S210-99.
     EXIT.

 S211-FETCH-NOTIFYQ-CURSOR SECTION.
 S211-00.
     IF  W-Q-NOK
         EXIT SECTION
     END-IF
     EXEC SQL
         FETCH NOTIFYQ_CURS
          INTO :PNR          of NOTIFYQ
              ,:TERMNR       of NOTIFYQ
              ,:TRACENR      of NOTIFYQ
              ,:ISONTYP      of NOTIFYQ
              ,:KZ-ART       of NOTIFYQ
              ,:VUNR         of NOTIFYQ
              ,:AC           of NOTIFYQ
              ,:ANZ-VERSUCHE of NOTIFYQ
              ,:ZPINS        of NOTIFYQ
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-Q-OK  TO TRUE
         WHEN 100    SET W-Q-EOD TO TRUE
         WHEN OTHER  SET W-Q-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S211-99.
     EXIT.

 S212-CLOSE-NOTIFYQ-CURSOR SECTION.
 S212-00.
     EXEC SQL
         CLOSE NOTIFYQ_CURS
     END-EXEC
     .
 S212-99.
     EXIT.

******************************************************************
* Sendungsnummer und Zeitpunkt der letzten Sendung fortschreiben
* (TMF-Transaktion ist offen)
******************************************************************
 S220-UPDATE-NOTIFYABO SECTION.
 S220-00.
     EXEC SQL
         UPDATE  =NOTIFYABO
            SET  SENDUNG_NR        = :W-SENDUNG-NR
               , ZP_LETZTE_SENDUNG = CURRENT
          WHERE  VUNR = :W-ABO-VUNR
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S220-99.
     EXIT.

******************************************************************
* Vorgang aus =TXILOG70 lesen (juengster zum Schluessel)
******************************************************************
 S250-SELECT-TXILOG70 SECTION.
 S250-00.
     SET W-TX-FEHLT TO TRUE

     EXEC SQL
         OPEN TXILOG70_CURS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

     EXEC SQL
         FETCH TXILOG70_CURS
          INTO :MDNR       of TXILOG70
              ,:TSNR       of TXILOG70
              ,:KANR       of TXILOG70
              ,:BETRAG     of TXILOG70
              ,:AC-AS      of TXILOG70
              ,:ZP-VERKAUF of TXILOG70
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-TX-DA TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE

     EXEC SQL
         CLOSE TXILOG70_CURS
     END-EXEC
     .
 S250-99.
     EXIT.

******************************************************************
* Kartennummer zum Token aus dem Tresor (Altsatz KEY_VERSION 0:
* noch im Klartext in KANR); ohne Treffer bleibt W-KANR leer
******************************************************************
 S260-SELECT-PANVAULT SECTION.
 S260-00.
     MOVE W-KANR TO TOKEN OF PANVAULT
     MOVE SPACES TO W-KANR

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
         DISPLAY "PFCNTF7 - Token nicht im Tresor: "
                 TOKEN OF PANVAULT
         EXIT SECTION
     END-IF

     IF  KEY-VERSION OF PANVAULT = ZERO
         MOVE KANR OF PANVAULT TO W-KANR
     ELSE
         PERFORM M190-CALL-PFCPVK7
     END-IF
     .
 S260-99.
     EXIT.

******************************************************************
* Zustellversuch nachweisen: gesendeter Satz (PAN maskiert),
* Ziel, Ergebnis und Zeitpunkt (TMF-Transaktion ist offen)
******************************************************************
 S270-INSERT-NOTIFYLOG SECTION.
 S270-00.
     MOVE NTF-D-SATZ TO SATZ OF NOTIFYLOG

     EXEC SQL
         INSERT
           INTO  =NOTIFYLOG
                 ( VUNR, SENDUNG_NR, SATZNR
                 , PNR, TERMNR, TRACENR, ISONTYP, KZ_ART
                 , KZ_ZIEL, ZIEL, KZ_ERGEBNIS, FEHLER
                 , SATZ, ZP_VERSAND )
         VALUES  (
                  :W-ABO-VUNR
                 ,:W-SENDUNG-NR
                 ,:W-SATZNR
                 ,:PNR         of NOTIFYQ
                 ,:TERMNR      of NOTIFYQ
                 ,:TRACENR     of NOTIFYQ
                 ,:ISONTYP     of NOTIFYQ
                 ,:KZ-ART      of NOTIFYQ
                 ,:KZ-ZIEL     of NOTIFYABO
                 ,:ZIEL        of NOTIFYABO
                 ,:W-ERGEBNIS
                 ,:W-FEHLER
                 ,:SATZ        of NOTIFYLOG
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S270-99.
     EXIT.

******************************************************************
* Zugestellten Vormerksatz raeumen (TMF-Transaktion ist offen)
******************************************************************
 S280-DELETE-NOTIFYQ SECTION.
 S280-00.
     EXEC SQL
         DELETE
           FROM  =NOTIFYQ
          WHERE  PNR     = :PNR     of NOTIFYQ
            AND  TERMNR  = :TERMNR  of NOTIFYQ
            AND  TRACENR = :TRACENR of NOTIFYQ
            AND  ISONTYP = :ISONTYP of NOTIFYQ
            AND  KZ_ART  = :KZ-ART  of NOTIFYQ
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S280-99.
     EXIT.

******************************************************************
* Fehlversuch im Vormerksatz zaehlen (TMF-Transaktion ist offen)
******************************************************************
 S285-UPDATE-NOTIFYQ SECTION.
 S285-00.
     EXEC SQL
         UPDATE  =NOTIFYQ
            SET  ANZ_VERSUCHE = :W-VERSUCHE
               , KZ_STATUS    = :W-Q-STATUS
               , ZP_VERSUCH   = CURRENT
          WHERE  PNR     = :PNR     of NOTIFYQ
            AND  TERMNR  = :TERMNR  of NOTIFYQ
            AND  TRACENR = :TRACENR of NOTIFYQ
            AND  ISONTYP = :ISONTYP of NOTIFYQ
            AND  KZ_ART  = :KZ-ART  of NOTIFYQ
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S285-99.
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
* Programm; jeder Minutenlauf setzt den Satz zurueck)
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
**      ---> Folgelauf desselben Tages
         WHEN -8227  PERFORM S775-RUN-RESET
         WHEN OTHER  DISPLAY "PFCNTF7 - =BATCHRUN nicht "
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
               , ANZ       = :W-ANZ-GESENDET
               , ZP_ENDE   = CURRENT
          WHERE  DATUM    = :W-RUN-DATUM
            AND  PROGRAMM = :K-RUN-PROGRAMM
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         DISPLAY "PFCNTF7 - =BATCHRUN nicht fortschreibbar, "
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
     DISPLAY "PFCNTF7 - SQL-Fehler, SQLCODE: " SQLCODE OF SQLCA
     SET W-ENDE TO TRUE
     .
 Z002-99.
     EXIT.
