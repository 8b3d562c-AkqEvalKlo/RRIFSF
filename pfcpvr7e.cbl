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

 PROGRAM-ID. PFCPVR7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.01
* Kurzbeschreibung :: Umschluesselung des PAN-Tresors (=PANVAULT).
* Kurzbeschreibung :: Alle Saetze, die nicht unter der aktiven
* Kurzbeschreibung :: Schluesselversion aus =PANKEY verschluesselt
* Kurzbeschreibung :: sind, werden ueber PFCPVK7 entschluesselt
* Kurzbeschreibung :: (Altsaetze mit KEY_VERSION 0: Klartext aus
* Kurzbeschreibung :: KANR), mit der aktiven Version neu
* Kurzbeschreibung :: verschluesselt und mit Schluessel-Hash
* Kurzbeschreibung :: fortgeschrieben; KANR wird geloescht. Das
* Kurzbeschreibung :: Token bleibt unveraendert.
* Kurzbeschreibung :: Der Lauf arbeitet in kleinen TMF-Transaktionen
* Kurzbeschreibung :: neben dem Online-Betrieb und kann beliebig
* Kurzbeschreibung :: wiederholt oder abgebrochen werden.
* Kurzbeschreibung :: Am Ende wird je Schluesselversion die Zahl der
* Kurzbeschreibung :: Saetze gemeldet; eine Version mit KZ_STATUS
* Kurzbeschreibung :: "E" darf erst stillgelegt werden, wenn sie
* Kurzbeschreibung :: keine Saetze mehr hat.
* Kurzbeschreibung :: Ablauf Schluesselwechsel:
* Kurzbeschreibung ::   1. neues Label im Sicherheitsmodul anlegen
* Kurzbeschreibung ::   2. =PANKEY: alte Version auf "E", neue auf "A"
* Kurzbeschreibung ::   3. nach einer Stunde (alle Server haben neu
* Kurzbeschreibung ::      geladen) PFCPVR7 laufen lassen
* Kurzbeschreibung ::   4. meldet PFCPVR7 fuer die alte Version 0
* Kurzbeschreibung ::      Saetze, kann sie stillgelegt werden
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
*G.01.00|2026-10-15| kl  | R7-531:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: Batch; nach jedem Schluesselwechsel, einmalig
*                zur Umstellung der Klartext-Altsaetze
* Parameter   :: PARAM PAKET  <Anzahl>  (Saetze je Transaktion,
*                                        optional, Default 200)
*                PARAM MAXANZ <Anzahl>  (hoechstens so viele Saetze
*                                        in diesem Lauf, optional,
*                                        Default 0 = alle)
*
******************************************************************
* Uebersicht der SECTIONs:
*
* A100-STEUERUNG
*
* B000-VORLAUF
* B090-ENDE
* B100-UMSCHLUESSELN
* B200-VERSIONEN-MELDEN
*
* C100-PAKET-VERARBEITEN
* C110-SATZ-UMSCHLUESSELN
*
* M100-CALL-PFCPVK7
*
* P950-GETPARAMTEXT
*
* S100-SELECT-PANKEY-AKTIV
* S300-UPDATE-PANVAULT
* S310-ZAEHLE-PANVAULT-VERSION
* S900-OPEN-REKEY-CURSOR
* S910-FETCH-REKEY-CURSOR
* S920-CLOSE-REKEY-CURSOR
* S930-OPEN-VERS-CURSOR
* S940-FETCH-VERS-CURSOR
* S950-CLOSE-VERS-CURSOR
* S960-OPEN-ALTKEY-CURSOR
* S970-FETCH-ALTKEY-CURSOR
* S980-CLOSE-ALTKEY-CURSOR
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

 DATA DIVISION.
 WORKING-STORAGE SECTION.

 01          W-ENDE-FLAG         PIC 9       VALUE ZERO.
     88      W-ENDE                          VALUE 1.

 01          W-SQLCODE-FLAG      PIC 9       VALUE ZERO.
     88      W-SQL-OK                        VALUE ZERO.
     88      W-SQL-EOD                       VALUE 1.
     88      W-SQL-NOK                       VALUE 9.

 01          W-FERTIG-FLAG       PIC 9       VALUE ZERO.
     88      W-FERTIG                        VALUE 1.

**  ---> Lauf-Registrierung in =BATCHRUN (Morgenpruefer RFCRUN7)
 01          K-RUN-PROGRAMM      PIC X(08)   VALUE "PFCPVR7".
 01          W-RUN-DATUM         PIC X(10)   VALUE SPACES.
 01          W-RUN-STATUS        PIC X(01)   VALUE SPACE.

**  ---> Parameter
 01          W-PAKET             PIC 9(05)   VALUE 200.
 01          W-MAXANZ            PIC 9(07)   VALUE ZEROS.

**  ---> aktive Schluesselversion
 01          W-AKTIV-VERSION     PIC 9(04)   VALUE ZEROS.
 01          W-VERS-ANZ          PIC S9(09) COMP VALUE ZEROS.
 01          W-PAKET-ANZ         PIC 9(05)   VALUE ZEROS.
 01          W-KANR              PIC X(19)   VALUE SPACES.

**          ---> Schnittstelle zum Krypto-Baustein PFCPVK7
     COPY    PFCPVK7C OF "=MSGLIB".

 77          W-ANZ-GELESEN       PIC 9(07)   VALUE ZERO.
 77          W-ANZ-UMGESCHL      PIC 9(07)   VALUE ZERO.
 77          W-ANZ-KLARTEXT      PIC 9(07)   VALUE ZERO.
 77          W-ANZ-COMMIT        PIC 9(07)   VALUE ZERO.

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

**  ---> PAN-Tresor
 EXEC SQL
    INVOKE =PANVAULT AS PANVAULT
 END-EXEC

**  ---> Schluesselversionen des PAN-Tresors
 EXEC SQL
    INVOKE =PANKEY AS PANKEY
 END-EXEC

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

 EXEC SQL
     CONTROL TABLE * WAIT IF LOCKED
 END-EXEC

**  ---> Saetze, die nicht unter der aktiven Version liegen
 EXEC SQL
     DECLARE REKEY_CURS CURSOR FOR
         SELECT  TOKEN, KANR, KANR_ENC, KEY_VERSION
           FROM  =PANVAULT
          WHERE  KEY_VERSION <> :W-AKTIV-VERSION
         BROWSE  ACCESS
 END-EXEC

**  ---> Saetze je Schluesselversion
 EXEC SQL
     DECLARE VERS_CURS CURSOR FOR
         SELECT  KEY_VERSION, COUNT(*)
           FROM  =PANVAULT
          GROUP  BY KEY_VERSION
          ORDER  BY KEY_VERSION
         BROWSE  ACCESS
 END-EXEC

**  ---> Versionen, die nur noch entschluesseln
 EXEC SQL
     DECLARE ALTKEY_CURS CURSOR FOR
         SELECT  VERSION, KEYLABEL
           FROM  =PANKEY
          WHERE  KZ_STATUS = "E"
          ORDER  BY VERSION
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
         PERFORM B100-UMSCHLUESSELN
     END-IF
     PERFORM B200-VERSIONEN-MELDEN
     PERFORM S780-RUN-ENDE
     PERFORM B090-ENDE
     STOP RUN
     .
 A100-99.
     EXIT.

******************************************************************
* Vorlauf: Parameter, aktive Schluesselversion
******************************************************************
 B000-VORLAUF SECTION.
 B000-00.
     PERFORM U200-TIMESTAMP
     DISPLAY "PFCPVR7 - Umschluesselung PAN-Tresor, Lauf vom "
             TAGESDATUM

**  ---> Saetze je Transaktion (optional)
     MOVE "PAKET" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         MOVE ZERO TO W-ENDE-FLAG
         MOVE 200  TO W-PAKET
     ELSE
         MOVE STUP-TEXT (1:STUP-RESULT) TO W-PAKET
     END-IF
     IF  W-PAKET = ZERO
         MOVE 200  TO W-PAKET
     END-IF

**  ---> Hoechstzahl Saetze in diesem Lauf (optional)
     MOVE "MAXANZ" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         MOVE ZERO TO W-ENDE-FLAG
         MOVE ZERO TO W-MAXANZ
     ELSE
         MOVE STUP-TEXT (1:STUP-RESULT) TO W-MAXANZ
     END-IF

     PERFORM S100-SELECT-PANKEY-AKTIV
     IF  W-ENDE
         EXIT SECTION
     END-IF

     DISPLAY "PFCPVR7 - aktive Schluesselversion: "
             W-AKTIV-VERSION " (" KEYLABEL OF PANKEY ")"
     DISPLAY "PFCPVR7 - Saetze je Transaktion    : " W-PAKET
     IF  W-MAXANZ > ZERO
         DISPLAY "PFCPVR7 - hoechstens Saetze        : " W-MAXANZ
     END-IF
     .
 B000-99.
     EXIT.

******************************************************************
* Ende / Zusammenfassung
******************************************************************
 B090-ENDE SECTION.
 B090-00.
     DISPLAY "PFCPVR7 - gelesen                     : "
             W-ANZ-GELESEN
     DISPLAY "PFCPVR7 - umgeschluesselt             : "
             W-ANZ-UMGESCHL
     DISPLAY "PFCPVR7 -    davon aus Klartext       : "
             W-ANZ-KLARTEXT
     DISPLAY "PFCPVR7 - Transaktionen               : "
             W-ANZ-COMMIT
     .
 B090-99.
     EXIT.

******************************************************************
* Paketweise umschluesseln, bis kein Satz mehr uebrig ist (oder
* MAXANZ erreicht). Jedes Paket ist eine eigene TMF-Transaktion;
* ein umgeschluesselter Satz faellt aus dem Cursor heraus, der
* naechste Cursor beginnt also beim ersten offenen Satz.
******************************************************************
 B100-UMSCHLUESSELN SECTION.
 B100-00.
     MOVE ZERO TO W-FERTIG-FLAG
     PERFORM UNTIL W-FERTIG OR W-ENDE
         PERFORM U100-BEGIN
         PERFORM C100-PAKET-VERARBEITEN
         IF  W-ENDE
             PERFORM U120-ROLLBACK
         ELSE
             PERFORM U110-COMMIT
             ADD 1 TO W-ANZ-COMMIT
         END-IF
         IF  W-MAXANZ > ZERO
         AND W-ANZ-UMGESCHL NOT < W-MAXANZ
             SET W-FERTIG TO TRUE
         END-IF
     END-PERFORM
     .
 B100-99.
     EXIT.

******************************************************************
* Satzanzahl je Schluesselversion; Versionen "E" ohne Saetze
* koennen stillgelegt werden
******************************************************************
 B200-VERSIONEN-MELDEN SECTION.
 B200-00.
     MOVE ZERO TO W-SQLCODE-FLAG
     DISPLAY "PFCPVR7 - Saetze je Schluesselversion:"
     PERFORM S930-OPEN-VERS-CURSOR
     PERFORM S940-FETCH-VERS-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         IF  KEY-VERSION OF PANVAULT = ZERO
             DISPLAY "PFCPVR7 -    Version 0000 (Klartext)  : "
                     W-VERS-ANZ
         ELSE
             DISPLAY "PFCPVR7 -    Version "
                     KEY-VERSION OF PANVAULT
                     "             : " W-VERS-ANZ
         END-IF
         PERFORM S940-FETCH-VERS-CURSOR
     END-PERFORM
     PERFORM S950-CLOSE-VERS-CURSOR

     MOVE ZERO TO W-SQLCODE-FLAG
     PERFORM S960-OPEN-ALTKEY-CURSOR
     PERFORM S970-FETCH-ALTKEY-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         PERFORM S310-ZAEHLE-PANVAULT-VERSION
         IF  W-VERS-ANZ = ZERO
             DISPLAY "PFCPVR7 - Version " VERSION OF PANKEY
                     " (" KEYLABEL OF PANKEY ") ohne Saetze"
                     " - kann stillgelegt werden"
         ELSE
             DISPLAY "PFCPVR7 - !!! Version " VERSION OF PANKEY
                     " (" KEYLABEL OF PANKEY ") noch "
                     W-VERS-ANZ " Saetze - NICHT stilllegen"
         END-IF
         PERFORM S970-FETCH-ALTKEY-CURSOR
     END-PERFORM
     PERFORM S980-CLOSE-ALTKEY-CURSOR
     .
 B200-99.
     EXIT.

******************************************************************
* ein Paket von hoechstens PAKET Saetzen umschluesseln
******************************************************************
 C100-PAKET-VERARBEITEN SECTION.
 C100-00.
     MOVE ZERO TO W-PAKET-ANZ
     PERFORM S900-OPEN-REKEY-CURSOR
     PERFORM S910-FETCH-REKEY-CURSOR
     IF  W-SQL-EOD
         SET W-FERTIG TO TRUE
     END-IF
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK OR W-ENDE
         ADD 1 TO W-ANZ-GELESEN
         PERFORM C110-SATZ-UMSCHLUESSELN
         ADD 1 TO W-PAKET-ANZ
         IF  W-PAKET-ANZ NOT < W-PAKET
         OR (W-MAXANZ > ZERO
         AND W-ANZ-UMGESCHL NOT < W-MAXANZ)
             SET W-SQL-EOD TO TRUE
         ELSE
             PERFORM S910-FETCH-REKEY-CURSOR
         END-IF
     END-PERFORM
     PERFORM S920-CLOSE-REKEY-CURSOR
     .
 C100-99.
     EXIT.

******************************************************************
* einen Satz entschluesseln (bzw. Klartext uebernehmen), mit der
* aktiven Version verschluesseln und zurueckschreiben. Ein Satz,
* der sich nicht entschluesseln laesst, bricht den Lauf ab -
* sonst wuerde ihn jedes Paket wieder lesen.
******************************************************************
 C110-SATZ-UMSCHLUESSELN SECTION.
 C110-00.
     IF  KEY-VERSION OF PANVAULT = ZERO
         MOVE KANR OF PANVAULT TO W-KANR
         ADD 1 TO W-ANZ-KLARTEXT
     ELSE
         SET  PVK-ENTSCHLUESSELN      TO TRUE
         MOVE KANR-ENC    OF PANVAULT TO PVK-KANR-ENC
         MOVE KEY-VERSION OF PANVAULT TO PVK-KEY-VERSION
         PERFORM M100-CALL-PFCPVK7
         IF  W-ENDE
             EXIT SECTION
         END-IF
         MOVE PVK-KANR TO W-KANR
     END-IF

     SET  PVK-VERSCHLUESSELN TO TRUE
     MOVE W-KANR             TO PVK-KANR
     PERFORM M100-CALL-PFCPVK7
     IF  W-ENDE
         EXIT SECTION
     END-IF

     MOVE SPACES          TO KANR        OF PANVAULT
     MOVE PVK-KANR-HASH   TO KANR-HASH   OF PANVAULT
     MOVE PVK-KANR-ENC    TO KANR-ENC    OF PANVAULT
     MOVE PVK-KEY-VERSION TO KEY-VERSION OF PANVAULT
     PERFORM S300-UPDATE-PANVAULT
     IF  NOT W-ENDE
         ADD 1 TO W-ANZ-UMGESCHL
     END-IF
     .
 C110-99.
     EXIT.

******************************************************************
* Aufruf Krypto-Baustein
******************************************************************
 M100-CALL-PFCPVK7 SECTION.
 M100-00.
     CALL "PFCPVK7" USING PVK-PFCPVK7C
     IF  PVK-ERR
         DISPLAY "PFCPVR7 - PFCPVK7 Funktion " PVK-FUNKTION
                 " fehlgeschlagen, RCODE " PVK-RCODE
                 " / HSM " PVK-HSM-RCODE
                 ", TOKEN " TOKEN OF PANVAULT
         SET W-ENDE TO TRUE
     END-IF
     .
 M100-99.
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
                     DISPLAY "PFCPVR7 - Parameter fehlt: "
                             STUP-PORTION
                     SET W-ENDE TO TRUE
         WHEN OTHER  CONTINUE
     END-EVALUATE
     .
 P950-99.
     EXIT.

******************************************************************
* aktive Schluesselversion lesen (genau eine)
******************************************************************
 S100-SELECT-PANKEY-AKTIV SECTION.
 S100-00.
     EXEC SQL
         SELECT  VERSION, KEYLABEL
           INTO :VERSION  of PANKEY
               ,:KEYLABEL of PANKEY
           FROM  =PANKEY
          WHERE  KZ_STATUS = "A"
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   MOVE VERSION OF PANKEY TO W-AKTIV-VERSION
         WHEN 100    DISPLAY "PFCPVR7 - !!! =PANKEY ohne aktive "
                             "Schluesselversion - Lauf abgebrochen"
                     SET W-ENDE TO TRUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S100-99.
     EXIT.

******************************************************************
* Tresorsatz zurueckschreiben
******************************************************************
 S300-UPDATE-PANVAULT SECTION.
 S300-00.
     EXEC SQL
         UPDATE  =PANVAULT
            SET  KANR        = :KANR        of PANVAULT
               , KANR_HASH   = :KANR-HASH   of PANVAULT
               , KANR_ENC    = :KANR-ENC    of PANVAULT
               , KEY_VERSION = :KEY-VERSION of PANVAULT
          WHERE  TOKEN = :TOKEN of PANVAULT
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S300-99.
     EXIT.

******************************************************************
* Saetze einer Schluesselversion zaehlen
******************************************************************
 S310-ZAEHLE-PANVAULT-VERSION SECTION.
 S310-00.
     MOVE ZEROS TO W-VERS-ANZ
     EXEC SQL
         SELECT  COUNT(*)
           INTO :W-VERS-ANZ
           FROM  =PANVAULT
          WHERE  KEY_VERSION = :VERSION of PANKEY
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S310-99.
     EXIT.

******************************************************************
* Cursor umzuschluesselnde Saetze
******************************************************************
 S900-OPEN-REKEY-CURSOR SECTION.
 S900-00.
     EXEC SQL
         OPEN REKEY_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S900-99.
     EXIT.

 S910-FETCH-REKEY-CURSOR SECTION.
 S910-00.
     EXEC SQL
         FETCH REKEY_CURS
          INTO :TOKEN       of PANVAULT
              ,:KANR        of PANVAULT
              ,:KANR-ENC    of PANVAULT
              ,:KEY-VERSION of PANVAULT
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

 S920-CLOSE-REKEY-CURSOR SECTION.
 S920-00.
     EXEC SQL
         CLOSE REKEY_CURS
     END-EXEC
     .
 S920-99.
     EXIT.

******************************************************************
* Cursor Saetze je Schluesselversion
******************************************************************
 S930-OPEN-VERS-CURSOR SECTION.
 S930-00.
     EXEC SQL
         OPEN VERS_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S930-99.
     EXIT.

 S940-FETCH-VERS-CURSOR SECTION.
 S940-00.
     EXEC SQL
         FETCH VERS_CURS
          INTO :KEY-VERSION of PANVAULT
              ,:W-VERS-ANZ
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

 S950-CLOSE-VERS-CURSOR SECTION.
 S950-00.
     EXEC SQL
         CLOSE VERS_CURS
     END-EXEC
     .
 S950-99.
     EXIT.

******************************************************************
* Cursor Schluesselversionen "nur entschluesseln"
******************************************************************
 S960-OPEN-ALTKEY-CURSOR SECTION.
 S960-00.
     EXEC SQL
         OPEN ALTKEY_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S960-99.
     EXIT.

 S970-FETCH-ALTKEY-CURSOR SECTION.
 S970-00.
     EXEC SQL
         FETCH ALTKEY_CURS
          INTO :VERSION  of PANKEY
              ,:KEYLABEL of PANKEY
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

 S980-CLOSE-ALTKEY-CURSOR SECTION.
 S980-00.
     EXEC SQL
         CLOSE ALTKEY_CURS
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
         WHEN OTHER  DISPLAY "PFCPVR7 - =BATCHRUN nicht "
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
               , ANZ       = :W-ANZ-UMGESCHL
               , ZP_ENDE   = CURRENT
          WHERE  DATUM    = :W-RUN-DATUM
            AND  PROGRAMM = :K-RUN-PROGRAMM
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         DISPLAY "PFCPVR7 - =BATCHRUN nicht fortschreibbar, "
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
     DISPLAY "PFCPVR7 - SQL-Fehler, SQLCODE: " SQLCODE OF SQLCA
     SET W-ENDE TO TRUE
     .
 Z002-99.
     EXIT.
