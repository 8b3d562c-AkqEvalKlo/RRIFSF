?CONSULT $SYSTEM.SYSTEM.COBOLEX0
?SEARCH  $SYSTEM.SYSTEM.COBOLLIB
?SEARCH  =TALLIB

?NOLMAP, SYMBOLS, INSPECT
?SAVE ALL
?LINES 66
?CHECK 3
?SQL

 IDENTIFICATION DIVISION.

 PROGRAM-ID. PFCZAE7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.00
* Kurzbeschreibung :: Zaehlerabgleich nach Umschaltung auf das
* Kurzbeschreibung :: Ausweichsystem. Die fortlaufenden Zaehler
* Kurzbeschreibung :: koennen hinter dem bereits Vergebenen
* Kurzbeschreibung :: zurueckliegen; doppelte AS-Tracenummern
* Kurzbeschreibung :: gegenueber den Acquirern waeren die Folge.
* Kurzbeschreibung :: Geprueft wird vor Freigabe der Online-
* Kurzbeschreibung :: Server, jeweils gegen die zuletzt wirklich
* Kurzbeschreibung :: vergebenen Werte:
* Kurzbeschreibung ::   =MDNR2AS   gegen =MDNRASTREX und die
* Kurzbeschreibung ::              TRACENR_AS in =TXILOG70
* Kurzbeschreibung ::              (mit Ueberschlag bei 999999)
* Kurzbeschreibung ::   =PANVSEQ   gegen die Tokens in =PANVAULT
* Kurzbeschreibung ::   =KSNSTAT   gegen die Transaktionen des
* Kurzbeschreibung ::              Terminals in =TXILOG70 nach
* Kurzbeschreibung ::              der letzten Fortschreibung
* Kurzbeschreibung ::   =FEEINVSEQ gegen die vergebenen Rechnungs-
* Kurzbeschreibung ::              nummern (=FEEINVREG)
* Kurzbeschreibung :: Zurueckliegende Zaehler werden gemeldet und
* Kurzbeschreibung :: mit MODUS KORRIGIEREN um eine Sicherheits-
* Kurzbeschreibung :: marge ueber den hoechsten vergebenen Wert
* Kurzbeschreibung :: gesetzt. Die Korrektur greift nur, wenn der
* Kurzbeschreibung :: Zaehler seit dem Lesen unveraendert ist.
* Package          :: ICC
*
* Aenderungen
*
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-10-15| kl  | R7-552:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: Batch, nach der Umschaltung und vor Freigabe der
*                Online-Server (Meldeliste pruefen!)
* Parameter   :: PARAM MODUS  PRUEFEN | KORRIGIEREN
*                PARAM MARGE  nnnnnn  (optional, Default 100;
*                             Sicherheitsabstand ueber dem hoechsten
*                             vergebenen Wert)
*                PARAM TAGE   nn      (optional, Default 2;
*                             Zeitraum der Protokolle, der nach
*                             vergebenen Werten durchsucht wird)
*
******************************************************************
* Uebersicht der SECTIONs:
*
* A100-STEUERUNG
*
* B000-VORLAUF
* B090-ENDE
* B100-MDNR2AS
* B200-PANVSEQ
* B300-KSNSTAT
* B400-FEEINVSEQ
*
* C100-TRACENR-PRUEFEN
* C110-TRACENR-ABSTAND
* C300-KSN-PRUEFEN
* C900-HEX-ZU-ZAHL
* C910-ZAHL-ZU-HEX
*
* P950-GETPARAMTEXT
*
* S300-SELECT-MDNRASTREX
* S310-SELECT-TXILOG70-TRACE
* S320-UPDATE-MDNR2AS
* S330-SELECT-PANVSEQ
* S335-UPDATE-PANVSEQ
* S340-SELECT-TXILOG70-KSN
* S345-UPDATE-KSNSTAT
* S350-SELECT-FEEINVSEQ
* S355-UPDATE-FEEINVSEQ
* S770-RUN-START
* S775-RUN-RESET
* S780-RUN-ENDE
* S900-OPEN-MDNR2AS-CURSOR
* S910-FETCH-MDNR2AS-CURSOR
* S920-CLOSE-MDNR2AS-CURSOR
* S930-OPEN-KSNSTAT-CURSOR
* S940-FETCH-KSNSTAT-CURSOR
* S950-CLOSE-KSNSTAT-CURSOR
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

 01          W-UPD-FLAG          PIC 9       VALUE ZERO.
     88      W-UPD-OK                        VALUE ZERO.
     88      W-UPD-GEAENDERT                 VALUE 1.
     88      W-UPD-NOK                       VALUE 9.

**  ---> Lauf-Registrierung in =BATCHRUN (Morgenpruefer RFCRUN7)
 01          K-RUN-PROGRAMM      PIC X(08)   VALUE "PFCZAE7".
 01          W-RUN-DATUM         PIC X(10)   VALUE SPACES.
 01          W-RUN-STATUS        PIC X(01)   VALUE SPACE.

**  ---> AS-Tracenummer: Ueberschlag wie in PFCOFF7S/D910; ein
**  ---> Abstand ab dem halben Umlauf gilt als "Zaehler voraus"
 01          K-TRACE-MAX         PIC 9(06)   VALUE 999999.
 01          K-TRACE-HALB        PIC 9(06)   VALUE 500000.
**  ---> DUKPT-Zaehler: erschoepfter Vorrat wie in PFCPRE7/C108
 01          K-KSN-MAX           PIC X(06)   VALUE "1FFFFF".
 01          K-HEXZIFFERN        PIC X(16)   VALUE
                                 "0123456789ABCDEF".

**  ---> Parameter
 01          W-MODUS             PIC X(12)   VALUE SPACES.
     88      W-MODUS-PRUEFEN                 VALUE "PRUEFEN".
     88      W-MODUS-KORRIGIEREN             VALUE "KORRIGIEREN".
 01          W-MARGE             PIC 9(06)   VALUE 100.
 01          W-TAGE              PIC 9(02)   VALUE 2.

 77          W-ANZ-GEPRUEFT      PIC 9(07)   VALUE ZERO.
 77          W-ANZ-RUECKSTAND    PIC 9(07)   VALUE ZERO.
 77          W-ANZ-KORRIGIERT    PIC 9(07)   VALUE ZERO.
 77          W-ANZ-NICHT-KORR    PIC 9(07)   VALUE ZERO.

**  ---> Suchzeitraum der Protokolle
 01          W-AKT-DATUM         PIC 9(08)   VALUE ZEROS.
 01          W-AKT-INTEGER       PIC S9(09) COMP VALUE ZEROS.
 01          W-TAG-INTEGER       PIC S9(09) COMP VALUE ZEROS.
 01          W-TAG-DATUM         PIC 9(08)   VALUE ZEROS.
 01          W-TAG-DATUM-X REDEFINES W-TAG-DATUM.
     05      WT-JHJJ             PIC X(04).
     05      WT-MM               PIC X(02).
     05      WT-TT               PIC X(02).
 01          W-ZP-VON            PIC X(22)   VALUE SPACES.

**  ---> AS-Tracenummern
 01          W-TRACE-ALT         PIC 9(06)   VALUE ZEROS.
 01          W-TRACE-NEU         PIC 9(09)   VALUE ZEROS.
 01          W-TRACE-GENUTZT     PIC 9(06)   VALUE ZEROS.
 01          W-TRACE-HOECHST     PIC 9(06)   VALUE ZEROS.
 01          W-ABSTAND           PIC S9(07) COMP VALUE ZEROS.
 01          W-ABSTAND-MAX       PIC S9(07) COMP VALUE ZEROS.

**  ---> laufende Nummern (Token, Rechnung)
 01          W-LFDNR-ALT         PIC 9(17)   VALUE ZEROS.
 01          W-LFDNR-NEU         PIC 9(17)   VALUE ZEROS.
 01          W-LFDNR-GENUTZT     PIC 9(17)   VALUE ZEROS.
 01          W-INV-ALT           PIC 9(10)   VALUE ZEROS.
 01          W-INV-NEU           PIC 9(10)   VALUE ZEROS.
 01          W-INV-GENUTZT       PIC 9(10)   VALUE ZEROS.

**  ---> DUKPT-Zaehler (sedezimal)
 01          W-KSN-ALT           PIC X(06)   VALUE SPACES.
 01          W-KSN-NEU           PIC X(06)   VALUE SPACES.
 01          W-HEX               PIC X(06)   VALUE SPACES.
 01          W-HEX-ZAHL          PIC S9(09) COMP VALUE ZEROS.
 01          W-KSN-MAX-ZAHL      PIC S9(09) COMP VALUE ZEROS.
 01          W-HEX-REST          PIC S9(09) COMP VALUE ZEROS.
 01          W-HEX-STELLE        PIC S9(04) COMP VALUE ZEROS.
 01          W-HEX-WERT          PIC S9(04) COMP VALUE ZEROS.
 01          W-HEX-IND           PIC S9(04) COMP VALUE ZEROS.

**  ---> Hostfelder
 01          W-ANZ               PIC 9(09)   VALUE ZEROS.
 01          W-ROUTKZ            PIC 9(04)   VALUE ZEROS.
 01          W-CARDID            PIC 9(04)   VALUE ZEROS.
 01          W-MDNR              PIC 9(08)   VALUE ZEROS.
 01          W-TERMNR            PIC 9(08)   VALUE ZEROS.

 01          D-NUM09             PIC Z(08)9.
 01          D-NUM17             PIC Z(16)9.

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

 EXEC SQL
     INCLUDE SQLCA
 END-EXEC

 EXEC SQL
     BEGIN DECLARE SECTION
 END-EXEC

 EXEC SQL
    INVOKE =MDNR2AS  AS MDNR2AS
 END-EXEC

 EXEC SQL
    INVOKE =KSNSTAT AS KSNSTAT
 END-EXEC

 EXEC SQL
    INVOKE =PANVAULT AS PANVAULT
 END-EXEC

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

**  ---> alle Tracenummern-Zaehler je ROUTKZ/CARDID/MDNR
 EXEC SQL
     DECLARE MDNR2AS_CURS CURSOR FOR
         SELECT  ROUTKZ, CARDID, MDNR, TRACENR
           FROM  =MDNR2AS
          ORDER  BY ROUTKZ, CARDID, MDNR
         BROWSE  ACCESS
 END-EXEC

**  ---> alle KSN-Hochwassermarken je Terminal
 EXEC SQL
     DECLARE KSNSTAT_CURS CURSOR FOR
         SELECT  TERMNR, KSN_ZAEHLER
           FROM  =KSNSTAT
          ORDER  BY TERMNR
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
         PERFORM B100-MDNR2AS
     END-IF
     IF  NOT W-ENDE
         PERFORM B200-PANVSEQ
     END-IF
     IF  NOT W-ENDE
         PERFORM B300-KSNSTAT
     END-IF
     IF  NOT W-ENDE
         PERFORM B400-FEEINVSEQ
     END-IF
     PERFORM S780-RUN-ENDE
     PERFORM B090-ENDE
     STOP RUN
     .
 A100-99.
     EXIT.

******************************************************************
* Vorlauf: Parameter lesen, Suchzeitraum bestimmen
******************************************************************
 B000-VORLAUF SECTION.
 B000-00.
     PERFORM U200-TIMESTAMP

     MOVE "MODUS" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:12) TO W-MODUS
     IF  NOT W-MODUS-PRUEFEN
     AND NOT W-MODUS-KORRIGIEREN
         DISPLAY "PFCZAE7 - MODUS " W-MODUS
                 " unbekannt (PRUEFEN/KORRIGIEREN)"
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

     MOVE "MARGE" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         MOVE ZERO TO W-ENDE-FLAG
     ELSE
         IF  STUP-RESULT > 6
         OR  STUP-TEXT (1:STUP-RESULT) IS NOT NUMERIC
             DISPLAY "PFCZAE7 - MARGE " STUP-TEXT (1:10)
                     " ungueltig"
             SET W-ENDE TO TRUE
             EXIT SECTION
         END-IF
         MOVE STUP-TEXT (1:STUP-RESULT) TO W-MARGE
     END-IF
     IF  W-MARGE = ZERO
         DISPLAY "PFCZAE7 - MARGE muss groesser 0 sein"
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF

     MOVE "TAGE" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         MOVE ZERO TO W-ENDE-FLAG
     ELSE
         IF  STUP-RESULT > 2
         OR  STUP-TEXT (1:STUP-RESULT) IS NOT NUMERIC
             DISPLAY "PFCZAE7 - TAGE " STUP-TEXT (1:10)
                     " ungueltig"
             SET W-ENDE TO TRUE
             EXIT SECTION
         END-IF
         MOVE STUP-TEXT (1:STUP-RESULT) TO W-TAGE
     END-IF

**  ---> Protokolle ab 00:00 Uhr des ersten Tags durchsuchen
     COMPUTE W-AKT-DATUM =
               (TAL-JHJJ OF TAL-TIME-D * 10000)
             + (TAL-MM   OF TAL-TIME-D * 100)
             +  TAL-TT   OF TAL-TIME-D
     COMPUTE W-AKT-INTEGER = FUNCTION INTEGER-OF-DATE (W-AKT-DATUM)
     COMPUTE W-TAG-INTEGER = W-AKT-INTEGER - W-TAGE
     COMPUTE W-TAG-DATUM
           = FUNCTION DATE-OF-INTEGER (W-TAG-INTEGER)
     MOVE SPACES TO W-ZP-VON
     STRING  WT-JHJJ "-" WT-MM "-" WT-TT ":00:00:00.00"
                 DELIMITED BY SIZE
       INTO  W-ZP-VON
     END-STRING

     MOVE K-KSN-MAX TO W-HEX
     PERFORM C900-HEX-ZU-ZAHL
     MOVE W-HEX-ZAHL TO W-KSN-MAX-ZAHL

     DISPLAY "PFCZAE7 - Zaehlerabgleich " W-MODUS ", Marge "
             W-MARGE ", Protokolle ab " W-ZP-VON (1:10)
     .
 B000-99.
     EXIT.

******************************************************************
* Ende / Zusammenfassung mit Freigabeempfehlung
******************************************************************
 B090-ENDE SECTION.
 B090-00.
     DISPLAY "PFCZAE7 - Zaehler geprueft    : " W-ANZ-GEPRUEFT
     DISPLAY "PFCZAE7 - davon zurueck       : " W-ANZ-RUECKSTAND
     DISPLAY "PFCZAE7 - korrigiert          : " W-ANZ-KORRIGIERT
     DISPLAY "PFCZAE7 - nicht korrigiert    : " W-ANZ-NICHT-KORR

     EVALUATE TRUE
         WHEN W-ENDE
             DISPLAY "PFCZAE7 - !!! Abgleich unvollstaendig - "
                     "Online-Server NICHT freigeben"
         WHEN W-ANZ-RUECKSTAND = W-ANZ-KORRIGIERT
             DISPLAY "PFCZAE7 - Zaehler konsistent - Freigabe "
                     "der Online-Server moeglich"
         WHEN W-MODUS-PRUEFEN
             DISPLAY "PFCZAE7 - !!! Zaehler zurueck - vor Freigabe"
                     " mit MODUS KORRIGIEREN abgleichen"
         WHEN OTHER
             DISPLAY "PFCZAE7 - !!! nicht alle Zaehler korrigiert"
                     " - Lauf wiederholen"
     END-EVALUATE
     .
 B090-99.
     EXIT.

******************************************************************
* =MDNR2AS: AS-Tracenummern je ROUTKZ/CARDID/MDNR
******************************************************************
 B100-MDNR2AS SECTION.
 B100-00.
     PERFORM S900-OPEN-MDNR2AS-CURSOR
     PERFORM S910-FETCH-MDNR2AS-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK OR W-ENDE
         PERFORM C100-TRACENR-PRUEFEN
         PERFORM S910-FETCH-MDNR2AS-CURSOR
     END-PERFORM
     PERFORM S920-CLOSE-MDNR2AS-CURSOR
     .
 B100-99.
     EXIT.

******************************************************************
* =PANVSEQ: laufende Nummer der Tokens ("99" + LFDNR, siehe
* S340 in PFCPRE7) gegen das hoechste Token in =PANVAULT
******************************************************************
 B200-PANVSEQ SECTION.
 B200-00.
     ADD 1 TO W-ANZ-GEPRUEFT
     PERFORM S330-SELECT-PANVSEQ
     IF  W-ENDE
     OR  W-ANZ = ZERO
         EXIT SECTION
     END-IF
     MOVE TOKEN OF PANVAULT (3:17) TO W-LFDNR-GENUTZT
     IF  W-LFDNR-GENUTZT <= W-LFDNR-ALT
         EXIT SECTION
     END-IF

     ADD 1 TO W-ANZ-RUECKSTAND
     COMPUTE W-LFDNR-NEU = W-LFDNR-GENUTZT + W-MARGE
     MOVE W-LFDNR-ALT TO D-NUM17
     DISPLAY "PFCZAE7 - !!! =PANVSEQ zurueck: Zaehler " D-NUM17
     MOVE W-LFDNR-GENUTZT TO D-NUM17
     DISPLAY "PFCZAE7 -     hoechstes Token  " D-NUM17
     IF  W-MODUS-PRUEFEN
         EXIT SECTION
     END-IF

     PERFORM S335-UPDATE-PANVSEQ
     IF  W-UPD-OK
         ADD 1 TO W-ANZ-KORRIGIERT
         MOVE W-LFDNR-NEU TO D-NUM17
         DISPLAY "PFCZAE7 -     korrigiert auf   " D-NUM17
     ELSE
         ADD 1 TO W-ANZ-NICHT-KORR
         DISPLAY "PFCZAE7 -     NICHT korrigiert (zwischen"
                 "zeitlich fortgeschrieben)"
     END-IF
     .
 B200-99.
     EXIT.

******************************************************************
* =KSNSTAT: DUKPT-Hochwassermarken je Terminal
******************************************************************
 B300-KSNSTAT SECTION.
 B300-00.
     PERFORM S930-OPEN-KSNSTAT-CURSOR
     PERFORM S940-FETCH-KSNSTAT-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK OR W-ENDE
         PERFORM C300-KSN-PRUEFEN
         PERFORM S940-FETCH-KSNSTAT-CURSOR
     END-PERFORM
     PERFORM S950-CLOSE-KSNSTAT-CURSOR
     .
 B300-99.
     EXIT.

******************************************************************
* =FEEINVSEQ: laufende Rechnungsnummer (S345 in PFCFEE7) gegen die
* hoechste registrierte Rechnungsnummer in =FEEINVREG
******************************************************************
 B400-FEEINVSEQ SECTION.
 B400-00.
     ADD 1 TO W-ANZ-GEPRUEFT
     PERFORM S350-SELECT-FEEINVSEQ
     IF  W-ENDE
     OR  W-ANZ = ZERO
     OR  W-INV-GENUTZT <= W-INV-ALT
         EXIT SECTION
     END-IF

     ADD 1 TO W-ANZ-RUECKSTAND
     COMPUTE W-INV-NEU = W-INV-GENUTZT + W-MARGE
     DISPLAY "PFCZAE7 - !!! =FEEINVSEQ zurueck: Zaehler " W-INV-ALT
             ", hoechste Rechnung " W-INV-GENUTZT
     IF  W-MODUS-PRUEFEN
         EXIT SECTION
     END-IF

     PERFORM S355-UPDATE-FEEINVSEQ
     IF  W-UPD-OK
         ADD 1 TO W-ANZ-KORRIGIERT
         DISPLAY "PFCZAE7 -     korrigiert auf " W-INV-NEU
     ELSE
         ADD 1 TO W-ANZ-NICHT-KORR
         DISPLAY "PFCZAE7 -     NICHT korrigiert (zwischen"
                 "zeitlich fortgeschrieben)"
     END-IF
     .
 B400-99.
     EXIT.

******************************************************************
* Einen Tracenummern-Zaehler pruefen: zuletzt vergebene Nummer
* aus =MDNRASTREX und =TXILOG70; liegt eine davon (im Umlauf)
* vor dem Zaehler, ist er zurueck
******************************************************************
 C100-TRACENR-PRUEFEN SECTION.
 C100-00.
     ADD 1 TO W-ANZ-GEPRUEFT
     MOVE ROUTKZ  OF MDNR2AS TO W-ROUTKZ
     MOVE CARDID  OF MDNR2AS TO W-CARDID
     MOVE MDNR    OF MDNR2AS TO W-MDNR
     MOVE TRACENR OF MDNR2AS TO W-TRACE-ALT
     MOVE ZERO TO W-ABSTAND-MAX
                  W-TRACE-HOECHST

     PERFORM S300-SELECT-MDNRASTREX
     IF  W-ENDE
         EXIT SECTION
     END-IF
     IF  W-ANZ > ZERO
         PERFORM C110-TRACENR-ABSTAND
     END-IF

**  ---> TXILOG70 traegt die tatsaechliche MDNR/CARDID; fuer
**  ---> Zaehler mit 0 (= alle) liefert das hier nichts
     PERFORM S310-SELECT-TXILOG70-TRACE
     IF  W-ENDE
         EXIT SECTION
     END-IF
     IF  W-ANZ > ZERO
         PERFORM C110-TRACENR-ABSTAND
     END-IF

     IF  W-ABSTAND-MAX = ZERO
         EXIT SECTION
     END-IF

     ADD 1 TO W-ANZ-RUECKSTAND
     COMPUTE W-TRACE-NEU = W-TRACE-HOECHST + W-MARGE
     IF  W-TRACE-NEU > K-TRACE-MAX
         SUBTRACT K-TRACE-MAX FROM W-TRACE-NEU
     END-IF
     DISPLAY "PFCZAE7 - !!! =MDNR2AS zurueck: ROUTKZ " W-ROUTKZ
             " CARDID " W-CARDID " MDNR " W-MDNR
     DISPLAY "PFCZAE7 -     Zaehler " W-TRACE-ALT
             ", zuletzt vergeben " W-TRACE-HOECHST
     IF  W-MODUS-PRUEFEN
         EXIT SECTION
     END-IF

     PERFORM S320-UPDATE-MDNR2AS
     IF  W-UPD-OK
         ADD 1 TO W-ANZ-KORRIGIERT
         DISPLAY "PFCZAE7 -     korrigiert auf " W-TRACE-NEU (4:6)
     ELSE
         ADD 1 TO W-ANZ-NICHT-KORR
         DISPLAY "PFCZAE7 -     NICHT korrigiert (zwischen"
                 "zeitlich fortgeschrieben)"
     END-IF
     .
 C100-99.
     EXIT.

******************************************************************
* Abstand vergebene Nummer - Zaehler im Umlauf 1..999999; ab dem
* halben Umlauf liegt die Nummer hinter dem Zaehler (Abstand 0)
******************************************************************
 C110-TRACENR-ABSTAND SECTION.
 C110-00.
     COMPUTE W-ABSTAND = W-TRACE-GENUTZT - W-TRACE-ALT
     IF  W-ABSTAND < ZERO
         ADD K-TRACE-MAX TO W-ABSTAND
     END-IF
     IF  W-ABSTAND >= K-TRACE-HALB
         MOVE ZERO TO W-ABSTAND
     END-IF
     IF  W-ABSTAND > W-ABSTAND-MAX
         MOVE W-ABSTAND       TO W-ABSTAND-MAX
         MOVE W-TRACE-GENUTZT TO W-TRACE-HOECHST
     END-IF
     .
 C110-99.
     EXIT.

******************************************************************
* Eine KSN-Hochwassermarke pruefen: hat das Terminal nach der
* letzten Fortschreibung noch Transaktionen, fehlt mindestens je
* Transaktion ein Zaehlerschritt
******************************************************************
 C300-KSN-PRUEFEN SECTION.
 C300-00.
     ADD 1 TO W-ANZ-GEPRUEFT
     MOVE TERMNR      OF KSNSTAT TO W-TERMNR
     MOVE KSN-ZAEHLER OF KSNSTAT TO W-KSN-ALT

     PERFORM S340-SELECT-TXILOG70-KSN
     IF  W-ENDE
     OR  W-ANZ = ZERO
         EXIT SECTION
     END-IF

     ADD 1 TO W-ANZ-RUECKSTAND
     MOVE W-KSN-ALT TO W-HEX
     PERFORM C900-HEX-ZU-ZAHL
     ADD W-ANZ W-MARGE TO W-HEX-ZAHL
     IF  W-HEX-ZAHL > W-KSN-MAX-ZAHL
         MOVE W-KSN-MAX-ZAHL TO W-HEX-ZAHL
     END-IF
     PERFORM C910-ZAHL-ZU-HEX
     MOVE W-HEX TO W-KSN-NEU
     MOVE W-ANZ TO D-NUM09
     DISPLAY "PFCZAE7 - !!! =KSNSTAT zurueck: TERMNR " W-TERMNR
             " KSN-Zaehler " W-KSN-ALT ", " D-NUM09
             " Transaktionen danach"
     IF  W-MODUS-PRUEFEN
         EXIT SECTION
     END-IF

     PERFORM S345-UPDATE-KSNSTAT
     IF  W-UPD-OK
         ADD 1 TO W-ANZ-KORRIGIERT
         DISPLAY "PFCZAE7 -     korrigiert auf " W-KSN-NEU
     ELSE
         ADD 1 TO W-ANZ-NICHT-KORR
         DISPLAY "PFCZAE7 -     NICHT korrigiert (zwischen"
                 "zeitlich fortgeschrieben)"
     END-IF
     .
 C300-99.
     EXIT.

******************************************************************
* Sedezimalzahl W-HEX (6 Stellen) -> W-HEX-ZAHL
******************************************************************
 C900-HEX-ZU-ZAHL SECTION.
 C900-00.
     MOVE ZERO TO W-HEX-ZAHL
     PERFORM VARYING W-HEX-STELLE FROM 1 BY 1
             UNTIL   W-HEX-STELLE > 6
         PERFORM VARYING W-HEX-IND FROM 1 BY 1
                 UNTIL   W-HEX-IND > 16
                 OR      K-HEXZIFFERN (W-HEX-IND:1)
                       = W-HEX (W-HEX-STELLE:1)
             CONTINUE
         END-PERFORM
**      ---> unbekannte Stelle zaehlt als 0
         IF  W-HEX-IND > 16
             MOVE 1 TO W-HEX-IND
         END-IF
         COMPUTE W-HEX-ZAHL = W-HEX-ZAHL * 16 + W-HEX-IND - 1
     END-PERFORM
     .
 C900-99.
     EXIT.

******************************************************************
* W-HEX-ZAHL -> Sedezimalzahl W-HEX (6 Stellen)
******************************************************************
 C910-ZAHL-ZU-HEX SECTION.
 C910-00.
     MOVE W-HEX-ZAHL TO W-HEX-REST
     PERFORM VARYING W-HEX-STELLE FROM 6 BY -1
             UNTIL   W-HEX-STELLE < 1
         DIVIDE W-HEX-REST BY 16 GIVING W-HEX-REST
                REMAINDER W-HEX-WERT
         MOVE K-HEXZIFFERN (W-HEX-WERT + 1:1)
           TO W-HEX (W-HEX-STELLE:1)
     END-PERFORM
     .
 C910-99.
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
                     DISPLAY "PFCZAE7 - Parameter fehlt: "
                             STUP-PORTION
                     SET W-ENDE TO TRUE
         WHEN OTHER  CONTINUE
     END-EVALUATE
     .
 P950-99.
     EXIT.

******************************************************************
* Zuletzt protokollierte Tracenummer des Zaehlers (=MDNRASTREX)
******************************************************************
 S300-SELECT-MDNRASTREX SECTION.
 S300-00.
     MOVE ZEROS TO W-ANZ
                   W-TRACE-GENUTZT
     EXEC SQL
         SELECT  COUNT(*)
           INTO :W-ANZ
           FROM  =MDNRASTREX
          WHERE  ROUTKZ = :W-ROUTKZ
            AND  CARDID = :W-CARDID
            AND  MDNR   = :W-MDNR
            AND  MELDUNGS_ZP >= :W-ZP-VON
                                TYPE AS DATETIME YEAR TO FRACTION(2)
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF
     IF  W-ANZ = ZERO
         EXIT SECTION
     END-IF

     EXEC SQL
         SELECT  MAX(TRACENR)
           INTO :W-TRACE-GENUTZT
           FROM  =MDNRASTREX
          WHERE  ROUTKZ = :W-ROUTKZ
            AND  CARDID = :W-CARDID
            AND  MDNR   = :W-MDNR
            AND  MELDUNGS_ZP =
                 (SELECT  MAX(MELDUNGS_ZP)
                    FROM  =MDNRASTREX
                   WHERE  ROUTKZ = :W-ROUTKZ
                     AND  CARDID = :W-CARDID
                     AND  MDNR   = :W-MDNR
                     AND  MELDUNGS_ZP >= :W-ZP-VON
                             TYPE AS DATETIME YEAR TO FRACTION(2))
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S300-99.
     EXIT.

******************************************************************
* Zuletzt an das AS gesendete Tracenummer (=TXILOG70)
******************************************************************
 S310-SELECT-TXILOG70-TRACE SECTION.
 S310-00.
     MOVE ZEROS TO W-ANZ
                   W-TRACE-GENUTZT
     EXEC SQL
         SELECT  COUNT(*)
           INTO :W-ANZ
           FROM  =TXILOG70
          WHERE  ROUTKZ     = :W-ROUTKZ
            AND  CARDID     = :W-CARDID
            AND  MDNR       = :W-MDNR
            AND  TRACENR_AS > 0
            AND  ZP_TIN    >= :W-ZP-VON
                              TYPE AS DATETIME YEAR TO FRACTION(2)
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF
     IF  W-ANZ = ZERO
         EXIT SECTION
     END-IF

     EXEC SQL
         SELECT  MAX(TRACENR_AS)
           INTO :W-TRACE-GENUTZT
           FROM  =TXILOG70
          WHERE  ROUTKZ     = :W-ROUTKZ
            AND  CARDID     = :W-CARDID
            AND  MDNR       = :W-MDNR
            AND  TRACENR_AS > 0
            AND  ZP_TIN =
                 (SELECT  MAX(ZP_TIN)
                    FROM  =TXILOG70
                   WHERE  ROUTKZ     = :W-ROUTKZ
                     AND  CARDID     = :W-CARDID
                     AND  MDNR       = :W-MDNR
                     AND  TRACENR_AS > 0
                     AND  ZP_TIN    >= :W-ZP-VON
                             TYPE AS DATETIME YEAR TO FRACTION(2))
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S310-99.
     EXIT.

******************************************************************
* Tracenummern-Zaehler korrigieren, nur wenn seit dem Lesen
* unveraendert (die Online-Server koennten schon vergeben)
******************************************************************
 S320-UPDATE-MDNR2AS SECTION.
 S320-00.
     MOVE W-TRACE-NEU       TO TRACENR OF MDNR2AS
     PERFORM U100-BEGIN
     EXEC SQL
         UPDATE  =MDNR2AS
            SET  TRACENR = :TRACENR of MDNR2AS
          WHERE  MDNR, CARDID, ROUTKZ
                 =  :W-MDNR
                   ,:W-CARDID
                   ,:W-ROUTKZ
            AND  TRACENR = :W-TRACE-ALT
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-UPD-OK        TO TRUE
                     PERFORM U110-COMMIT
         WHEN 100    SET W-UPD-GEAENDERT TO TRUE
                     PERFORM U110-COMMIT
         WHEN OTHER  SET W-UPD-NOK       TO TRUE
                     PERFORM U120-ROLLBACK
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S320-99.
     EXIT.

******************************************************************
* =PANVSEQ und hoechstes Token lesen
******************************************************************
 S330-SELECT-PANVSEQ SECTION.
 S330-00.
     MOVE ZEROS TO W-ANZ
     EXEC SQL
         SELECT  LFDNR
           INTO :W-LFDNR-ALT
           FROM  =PANVSEQ
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

     EXEC SQL
         SELECT  COUNT(*)
           INTO :W-ANZ
           FROM  =PANVAULT
          WHERE  TOKEN LIKE "99%"
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF
     IF  W-ANZ = ZERO
         EXIT SECTION
     END-IF

     EXEC SQL
         SELECT  MAX(TOKEN)
           INTO :TOKEN of PANVAULT
           FROM  =PANVAULT
          WHERE  TOKEN LIKE "99%"
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S330-99.
     EXIT.

 S335-UPDATE-PANVSEQ SECTION.
 S335-00.
     PERFORM U100-BEGIN
     EXEC SQL
         UPDATE  =PANVSEQ
            SET  LFDNR = :W-LFDNR-NEU
          WHERE  LFDNR = :W-LFDNR-ALT
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-UPD-OK        TO TRUE
                     PERFORM U110-COMMIT
         WHEN 100    SET W-UPD-GEAENDERT TO TRUE
                     PERFORM U110-COMMIT
         WHEN OTHER  SET W-UPD-NOK       TO TRUE
                     PERFORM U120-ROLLBACK
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S335-99.
     EXIT.

******************************************************************
* Transaktionen des Terminals nach der letzten Fortschreibung
* seiner KSN-Hochwassermarke
******************************************************************
 S340-SELECT-TXILOG70-KSN SECTION.
 S340-00.
     MOVE ZEROS TO W-ANZ
     EXEC SQL
         SELECT  COUNT(*)
           INTO :W-ANZ
           FROM  =TXILOG70
          WHERE  TERMNR  = :W-TERMNR
            AND  ZP_TIN >= :W-ZP-VON
                           TYPE AS DATETIME YEAR TO FRACTION(2)
            AND  ZP_TIN  >
                 (SELECT  ZPLETZT
                    FROM  =KSNSTAT
                   WHERE  TERMNR = :W-TERMNR)
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S340-99.
     EXIT.

 S345-UPDATE-KSNSTAT SECTION.
 S345-00.
     PERFORM U100-BEGIN
     EXEC SQL
         UPDATE  =KSNSTAT
            SET  KSN_ZAEHLER = :W-KSN-NEU
               , ZPLETZT     = CURRENT
          WHERE  TERMNR      = :W-TERMNR
            AND  KSN_ZAEHLER = :W-KSN-ALT
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-UPD-OK        TO TRUE
                     PERFORM U110-COMMIT
         WHEN 100    SET W-UPD-GEAENDERT TO TRUE
                     PERFORM U110-COMMIT
         WHEN OTHER  SET W-UPD-NOK       TO TRUE
                     PERFORM U120-ROLLBACK
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S345-99.
     EXIT.

******************************************************************
* =FEEINVSEQ und hoechste vergebene Rechnungsnummer lesen
******************************************************************
 S350-SELECT-FEEINVSEQ SECTION.
 S350-00.
     MOVE ZEROS TO W-ANZ
                   W-INV-GENUTZT
     EXEC SQL
         SELECT  LFDNR
           INTO :W-INV-ALT
           FROM  =FEEINVSEQ
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

     EXEC SQL
         SELECT  COUNT(*)
           INTO :W-ANZ
           FROM  =FEEINVREG
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF
     IF  W-ANZ = ZERO
         EXIT SECTION
     END-IF

     EXEC SQL
         SELECT  MAX(RECHNR)
           INTO :W-INV-GENUTZT
           FROM  =FEEINVREG
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
     END-IF
     .
 S350-99.
     EXIT.

 S355-UPDATE-FEEINVSEQ SECTION.
 S355-00.
     PERFORM U100-BEGIN
     EXEC SQL
         UPDATE  =FEEINVSEQ
            SET  LFDNR = :W-INV-NEU
          WHERE  LFDNR = :W-INV-ALT
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-UPD-OK        TO TRUE
                     PERFORM U110-COMMIT
         WHEN 100    SET W-UPD-GEAENDERT TO TRUE
                     PERFORM U110-COMMIT
         WHEN OTHER  SET W-UPD-NOK       TO TRUE
                     PERFORM U120-ROLLBACK
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S355-99.
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
         WHEN OTHER  DISPLAY "PFCZAE7 - =BATCHRUN nicht "
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
* Laufende in =BATCHRUN festhalten (Status und Kennzahl = Anzahl
* zurueckliegender Zaehler)
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
               , ANZ       = :W-ANZ-RUECKSTAND
               , ZP_ENDE   = CURRENT
          WHERE  DATUM    = :W-RUN-DATUM
            AND  PROGRAMM = :K-RUN-PROGRAMM
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         DISPLAY "PFCZAE7 - =BATCHRUN nicht fortschreibbar, "
                 "SQLCODE: " SQLCODE OF SQLCA
     END-IF
     .
 S780-99.
     EXIT.

******************************************************************
* Cursor auf =MDNR2AS
******************************************************************
 S900-OPEN-MDNR2AS-CURSOR SECTION.
 S900-00.
     EXEC SQL
         OPEN MDNR2AS_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S900-99.
     EXIT.

 S910-FETCH-MDNR2AS-CURSOR SECTION.
 S910-00.
     EXEC SQL
         FETCH MDNR2AS_CURS
          INTO :ROUTKZ  of MDNR2AS
              ,:CARDID  of MDNR2AS
              ,:MDNR    of MDNR2AS
              ,:TRACENR of MDNR2AS
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

 S920-CLOSE-MDNR2AS-CURSOR SECTION.
 S920-00.
     EXEC SQL
         CLOSE MDNR2AS_CURS
     END-EXEC
     .
 S920-99.
     EXIT.

******************************************************************
* Cursor auf =KSNSTAT
******************************************************************
 S930-OPEN-KSNSTAT-CURSOR SECTION.
 S930-00.
     EXEC SQL
         OPEN KSNSTAT_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S930-99.
     EXIT.

 S940-FETCH-KSNSTAT-CURSOR SECTION.
 S940-00.
     EXEC SQL
         FETCH KSNSTAT_CURS
          INTO :TERMNR      of KSNSTAT
              ,:KSN-ZAEHLER of KSNSTAT
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

 S950-CLOSE-KSNSTAT-CURSOR SECTION.
 S950-00.
     EXEC SQL
         CLOSE KSNSTAT_CURS
     END-EXEC
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
* TIMESTAMP erstellen
******************************************************************
 U200-TIMESTAMP SECTION.
 U200-00.
     ENTER TAL "TIME" USING TAL-TIME
     MOVE CORR TAL-TIME TO TAL-TIME-D
     .
 U200-99.
     EXIT.

******************************************************************
* Allgemeine Fehlerbehandlung
******************************************************************
 Z002-PROGERR SECTION.
 Z002-00.
     DISPLAY "PFCZAE7 - SQL-Fehler, SQLCODE: " SQLCODE OF SQLCA
     SET W-ENDE TO TRUE
     .
 Z002-99.
     EXIT.
