 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.02
* Kurzbeschreibung :: Import der Stations-Stammdaten aus dem
* Kurzbeschreibung :: Haendler-Management-System (logischer Datei-
* Kurzbeschreibung :: name STAIN). Jeder Satz wird geprueft (MDNR/
* Kurzbeschreibung :: nachvollziehbar bleibt, wie die Station an
* Kurzbeschreibung :: einem bestimmten Tag aussah (falsche
* Kurzbeschreibung :: Geofence-Ablehnungen!).
* Kurzbeschreibung :: Die Bankverbindung der Station (IBAN, BIC,
* Kurzbeschreibung :: Kontoinhaber) fuer die SEPA-Auszahlung
* Kurzbeschreibung :: (PFCPAY7) kommt im selben Satz mit; sie wird
* Kurzbeschreibung :: inkl. IBAN-Pruefziffer (Modulo 97) geprueft
* Kurzbeschreibung :: und in =STATIONB gefuehrt; jede Aenderung
* Kurzbeschreibung :: stempelt ZP_AENDERUNG und hinterlaesst eine
* Kurzbeschreibung :: Historienzeile mit Aktion "B".
* Package          :: ICC
*
* Aenderungen
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.02|2026-10-15| kl  | R7-528:
*       |          |     | - Bankverbindung je Station: Satz um
*       |          |     |   IBAN/BIC/Kontoinhaber erweitert (leer
*       |          |     |   = unveraendert); Pruefung von Aufbau
*       |          |     |   und IBAN-Pruefziffer (Modulo 97),
*       |          |     |   BIC 8 oder 11 Stellen; Fortschreibung
*       |          |     |   in =STATIONB mit Aenderungszeitpunkt
*       |          |     |   (Haltefrist der Auszahlung PFCPAY7)
*       |          |     |   und Historie in =STATIONH (Aktion B)
*-------|----------|-----|-------------------------------------------*
*G.01.01|2026-09-02| kl  | R7-515:
*       |          |     | - Eingangsdatei-Kontrolle: vor der
*       |          |     |   Verarbeitung werden Satzanzahl und
* Aufruf      :: Batch, nach jeder Stammdaten-Lieferung
* Satzaufbau  :: AKTION(1: I/U/D) MDNR(8) TSNR(8) NAME(30) ORT(25)
*                KZ-BREITE(1) BREITE(9) KZ-LAENGE(1) LAENGE(9)
*                GUELTIG-AB(10) IBAN(34) BIC(11) KONTOINHABER(35)
*
******************************************************************
* Uebersicht der SECTIONs:
*
* C100-SATZ-VERARBEITEN
* C110-SATZ-PRUEFEN
*R000092 - Anfang
* C120-IBAN-PRUEFEN
*R000092 - Ende
* C200-DELTA-ANWENDEN
*R000092 - Anfang
* C210-BANK-ANWENDEN
*R000092 - Ende
*
* S300-SELECT-POST70
* S310-SELECT-STATION
* S360-UPDATE-STATIONA
* S370-DELETE-STATIONA
* S380-INSERT-STATIONH
*R000092 - Anfang
* S390-SELECT-STATIONB
* S391-INSERT-STATIONB
* S392-UPDATE-STATIONB
*R000092 - Ende
*
* U100-BEGIN
* U110-COMMIT
 FILE SECTION.

 FD  STALIEF-DATEI
*R000092 - Bankverbindung zusaetzlich
     RECORD CONTAINS 182 CHARACTERS.
 01          STALIEF-SATZ.
     05      SL-AKTION           PIC X(01).
          88 SL-INSERT                       VALUE "I".
     05      SL-KZ-LAENGE        PIC X(01).
     05      SL-LAENGE           PIC X(09).
     05      SL-GUELTIG-AB       PIC X(10).
     05      SL-IBAN             PIC X(34).
     05      SL-BIC              PIC X(11).
     05      SL-KONTOINHABER     PIC X(35).
*R000092 - Ende

 WORKING-STORAGE SECTION.

 01          W-GRAD-2            PIC 9(02)   VALUE ZEROS.
 01          W-GRAD-3            PIC 9(03)   VALUE ZEROS.

*R000092 - Anfang
 01          W-STATIONB-DA-FLAG  PIC 9       VALUE ZERO.
     88      W-STATIONB-FEHLT                VALUE ZERO.
     88      W-STATIONB-DA                   VALUE 1.

 77          W-ANZ-BANK-NEU      PIC 9(07)   VALUE ZERO.
 77          W-ANZ-BANK-GEAEND   PIC 9(07)   VALUE ZERO.

**  ---> Aktion der Historienzeile (Satzaktion bzw. "B" = Bank)
 01          W-H-AKTION          PIC X(01)   VALUE SPACE.

**  ---> IBAN-Pruefung (ISO 13616): Laenderkennung und Pruef-
**  ---> ziffer nach hinten, Buchstaben A=10 .. Z=35, Rest
**  ---> modulo 97 stellenweise; gueltig bei Rest 1
 01          K-ALPHABET          PIC X(26)
                                 VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
 01          W-IBAN-UMST         PIC X(34)   VALUE SPACES.
 01          W-IBAN-LAENGE       PIC S9(04) COMP VALUE ZEROS.
 01          W-IBAN-IND          PIC S9(04) COMP VALUE ZEROS.
 01          W-BUCHST-IND        PIC S9(04) COMP VALUE ZEROS.
 01          W-IBAN-ZEICHEN      PIC X(01)   VALUE SPACE.
 01          W-IBAN-ZIFFER       PIC 9(01)   VALUE ZERO.
 01          W-IBAN-WERT         PIC 9(05)   VALUE ZEROS.
 01          W-IBAN-QUOT         PIC 9(05)   VALUE ZEROS.
 01          W-IBAN-REST         PIC 9(02)   VALUE ZEROS.
 01          W-BIC-LAENGE        PIC S9(04) COMP VALUE ZEROS.
*R000092 - Ende

 01          TAL-TIME.
     05      TAL-JHJJMMTT.
      10     TAL-JHJJ            PIC S9(04) COMP.
    INVOKE =STATIONH AS STATIONH
 END-EXEC

*R000092 - Anfang
**  ---> Bankverbindung der Station (SEPA-Auszahlung PFCPAY7)
 EXEC SQL
    INVOKE =STATIONB AS STATIONB
 END-EXEC
*R000092 - Ende

 EXEC SQL
     END DECLARE SECTION
 END-EXEC
     DISPLAY "PFCSTI7 - Stationen geaendert: " W-ANZ-GEAENDERT
     DISPLAY "PFCSTI7 - deaktiviert        : " W-ANZ-DEAKTIVIERT
     DISPLAY "PFCSTI7 - unveraendert       : " W-ANZ-UNVERAENDERT
*R000092 - Anfang
     DISPLAY "PFCSTI7 - Bankverbind. neu   : " W-ANZ-BANK-NEU
     DISPLAY "PFCSTI7 - Bankverbind. geaend: " W-ANZ-BANK-GEAEND
*R000092 - Ende
     DISPLAY "PFCSTI7 - fehlerhaft         : " W-ANZ-FEHLER
     .
 B090-99.

     PERFORM U100-BEGIN
     PERFORM C200-DELTA-ANWENDEN
*R000092 - Bankverbindung in derselben TMF-Klammer
     IF  W-SQL-OK
     AND NOT SL-DEAKTIV
     AND SL-IBAN NOT = SPACES
         PERFORM C210-BANK-ANWENDEN
     END-IF
*R000092 - Ende
     IF  W-SQL-NOK
         PERFORM U120-ROLLBACK
         MOVE ZERO TO W-SQLCODE-FLAG
             EXIT SECTION
         END-IF
     END-IF

*R000092 - Bankverbindung nur pruefen, wenn geliefert
     IF  SL-IBAN NOT = SPACES
     AND NOT SL-DEAKTIV
         PERFORM C120-IBAN-PRUEFEN
     END-IF
*R000092 - Ende
     .
 C110-99.
     EXIT.

*R000092 - Anfang
******************************************************************
* Bankverbindung pruefen: IBAN-Aufbau (Laenderkennung, Pruef-
* ziffer, 15-34 Stellen ohne Luecken, deutsche IBAN 22 Stellen)
* und Pruefziffer nach Modulo 97; BIC 8 oder 11 Stellen mit
* alphabetischem Bank- und Laenderteil; Kontoinhaber Pflicht
******************************************************************
 C120-IBAN-PRUEFEN SECTION.
 C120-00.
**  ---> Laenge der IBAN (ohne nachfolgende Leerstellen)
     PERFORM VARYING W-IBAN-LAENGE FROM 34 BY -1
             UNTIL   W-IBAN-LAENGE < 1
             OR      SL-IBAN (W-IBAN-LAENGE:1) NOT = SPACE
         CONTINUE
     END-PERFORM

     IF  W-IBAN-LAENGE < 15
     OR  SL-IBAN (1:2) IS NOT ALPHABETIC-UPPER
     OR  SL-IBAN (3:2) IS NOT NUMERIC
     OR (SL-IBAN (1:2) = "DE" AND W-IBAN-LAENGE NOT = 22)
         SET W-SATZ-SCHLECHT TO TRUE
         DISPLAY "PFCSTI7 - IBAN ungueltig aufgebaut: " SL-IBAN
         EXIT SECTION
     END-IF

**  ---> Umstellung: BBAN vorn, Laenderkennung und Pruefziffer
**  ---> hinten
     MOVE SPACES TO W-IBAN-UMST
     STRING  SL-IBAN (5:W-IBAN-LAENGE - 4)
             SL-IBAN (1:4)
                 DELIMITED BY SIZE
       INTO  W-IBAN-UMST
     END-STRING

     MOVE ZEROS TO W-IBAN-REST
     PERFORM VARYING W-IBAN-IND FROM 1 BY 1
             UNTIL   W-IBAN-IND > W-IBAN-LAENGE
             OR      W-SATZ-SCHLECHT
         MOVE W-IBAN-UMST (W-IBAN-IND:1) TO W-IBAN-ZEICHEN
         IF  W-IBAN-ZEICHEN IS NUMERIC
             MOVE W-IBAN-ZEICHEN TO W-IBAN-ZIFFER
             COMPUTE W-IBAN-WERT = W-IBAN-REST * 10 + W-IBAN-ZIFFER
         ELSE
             PERFORM VARYING W-BUCHST-IND FROM 1 BY 1
                     UNTIL   W-BUCHST-IND > 26
                     OR      K-ALPHABET (W-BUCHST-IND:1)
                             = W-IBAN-ZEICHEN
                 CONTINUE
             END-PERFORM
             IF  W-BUCHST-IND > 26
                 SET W-SATZ-SCHLECHT TO TRUE
             ELSE
                 COMPUTE W-IBAN-WERT = W-IBAN-REST * 100
                                     + W-BUCHST-IND + 9
             END-IF
         END-IF
         DIVIDE W-IBAN-WERT BY 97 GIVING    W-IBAN-QUOT
                                  REMAINDER W-IBAN-REST
     END-PERFORM

     IF  W-SATZ-SCHLECHT
     OR  W-IBAN-REST NOT = 1
         SET W-SATZ-SCHLECHT TO TRUE
         DISPLAY "PFCSTI7 - IBAN-Pruefziffer falsch: " SL-IBAN
         EXIT SECTION
     END-IF

**  ---> BIC: 4 Bank + 2 Land (alphabetisch) + 2 Ort [+ 3 Filiale]
     PERFORM VARYING W-BIC-LAENGE FROM 11 BY -1
             UNTIL   W-BIC-LAENGE < 1
             OR      SL-BIC (W-BIC-LAENGE:1) NOT = SPACE
         CONTINUE
     END-PERFORM
     IF (W-BIC-LAENGE NOT = 8 AND W-BIC-LAENGE NOT = 11)
     OR  SL-BIC (1:6) IS NOT ALPHABETIC-UPPER
         SET W-SATZ-SCHLECHT TO TRUE
         DISPLAY "PFCSTI7 - BIC ungueltig: " SL-BIC
         EXIT SECTION
     END-IF

     IF  SL-KONTOINHABER = SPACES
         SET W-SATZ-SCHLECHT TO TRUE
         DISPLAY "PFCSTI7 - Kontoinhaber fehlt zu IBAN " SL-IBAN
     END-IF
     .
 C120-99.
     EXIT.
*R000092 - Ende

******************************************************************
* Delta anwenden und Historie schreiben
******************************************************************
     END-EVALUATE

     IF  W-SQL-OK
*R000092 - Aktion der Historienzeile
         MOVE SL-AKTION TO W-H-AKTION
*R000092 - Ende
         PERFORM S380-INSERT-STATIONH
     END-IF
     .
 C200-99.
     EXIT.

*R000092 - Anfang
******************************************************************
* Bankverbindung fortschreiben: nur bei Abweichung; jede
* Aenderung stempelt ZP_AENDERUNG (PFCPAY7 haelt die Auszahlung
* an Stationen mit frisch geaenderter Bankverbindung zur
* manuellen Freigabe zurueck) und schreibt eine Historienzeile
******************************************************************
 C210-BANK-ANWENDEN SECTION.
 C210-00.
     PERFORM S390-SELECT-STATIONB
     IF  W-SQL-NOK
         EXIT SECTION
     END-IF

     MOVE SPACES TO W-BILD-VORHER
                    W-BILD-NACHHER
     IF  W-STATIONB-DA
         IF  IBAN         OF STATIONB = SL-IBAN
         AND BIC          OF STATIONB = SL-BIC
         AND KONTOINHABER OF STATIONB = SL-KONTOINHABER
             EXIT SECTION
         END-IF
         STRING  IBAN         OF STATIONB
                 BIC          OF STATIONB
                 KONTOINHABER OF STATIONB
                     DELIMITED BY SIZE
           INTO  W-BILD-VORHER
         END-STRING
     END-IF

     MOVE SL-IBAN         TO IBAN         OF STATIONB
     MOVE SL-BIC          TO BIC          OF STATIONB
     MOVE SL-KONTOINHABER TO KONTOINHABER OF STATIONB
     IF  W-STATIONB-FEHLT
         PERFORM S391-INSERT-STATIONB
         ADD 1 TO W-ANZ-BANK-NEU
     ELSE
         PERFORM S392-UPDATE-STATIONB
         ADD 1 TO W-ANZ-BANK-GEAEND
     END-IF
     IF  W-SQL-NOK
         EXIT SECTION
     END-IF

     STRING  SL-IBAN
             SL-BIC
             SL-KONTOINHABER
                 DELIMITED BY SIZE
       INTO  W-BILD-NACHHER
     END-STRING
     MOVE "B" TO W-H-AKTION
     PERFORM S380-INSERT-STATIONH
     .
 C210-99.
     EXIT.
*R000092 - Ende

******************************************************************
* Terminalregistrierung zur Station pruefen
******************************************************************
         VALUES  (
                  :SL-MDNR
                 ,:SL-TSNR
*R000092 - Aktion aus W-H-AKTION (Satzaktion bzw. "B")
                 ,:W-H-AKTION
*R000092 - Ende
                 ,:SL-GUELTIG-AB
                 ,:W-BILD-VORHER
                 ,:W-BILD-NACHHER
 S380-99.
     EXIT.

*R000092 - Anfang
******************************************************************
* Bankverbindung der Station lesen / anlegen / aendern
******************************************************************
 S390-SELECT-STATIONB SECTION.
 S390-00.
     SET W-STATIONB-FEHLT TO TRUE
     MOVE SL-MDNR TO MDNR OF STATIONB
     MOVE SL-TSNR TO TSNR OF STATIONB

     EXEC SQL
         SELECT  IBAN, BIC, KONTOINHABER
           INTO :IBAN         of STATIONB
               ,:BIC          of STATIONB
               ,:KONTOINHABER of STATIONB
           FROM  =STATIONB
          WHERE  MDNR = :MDNR of STATIONB
            AND  TSNR = :TSNR of STATIONB
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-STATIONB-DA TO TRUE
                     SET W-SQL-OK      TO TRUE
         WHEN 100    SET W-SQL-OK      TO TRUE
         WHEN OTHER  SET W-SQL-NOK     TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S390-99.
     EXIT.

 S391-INSERT-STATIONB SECTION.
 S391-00.
     IF  SL-GUELTIG-AB = SPACES
         MOVE TAGESDATUM (1:10) TO SL-GUELTIG-AB
     END-IF

     EXEC SQL
         INSERT
           INTO  =STATIONB
                 ( MDNR, TSNR, IBAN, BIC, KONTOINHABER
                 , GUELTIG_AB, ZP_AENDERUNG )
         VALUES  (
                  :MDNR         of STATIONB
                 ,:TSNR         of STATIONB
                 ,:IBAN         of STATIONB
                 ,:BIC          of STATIONB
                 ,:KONTOINHABER of STATIONB
                 ,:SL-GUELTIG-AB
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S391-99.
     EXIT.

 S392-UPDATE-STATIONB SECTION.
 S392-00.
     IF  SL-GUELTIG-AB = SPACES
         MOVE TAGESDATUM (1:10) TO SL-GUELTIG-AB
     END-IF

     EXEC SQL
         UPDATE  =STATIONB
            SET  IBAN         = :IBAN         of STATIONB
               , BIC          = :BIC          of STATIONB
               , KONTOINHABER = :KONTOINHABER of STATIONB
               , GUELTIG_AB   = :SL-GUELTIG-AB
               , ZP_AENDERUNG = CURRENT
          WHERE  MDNR = :MDNR of STATIONB
            AND  TSNR = :TSNR of STATIONB
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S392-99.
     EXIT.
*R000092 - Ende

******************************************************************
* TMF-Klammer
******************************************************************
