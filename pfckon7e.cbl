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

 PROGRAM-ID. PFCKON7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.01
* Kurzbeschreibung :: Baustein Nachrichten-Konformitaet. Prueft eine
* Kurzbeschreibung :: Terminal-Anfrage bzw. die fertig gebaute AS-
* Kurzbeschreibung :: Nachricht gegen das Regelwerk =MSGRULE: je
* Kurzbeschreibung :: Nachrichtentyp, ABWKZ und ROUTKZ ist fuer jedes
* Kurzbeschreibung :: BMP festgelegt, ob es Pflicht, bedingt Pflicht,
* Kurzbeschreibung :: optional oder verboten ist, mit Mindest- und
* Kurzbeschreibung :: Hoechstlaenge und Zeichenformat. Damit fallen
* Kurzbeschreibung :: kaputte Nachrichten schon in C100 bzw. vor dem
* Kurzbeschreibung :: Versand auf - nicht erst durch einen Abbruch
* Kurzbeschreibung :: in der D3xx-Verarbeitung oder die Ablehnung
* Kurzbeschreibung :: der 1200 durch den Acquirer.
* Kurzbeschreibung :: Jeder Verstoss wird in =MSGKONEX protokolliert
* Kurzbeschreibung :: (Tagesbericht RFCKON7).
* Kurzbeschreibung :: Die Regeltabelle wird je Stunde neu gelesen;
* Kurzbeschreibung :: geaenderte Regeln wirken damit spaetestens zur
* Kurzbeschreibung :: naechsten vollen Stunde, ohne Neustart.
* Package          :: ICC
*
* Aenderungen
*
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.01|2026-10-15| kl  | Review:
*       |          |     | - Schnittstelle in der LINKAGE SECTION
*       |          |     |   als COPY PFCKON7C (dieselbe
*       |          |     |   Beschreibung wie in den Aufrufern)
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-10-15| kl  | R7-553:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: CALL "PFCKON7" USING KON-PFCKON7C
*                aus PFCPRE7, PFCSTO7, PFCFAD7S, PFCOFF7S
* Schnittstelle :: ein: KON-RICHTUNG "T" Terminal-Anfrage
*                                    "A" AS-Nachricht
*                       KON-NTYPE, KON-ABWKZ (2 Stellen aus BMP 3),
*                       KON-ROUTKZ            (Regelschluessel)
*                       KON-TERMNR, KON-TRACENR, KON-MDNR, KON-TSNR
*                                             (nur fuers Protokoll)
*                       KON-BMP-TAB je BMP:
*                         KON-VORH  1 = BMP vorhanden
*                         KON-LEN   Laenge des Feldinhalts
*                         KON-POS   Stelle des Inhalts in KON-DATEN
*                                   (0 = Inhalt nicht uebergeben,
*                                    Format wird nicht geprueft)
*                       KON-DATEN   Feldinhalte hintereinander
*                aus:   KON-ERGEBNIS "J" konform, "N" Verstoss
*                       KON-ANZ-VERSTOSS  Anzahl verletzter BMPs
*                       KON-FEHLER-BMP    erstes verletztes BMP
*                       KON-FEHLER        Art des ersten Verstosses
*                                         "M" Pflicht-BMP fehlt
*                                         "K" bedingtes Pflicht-BMP
*                                             fehlt
*                                         "V" verbotenes BMP da
*                                         "L" Laenge ausserhalb
*                                         "F" Zeichenformat falsch
*                KON-RCODE  0 ok
*                           1 Richtung unbekannt
*                           5 =MSGRULE nicht lesbar
*                           6 =MSGKONEX nicht schreibbar
*                           7 =MSGRULE hat mehr Regeln als die
*                             Speichertabelle fasst (der Rest
*                             wird nicht geprueft)
*                           (SQLCODE in KON-SQLCODE)
* Regelwerk   :: =MSGRULE  NTYPE, ABWKZ, ROUTKZ, BMP
*                  ABWKZ  Leerzeichen = fuer jedes ABWKZ
*                  ROUTKZ 0           = fuer jeden Acquirer
*                  KZ_REGEL "M" Pflicht
*                           "K" Pflicht, wenn BED_BMP vorhanden
*                           "O" optional (nur Laenge/Format)
*                           "V" verboten
*                  LEN_MIN, LEN_MAX (0 = keine Grenze)
*                  KZ_FORMAT "N" numerisch
*                           "H" Hex-Zeichen (0-9, A-F)
*                           "A" alphanumerisch (druckbar)
*                           " " beliebig (z.B. binaere BMPs)
*                Gibt es fuer ein BMP mehrere passende Regeln, gilt
*                die genaueste: ROUTKZ vor ABWKZ vor allgemein.
* Hinweis     :: Der Baustein oeffnet keine eigene TMF-Transaktion;
*                die Protokollsaetze gehoeren zur Transaktion des
*                Aufrufers. Ist das Regelwerk nicht lesbar, gilt die
*                Nachricht als konform - der Echtbetrieb wird durch
*                einen Fehler im Baustein nicht gestoert.
*
******************************************************************
* Uebersicht der SECTIONs:
*
* A100-STEUERUNG
*
* B100-REGELN-PRUEFEN
* B110-REGELN-LADEN
*
* C100-REGELN-WAEHLEN
* C200-BMP-PRUEFEN
* C210-REGEL-ANWENDEN
* C220-VERSTOSS
*
* S110-INSERT-MSGKONEX
*
* S900-OPEN-MSGRULE-CURSOR
* S910-FETCH-MSGRULE-CURSOR
* S920-CLOSE-MSGRULE-CURSOR
******************************************************************

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     CLASS ALPHNUM IS "0123456789"
                      "abcdefghijklmnopqrstuvwxyz"
                      "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                      " .,;:-_!$%&/()=*+#'<>?@"
     CLASS HEXZEICHEN IS "0123456789ABCDEF"
     DECIMAL-POINT IS COMMA.

 DATA DIVISION.
 WORKING-STORAGE SECTION.

 01          W-SQLCODE-FLAG      PIC 9       VALUE ZERO.
     88      W-SQL-OK                        VALUE ZERO.
     88      W-SQL-EOD                       VALUE 1.
     88      W-SQL-NOK                       VALUE 9.

**  ---> Stunde des letzten Ladens (JJJJMMTTHH)
 01          W-GELADEN-STUNDE    PIC X(10)   VALUE SPACES.
 01          W-JETZT-STUNDE      PIC X(10)   VALUE SPACES.
**  ---> RCODE 7 (Tabelle voll) bleibt bis zum naechsten Laden stehen
 01          W-LADE-RCODE        PIC S9(04) COMP VALUE ZEROS.

**  ---> Regeln aus =MSGRULE
 01          T-MSGRULE.
     05      T-MR-ANZ            PIC S9(04) COMP VALUE ZEROS.
     05      T-MR-EINTRAG        OCCURS 3000.
      10     T-MR-NTYPE          PIC 9(04).
      10     T-MR-ABWKZ          PIC X(02).
      10     T-MR-ROUTKZ         PIC S9(04) COMP.
      10     T-MR-BMP            PIC S9(04) COMP.
      10     T-MR-REGEL          PIC X(01).
      10     T-MR-LEN-MIN        PIC S9(04) COMP.
      10     T-MR-LEN-MAX        PIC S9(04) COMP.
      10     T-MR-FORMAT         PIC X(01).
      10     T-MR-BED-BMP        PIC S9(04) COMP.
 01          T-MR-MAX            PIC S9(04) COMP VALUE 3000.

**  ---> je BMP die gewaehlte Regel und ihr Rang
**  ---> (2 = ROUTKZ passt genau, 1 = ABWKZ passt genau)
 01          T-WAHL.
     05      T-WAHL-EINTRAG      OCCURS 64.
      10     T-WAHL-IND          PIC S9(04) COMP.
      10     T-WAHL-RANG         PIC S9(04) COMP.

 01          W-IND               PIC S9(04) COMP VALUE ZEROS.
 01          W-BMP               PIC S9(04) COMP VALUE ZEROS.
 01          W-RANG              PIC S9(04) COMP VALUE ZEROS.
 01          W-BED-BMP           PIC S9(04) COMP VALUE ZEROS.
 01          W-FEHLER            PIC X(01)   VALUE SPACE.

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

 EXEC SQL
     INCLUDE SQLCA
 END-EXEC

 EXEC SQL
     BEGIN DECLARE SECTION
 END-EXEC

**  ---> Regelwerk je Nachrichtentyp/ABWKZ/ROUTKZ/BMP
 EXEC SQL
    INVOKE =MSGRULE AS MSGRULE
 END-EXEC

**  ---> Protokoll der Verstoesse (Tagesbericht RFCKON7)
 EXEC SQL
    INVOKE =MSGKONEX AS MSGKONEX
 END-EXEC

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

 EXEC SQL
     DECLARE MSGRULE_CURS CURSOR FOR
         SELECT  NTYPE, ABWKZ, ROUTKZ, BMP, KZ_REGEL
                ,LEN_MIN, LEN_MAX, KZ_FORMAT, BED_BMP
           FROM  =MSGRULE
          ORDER  BY NTYPE, ABWKZ, ROUTKZ, BMP
         BROWSE  ACCESS
 END-EXEC

 LINKAGE SECTION.

     COPY    PFCKON7C OF "=MSGLIB".

 PROCEDURE DIVISION USING KON-PFCKON7C.

******************************************************************
* Steuerung
******************************************************************
 A100-STEUERUNG SECTION.
 A100-00.
     MOVE ZERO   TO KON-RCODE
                    KON-SQLCODE
                    KON-ANZ-VERSTOSS
                    KON-FEHLER-BMP
     MOVE SPACE  TO KON-FEHLER
     SET KON-KONFORM TO TRUE

     IF  NOT KON-TERMINAL
     AND NOT KON-AS
         MOVE 1 TO KON-RCODE
         EXIT PROGRAM
     END-IF

     PERFORM B100-REGELN-PRUEFEN
     IF  KON-RCODE = 5
         EXIT PROGRAM
     END-IF

     PERFORM C100-REGELN-WAEHLEN
     PERFORM C200-BMP-PRUEFEN

     EXIT PROGRAM
     .
 A100-99.
     EXIT.

******************************************************************
* Regeltabelle einmal je Stunde (und beim ersten Aufruf) neu lesen
******************************************************************
 B100-REGELN-PRUEFEN SECTION.
 B100-00.
     ENTER TAL "TIME" USING TAL-TIME
     MOVE CORR TAL-TIME TO TAL-TIME-D
     MOVE SPACES TO W-JETZT-STUNDE
     STRING  TAL-JHJJ OF TAL-TIME-D
             TAL-MM   OF TAL-TIME-D
             TAL-TT   OF TAL-TIME-D
             TAL-HH   OF TAL-TIME-D
                 DELIMITED BY SIZE
       INTO  W-JETZT-STUNDE
     END-STRING

     IF  W-JETZT-STUNDE NOT = W-GELADEN-STUNDE
         PERFORM B110-REGELN-LADEN
         IF  KON-RCODE NOT = 5
             MOVE W-JETZT-STUNDE TO W-GELADEN-STUNDE
         END-IF
     END-IF

     IF  KON-OK
         MOVE W-LADE-RCODE TO KON-RCODE
     END-IF
     .
 B100-99.
     EXIT.

******************************************************************
* =MSGRULE in die Speichertabelle laden
******************************************************************
 B110-REGELN-LADEN SECTION.
 B110-00.
     MOVE ZEROS  TO T-MR-ANZ
                    W-LADE-RCODE
     MOVE SPACES TO W-GELADEN-STUNDE

     PERFORM S900-OPEN-MSGRULE-CURSOR
     IF  W-SQL-NOK
         MOVE 5                TO KON-RCODE
         MOVE SQLCODE OF SQLCA TO KON-SQLCODE
         EXIT SECTION
     END-IF

     PERFORM S910-FETCH-MSGRULE-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         IF  T-MR-ANZ < T-MR-MAX
             ADD 1 TO T-MR-ANZ
             MOVE NTYPE    OF MSGRULE TO T-MR-NTYPE   (T-MR-ANZ)
             MOVE ABWKZ    OF MSGRULE TO T-MR-ABWKZ   (T-MR-ANZ)
             MOVE ROUTKZ   OF MSGRULE TO T-MR-ROUTKZ  (T-MR-ANZ)
             MOVE BMP      OF MSGRULE TO T-MR-BMP     (T-MR-ANZ)
             MOVE KZ-REGEL OF MSGRULE TO T-MR-REGEL   (T-MR-ANZ)
             MOVE LEN-MIN  OF MSGRULE TO T-MR-LEN-MIN (T-MR-ANZ)
             MOVE LEN-MAX  OF MSGRULE TO T-MR-LEN-MAX (T-MR-ANZ)
             MOVE KZ-FORMAT OF MSGRULE TO T-MR-FORMAT  (T-MR-ANZ)
             MOVE BED-BMP  OF MSGRULE TO T-MR-BED-BMP (T-MR-ANZ)
         ELSE
             MOVE 7 TO W-LADE-RCODE
         END-IF
         PERFORM S910-FETCH-MSGRULE-CURSOR
     END-PERFORM

     PERFORM S920-CLOSE-MSGRULE-CURSOR

     IF  W-SQL-NOK
         MOVE ZEROS            TO T-MR-ANZ
         MOVE 5                TO KON-RCODE
         MOVE SQLCODE OF SQLCA TO KON-SQLCODE
     END-IF
     .
 B110-99.
     EXIT.

******************************************************************
* je BMP die genaueste passende Regel bestimmen
******************************************************************
 C100-REGELN-WAEHLEN SECTION.
 C100-00.
     PERFORM VARYING W-BMP FROM 1 BY 1
             UNTIL   W-BMP > 64
         MOVE ZERO TO T-WAHL-IND  (W-BMP)
         MOVE -1   TO T-WAHL-RANG (W-BMP)
     END-PERFORM

     PERFORM VARYING W-IND FROM 1 BY 1
             UNTIL   W-IND > T-MR-ANZ
         IF  T-MR-NTYPE (W-IND) = KON-NTYPE
         AND (T-MR-ABWKZ  (W-IND) = SPACES
          OR  T-MR-ABWKZ  (W-IND) = KON-ABWKZ)
         AND (T-MR-ROUTKZ (W-IND) = ZERO
          OR  T-MR-ROUTKZ (W-IND) = KON-ROUTKZ)
         AND  T-MR-BMP    (W-IND) > ZERO
         AND  T-MR-BMP    (W-IND) < 65
             MOVE ZERO TO W-RANG
             IF  T-MR-ROUTKZ (W-IND) NOT = ZERO
                 ADD 2 TO W-RANG
             END-IF
             IF  T-MR-ABWKZ (W-IND) NOT = SPACES
                 ADD 1 TO W-RANG
             END-IF
             MOVE T-MR-BMP (W-IND) TO W-BMP
             IF  W-RANG > T-WAHL-RANG (W-BMP)
                 MOVE W-IND  TO T-WAHL-IND  (W-BMP)
                 MOVE W-RANG TO T-WAHL-RANG (W-BMP)
             END-IF
         END-IF
     END-PERFORM
     .
 C100-99.
     EXIT.

******************************************************************
* alle BMPs mit Regel pruefen
******************************************************************
 C200-BMP-PRUEFEN SECTION.
 C200-00.
     PERFORM VARYING W-BMP FROM 1 BY 1
             UNTIL   W-BMP > 64
         IF  T-WAHL-IND (W-BMP) > ZERO
             MOVE T-WAHL-IND (W-BMP) TO W-IND
             PERFORM C210-REGEL-ANWENDEN
         END-IF
     END-PERFORM
     .
 C200-99.
     EXIT.

******************************************************************
* eine Regel auf ein BMP anwenden (W-BMP, Regel W-IND)
******************************************************************
 C210-REGEL-ANWENDEN SECTION.
 C210-00.
     MOVE SPACE TO W-FEHLER

     EVALUATE T-MR-REGEL (W-IND)
         WHEN "M"
              IF  KON-VORH (W-BMP) NOT = 1
                  MOVE "M" TO W-FEHLER
              END-IF
         WHEN "K"
              MOVE T-MR-BED-BMP (W-IND) TO W-BED-BMP
              IF  W-BED-BMP > ZERO
              AND W-BED-BMP < 65
                  IF  KON-VORH (W-BED-BMP) = 1
                  AND KON-VORH (W-BMP) NOT = 1
                      MOVE "K" TO W-FEHLER
                  END-IF
              END-IF
         WHEN "V"
              IF  KON-VORH (W-BMP) = 1
                  MOVE "V" TO W-FEHLER
              END-IF
         WHEN OTHER
              CONTINUE
     END-EVALUATE

     IF  W-FEHLER NOT = SPACE
         PERFORM C220-VERSTOSS
         EXIT SECTION
     END-IF

**  ---> Laenge und Format nur, wenn das BMP da ist
     IF  KON-VORH (W-BMP) NOT = 1
         EXIT SECTION
     END-IF

     IF  T-MR-LEN-MIN (W-IND) > ZERO
     AND KON-LEN (W-BMP) < T-MR-LEN-MIN (W-IND)
         MOVE "L" TO W-FEHLER
     END-IF
     IF  T-MR-LEN-MAX (W-IND) > ZERO
     AND KON-LEN (W-BMP) > T-MR-LEN-MAX (W-IND)
         MOVE "L" TO W-FEHLER
     END-IF
     IF  W-FEHLER NOT = SPACE
         PERFORM C220-VERSTOSS
         EXIT SECTION
     END-IF

     IF  KON-POS (W-BMP) = ZERO
     OR  KON-LEN (W-BMP) = ZERO
         EXIT SECTION
     END-IF

     EVALUATE T-MR-FORMAT (W-IND)
         WHEN "N"
              IF  KON-DATEN (KON-POS (W-BMP):KON-LEN (W-BMP))
                  IS NOT NUMERIC
                  MOVE "F" TO W-FEHLER
              END-IF
         WHEN "H"
              IF  KON-DATEN (KON-POS (W-BMP):KON-LEN (W-BMP))
                  IS NOT HEXZEICHEN
                  MOVE "F" TO W-FEHLER
              END-IF
         WHEN "A"
              IF  KON-DATEN (KON-POS (W-BMP):KON-LEN (W-BMP))
                  IS NOT ALPHNUM
                  MOVE "F" TO W-FEHLER
              END-IF
         WHEN OTHER
              CONTINUE
     END-EVALUATE

     IF  W-FEHLER NOT = SPACE
         PERFORM C220-VERSTOSS
     END-IF
     .
 C210-99.
     EXIT.

******************************************************************
* Verstoss merken und protokollieren
******************************************************************
 C220-VERSTOSS SECTION.
 C220-00.
     SET KON-VERSTOSS TO TRUE
     ADD 1 TO KON-ANZ-VERSTOSS
     IF  KON-ANZ-VERSTOSS = 1
         MOVE W-BMP    TO KON-FEHLER-BMP
         MOVE W-FEHLER TO KON-FEHLER
     END-IF

     PERFORM S110-INSERT-MSGKONEX
     .
 C220-99.
     EXIT.

******************************************************************
* Protokollsatz zum Verstoss schreiben
******************************************************************
 S110-INSERT-MSGKONEX SECTION.
 S110-00.
     MOVE KON-TERMNR          TO TERMNR    OF MSGKONEX
     MOVE KON-TRACENR         TO TRACENR   OF MSGKONEX
     MOVE KON-RICHTUNG        TO RICHTUNG  OF MSGKONEX
     MOVE KON-NTYPE           TO NTYPE     OF MSGKONEX
     MOVE KON-ABWKZ           TO ABWKZ     OF MSGKONEX
     MOVE KON-ROUTKZ          TO ROUTKZ    OF MSGKONEX
     MOVE KON-MDNR            TO MDNR      OF MSGKONEX
     MOVE KON-TSNR            TO TSNR      OF MSGKONEX
     MOVE W-BMP               TO BMP       OF MSGKONEX
     MOVE W-FEHLER            TO KZ-FEHLER OF MSGKONEX
     MOVE KON-LEN (W-BMP)     TO LEN-IST   OF MSGKONEX

     EXEC SQL
         INSERT
           INTO  =MSGKONEX
                 ( ZPINS, TERMNR, TRACENR, RICHTUNG, BMP
                 , NTYPE, ABWKZ, ROUTKZ, MDNR, TSNR
                 , KZ_FEHLER, LEN_IST )
         VALUES  (
                  current  YEAR TO FRACTION(2)
                 ,:TERMNR    of MSGKONEX
                 ,:TRACENR   of MSGKONEX
                 ,:RICHTUNG  of MSGKONEX
                 ,:BMP       of MSGKONEX
                 ,:NTYPE     of MSGKONEX
                 ,:ABWKZ     of MSGKONEX
                 ,:ROUTKZ    of MSGKONEX
                 ,:MDNR      of MSGKONEX
                 ,:TSNR      of MSGKONEX
                 ,:KZ-FEHLER of MSGKONEX
                 ,:LEN-IST   of MSGKONEX
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
**      ---> derselbe Verstoss ist schon protokolliert
         WHEN -8227  CONTINUE
         WHEN OTHER  MOVE 6                TO KON-RCODE
                     MOVE SQLCODE OF SQLCA TO KON-SQLCODE
     END-EVALUATE
     .
 S110-99.
     EXIT.

******************************************************************
* Cursor auf =MSGRULE
******************************************************************
 S900-OPEN-MSGRULE-CURSOR SECTION.
 S900-00.
     EXEC SQL
         OPEN MSGRULE_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
     END-EVALUATE
     .
 S900-99.
     EXIT.

 S910-FETCH-MSGRULE-CURSOR SECTION.
 S910-00.
     EXEC SQL
         FETCH MSGRULE_CURS
          INTO :NTYPE    of MSGRULE
              ,:ABWKZ    of MSGRULE
              ,:ROUTKZ   of MSGRULE
              ,:BMP      of MSGRULE
              ,:KZ-REGEL of MSGRULE
              ,:LEN-MIN  of MSGRULE
              ,:LEN-MAX  of MSGRULE
              ,:KZ-FORMAT of MSGRULE
              ,:BED-BMP  of MSGRULE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
     END-EVALUATE
     .
 S910-99.
     EXIT.

 S920-CLOSE-MSGRULE-CURSOR SECTION.
 S920-00.
     EXEC SQL
         CLOSE MSGRULE_CURS
     END-EXEC
     .
 S920-99.
     EXIT.
