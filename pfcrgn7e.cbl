?SEARCH  =WISO107
?SEARCH  =WISO207

*R000095 - Krypto-Baustein PAN-Tresor
?SEARCH  =PFCPVK7
*R000095 - Ende

?NOLMAP, SYMBOLS, INSPECT
?SAVE ALL
?SAVEABEND
 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.04
* Kurzbeschreibung :: Storno-Generator fuer verwaiste Autorisierungen.
* Kurzbeschreibung :: PFCPRE7 merkt jede ausgehende 1200 in =REVQUEUE
* Kurzbeschreibung :: vor (KZ_BEARB="O"); AFCAUT7 quittiert den Eintrag
* Kurzbeschreibung :: KZ_BEARB="R") und der Eintrag auf "E" gestellt;
* Kurzbeschreibung :: nach zu vielen Zustellversuchen auf "F" mit
* Kurzbeschreibung :: Bedienerhinweis.
* Kurzbeschreibung :: Zusaetzlich werden alle Nachbucher-Eintraege
* Kurzbeschreibung :: (=ASYNC70, KZ_BEARB="A"), die die Retry-Grenze
* Kurzbeschreibung :: ihres ROUTKZ (=ASTIMEOUT) ueberschritten haben,
* Kurzbeschreibung :: auf Dead-Letter ("D") gestellt und mit dem
* Kurzbeschreibung :: letzten Fehler in =ASYNCDLQ abgelegt; Sichten,
* Kurzbeschreibung :: Korrigieren, Wiedereinstellen und Stornieren
* Kurzbeschreibung :: macht der Bediener ueber PFCMNT7.
* Package          :: ICC
*
* Aenderungen
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.04|2026-10-15| kl  | Review:
*       |          |     | - Schnittstelle zu PFCPVK7 als COPY statt
*       |          |     |   eigener 01-Stufe
*-------|----------|-----|-------------------------------------------*
*G.01.03|2026-10-15| kl  | R7-543:
*       |          |     | - Dead-Letter fuer nicht zustellbare
*       |          |     |   Nachbucher-Eintraege: ueber der Retry-
*       |          |     |   Grenze des ROUTKZ geht =ASYNC70 auf "D",
*       |          |     |   der letzte Fehler nach =ASYNCDLQ; vom
*       |          |     |   Bediener stornierte 1420 ("X") schliessen
*       |          |     |   den =REVQUEUE-Eintrag mit "F"
*-------|----------|-----|-------------------------------------------*
*G.01.02|2026-10-15| kl  | R7-531:
*       |          |     | - PAN-Tresor: die Kartennummer steht
*       |          |     |   verschluesselt in KANR_ENC und wird
*       |          |     |   ueber den Krypto-Baustein PFCPVK7 mit
*       |          |     |   der Schluesselversion des Satzes
*       |          |     |   zurueckgeholt (KEY_VERSION 0: Altsatz,
*       |          |     |   KANR noch im Klartext)
*-------|----------|-----|-------------------------------------------*
*G.01.01|2026-09-02| kl  | R7-516:
*       |          |     | - Lauf-Registrierung in =BATCHRUN:
*       |          |     |   Start, Ende, Status und Kennzahl des
* C210-WIEDERVORLAGE
*R000047 - Ende
* C300-ERLEDIGTE-RAEUMEN
*R000107 - Anfang
* C400-DEAD-LETTER
* C405-FETCH-ASYNCDL
* C410-FEHLER-ERMITTELN
*R000107 - Ende
*
* G140-PUT-ASYNC70
*
* L110-COB2ISO
* L120-ISO2COB
* M130-CALL-WISO207
*R000095 - Anfang
* M190-CALL-PFCPVK7
*R000095 - Ende
*
* S210-INSERT-ASYNC70
* S240-OPEN-REVQUEUE-CURSOR
*R000047 - Anfang
* S310-SELECT-ASTIMEOUT
*R000047 - Ende
*R000107 - Anfang
* S320-INSERT-ASYNCDLQ
*R000107 - Ende
*
* U100-BEGIN
* U110-COMMIT
 77          W-ANZ-STORNO        PIC 9(07)   VALUE ZERO.
 77          W-ANZ-ERLEDIGT      PIC 9(07)   VALUE ZERO.
 77          W-ANZ-FEHLER        PIC 9(07)   VALUE ZERO.
*R000107 - Anfang
 77          W-ANZ-DEADLETTER    PIC 9(07)   VALUE ZERO.

**  ---> letzter Fehler des Nachbucher-Eintrags fuer =ASYNCDLQ
 01          W-DL-FEHLER         PIC X(60)   VALUE SPACES.
 01          W-DL-AC             PIC X(03)   VALUE SPACES.
 01          W-DL-ANZ-REP        PIC Z(03)9  VALUE ZEROS.
*R000107 - Ende

 01          D-NUM4              PIC -9(04)  VALUE ZEROS.

*R000046 - Laenge der restaurierten Kartennummer
 01          W-PAN-LEN           PIC S9(04) COMP VALUE ZEROS.

*R000095 - Anfang
**          ---> Schnittstelle zum Krypto-Baustein PFCPVK7
     COPY    PFCPVK7C OF "=MSGLIB".
 01          PVK-RCODE-D         PIC 9(04)   VALUE ZEROS.
 01          PVK-HSM-RCODE-D     PIC -9(04)  VALUE ZEROS.
*R000095 - Ende

 01          TAL-TIME.
     05      TAL-JHJJMMTT.
      10     TAL-JHJJ            PIC S9(04) COMP.
    INVOKE =PANVAULT AS PANVAULT
 END-EXEC

*R000107 - Dead-Letter-Ablage der Nachbucher-Eintraege
 EXEC SQL
    INVOKE =ASYNCDLQ AS ASYNCDLQ
 END-EXEC
*R000107 - Ende

*R000057 - persistenter Anfragekontext (geschrieben von PFCPRE7)
 EXEC SQL
    INVOKE =MEMLOG70 AS MEMLOG70
 END-EXEC
*R000047 - Ende

*R000107 - Anfang
**  ---> offene Nachbucher-Eintraege fuer die Dead-Letter-Pruefung,
**  ---> nach ROUTKZ sortiert (Retry-Grenze je ROUTKZ)
 EXEC SQL
     DECLARE ASYNCDL_CURS CURSOR FOR
         SELECT  PNR, TERMNR, TRACENR, ISONTYP, ROUTKZ, ANZ_REP
               , ANTWORT
           FROM  =ASYNC70
          WHERE  KZ_BEARB = "A"
          ORDER  BY ROUTKZ
         BROWSE  ACCESS
 END-EXEC
*R000107 - Ende

**  ---> Cursor ueber die faelligen Eintraege; W-PHASE steuert,
**  ---> ob Stornos erzeugt ("R") oder Quittungen geprueft ("S") werden
 EXEC SQL
     DISPLAY "PFCRGN7 - Stornos an den Nachbucher   : " W-ANZ-STORNO
     DISPLAY "PFCRGN7 - erledigt (AC nachgetragen)  : " W-ANZ-ERLEDIGT
     DISPLAY "PFCRGN7 - endgueltig fehlgeschlagen   : " W-ANZ-FEHLER
*R000107 - Anfang
     DISPLAY "PFCRGN7 - Nachbucher-Eintraege auf D  : "
             W-ANZ-DEADLETTER
*R000107 - Ende
     .
 B090-99.
     EXIT.
 B100-00.
     PERFORM C050-STALE-VORMERKEN

*R000107 - Anfang
**  ---> Phase 0: unzustellbare Nachbucher-Eintraege abstellen,
**  ---> bevor die Quittungspruefung sie bewertet
     PERFORM C400-DEAD-LETTER
*R000107 - Ende

**  ---> Phase 1: faellige Stornos ("R") erzeugen
     SET W-PHASE-STORNO TO TRUE
     PERFORM S240-OPEN-REVQUEUE-CURSOR
                 PERFORM U120-ROLLBACK
             END-IF

*R000107 - Anfang
**      ---> vom Bediener storniert (PFCMNT7): kein Storno beim AS,
**      ---> Vorgang ist fachlich abgeschlossen
         WHEN KZ-BEARB OF ASYNC70 = "X"
             PERFORM U100-BEGIN
             MOVE "F" TO KZ-BEARB OF REVQUEUE
             PERFORM S270-UPDATE-REVQUEUE
             PERFORM S267-DELETE-MEMLOG70
             PERFORM U110-COMMIT
             ADD 1 TO W-ANZ-FEHLER
             DISPLAY "PFCRGN7 - Storno vom Bediener storniert fuer "
                     TERMNR OF REVQUEUE "/" TRACENR OF REVQUEUE
*R000107 - Ende

**      ---> Nachbucher gibt nicht auf, aber wir melden ab hier
*R000047 - Grenze je ROUTKZ aus =ASTIMEOUT
         WHEN ANZ-REP OF ASYNC70 > W-TO-MAX-REP
                     TERMNR OF REVQUEUE "/" TRACENR OF REVQUEUE
                     " (ROUTKZ " ROUTKZ OF REVQUEUE ")"
             DISPLAY "PFCRGN7 - !!! bitte manuell beim AS klaeren"
*R000107 - Eintrag liegt in der Dead-Letter-Ablage
             DISPLAY "PFCRGN7 - !!! Nachbucher-Eintrag steht in "
                     "=ASYNCDLQ (Bearbeitung ueber PFCMNT7)"
*R000107 - Ende

**      ---> noch unterwegs
         WHEN OTHER
     EXIT.
*R000047 - Ende

*R000107 - Anfang
******************************************************************
* Dead-Letter: offene Nachbucher-Eintraege ("A"), deren ANZ_REP
* ueber der Retry-Grenze ihres ROUTKZ liegt (=ASTIMEOUT ANZ_RETRY,
* Default K-MAX-REP), auf "D" stellen; der Nachbucher fasst sie
* dann nicht mehr an. Der letzte Fehler wird in =ASYNCDLQ
* festgehalten, die weitere Bearbeitung (Sichten, Korrigieren,
* Wiedereinstellen, Stornieren) macht der Bediener ueber PFCMNT7
******************************************************************
 C400-DEAD-LETTER SECTION.
 C400-00.
     MOVE -1 TO W-TO-ROUTKZ-VORIG
     EXEC SQL
         OPEN ASYNCDL_CURS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         PERFORM Z002-PROGERR
         EXIT SECTION
     END-IF

     PERFORM C405-FETCH-ASYNCDL
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
**      ---> Politik nur bei ROUTKZ-Wechsel neu lesen
         IF  ROUTKZ OF ASYNC70 NOT = W-TO-ROUTKZ-VORIG
             MOVE ROUTKZ OF ASYNC70 TO W-TO-ROUTKZ-VORIG
             PERFORM S310-SELECT-ASTIMEOUT
         END-IF

         IF  ANZ-REP OF ASYNC70 > W-TO-MAX-REP
             PERFORM C410-FEHLER-ERMITTELN
             PERFORM U100-BEGIN
             EXEC SQL
                 UPDATE  =ASYNC70
                    SET  KZ_BEARB = "D"
                       , ZPUPD    = CURRENT
                  WHERE  PNR      = :PNR     of ASYNC70
                    AND  TERMNR   = :TERMNR  of ASYNC70
                    AND  TRACENR  = :TRACENR of ASYNC70
                    AND  ISONTYP  = :ISONTYP of ASYNC70
                    AND  KZ_BEARB = "A"
             END-EXEC
             EVALUATE SQLCODE OF SQLCA
                 WHEN ZERO
                     PERFORM S320-INSERT-ASYNCDLQ
                     IF  W-SQL-OK
                         PERFORM U110-COMMIT
                         ADD 1 TO W-ANZ-DEADLETTER
                         DISPLAY "PFCRGN7 - Dead-Letter: "
                                 TERMNR  OF ASYNC70 "/"
                                 TRACENR OF ASYNC70 " Typ "
                                 ISONTYP OF ASYNC70 " - "
                                 W-DL-FEHLER
                     ELSE
**                      ---> weiter mit dem naechsten Eintrag
                         PERFORM U120-ROLLBACK
                         MOVE ZERO TO W-ENDE-FLAG
                                      W-SQLCODE-FLAG
                     END-IF
**              ---> inzwischen vom Nachbucher bearbeitet
                 WHEN 100    PERFORM U110-COMMIT
                 WHEN OTHER  PERFORM U120-ROLLBACK
                             PERFORM Z002-PROGERR
                             MOVE ZERO TO W-ENDE-FLAG
             END-EVALUATE
         END-IF
         PERFORM C405-FETCH-ASYNCDL
     END-PERFORM

     EXEC SQL
         CLOSE ASYNCDL_CURS
     END-EXEC
     MOVE ZERO TO W-SQLCODE-FLAG
     .
 C400-99.
     EXIT.

 C405-FETCH-ASYNCDL SECTION.
 C405-00.
     EXEC SQL
         FETCH ASYNCDL_CURS
          INTO :PNR     of ASYNC70
              ,:TERMNR  of ASYNC70
              ,:TRACENR of ASYNC70
              ,:ISONTYP of ASYNC70
              ,:ROUTKZ  of ASYNC70
              ,:ANZ-REP of ASYNC70
              ,:ANTWORT of ASYNC70
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 C405-99.
     EXIT.

******************************************************************
* Letzten Fehler des Eintrags bestimmen: liegt eine AS-Antwort
* vor, deren Antwortcode (BMP 39), sonst "keine Antwort"
******************************************************************
 C410-FEHLER-ERMITTELN SECTION.
 C410-00.
     MOVE SPACES TO W-DL-FEHLER
                    W-DL-AC
     MOVE ANZ-REP OF ASYNC70 TO W-DL-ANZ-REP

     IF  LEN OF ANTWORT OF ASYNC70 > ZERO
         MOVE VAL OF ANTWORT OF ASYNC70
              (1:LEN OF ANTWORT OF ASYNC70)
                                        TO W207-ISOSTRING
         MOVE LEN OF ANTWORT OF ASYNC70 TO W207-ISOLEN
         SET  W207-IFSF TO TRUE
         PERFORM L120-ISO2COB
         IF  W-ENDE
             MOVE ZERO TO W-ENDE-FLAG
             MOVE "AS-Antwort nicht lesbar" TO W-DL-FEHLER
             EXIT SECTION
         END-IF
         IF  W207-TBMP(39) = 1
         AND W207-TPTR(39) > ZERO
         AND W207-TLEN(39) > ZERO
             MOVE W207-CF(W207-TPTR(39):W207-TLEN(39)) TO W-DL-AC
             STRING  "AS-Ablehnung AC " W-DL-AC
                     " nach " W-DL-ANZ-REP " Versuchen"
                         DELIMITED BY SIZE
               INTO  W-DL-FEHLER
             END-STRING
             EXIT SECTION
         END-IF
     END-IF

     STRING  "keine AS-Antwort nach " W-DL-ANZ-REP
             " Zustellversuchen"
                 DELIMITED BY SIZE
       INTO  W-DL-FEHLER
     END-STRING
     .
 C410-99.
     EXIT.
*R000107 - Ende

******************************************************************
* Einstellen der 1420 in die Nachbucher-Warteschlange
* (Feldbelegung wie PFCOFF7S/G140-PUT-ASYNC70)
 M130-99.
     EXIT.

*R000095 - Anfang
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
         MOVE PVK-KANR TO KANR OF PANVAULT
     ELSE
         MOVE PVK-RCODE     TO PVK-RCODE-D
         MOVE PVK-HSM-RCODE TO PVK-HSM-RCODE-D
         DISPLAY "PFCRGN7 - PFCPVK7 RCODE " PVK-RCODE-D
                 " HSM " PVK-HSM-RCODE-D
                 ", Token nicht entschluesselbar: "
                 TOKEN OF PANVAULT
     END-IF
     .
 M190-99.
     EXIT.
*R000095 - Ende

******************************************************************
* Insert in die Nachbucher-Warteschlange
******************************************************************
     END-IF

     MOVE KANR OF REVQUEUE TO TOKEN OF PANVAULT
*R000095 - KANR_ENC und KEY_VERSION dazu
     EXEC SQL
         SELECT  KANR, KANR_ENC, KEY_VERSION
           INTO :KANR        of PANVAULT
               ,:KANR-ENC    of PANVAULT
               ,:KEY-VERSION of PANVAULT
           FROM  =PANVAULT
          WHERE  TOKEN = :TOKEN of PANVAULT
         BROWSE  ACCESS
     END-EXEC
*R000095 - Ende
     IF  SQLCODE OF SQLCA NOT = ZERO
         DISPLAY "PFCRGN7 - Token nicht im Tresor: "
                 TOKEN OF PANVAULT
         EXIT SECTION
     END-IF

*R000095 - Anfang
**  ---> die Kartennummer steht verschluesselt im Tresor
**  ---> (Altsatz KEY_VERSION 0: noch im Klartext in KANR)
     IF  KEY-VERSION OF PANVAULT NOT = ZERO
         PERFORM M190-CALL-PFCPVK7
         IF  PVK-ERR
             SET W-ENDE TO TRUE
             EXIT SECTION
         END-IF
     END-IF
*R000095 - Ende

**  ---> Laenge der Kartennummer bestimmen
     MOVE ZERO TO W-PAN-LEN
     INSPECT KANR OF PANVAULT TALLYING W-PAN-LEN
     MOVE K-TIMEOUT-MIN TO W-TO-TIMEOUT-MIN
     MOVE K-MAX-REP     TO W-TO-MAX-REP
     MOVE 5             TO W-TO-ABSTAND-MIN
*R000107 - ROUTKZ kommt aus dem Cache-Schluessel (REVQUEUE oder
*R000107 - ASYNC70, je nach Aufrufer)
     MOVE W-TO-ROUTKZ-VORIG  TO ROUTKZ OF ASTIMEOUT
*R000107 - Ende

     EXEC SQL
         SELECT  TIMEOUT_MIN, ANZ_RETRY, RETRY_ABSTAND_MIN
     EXIT.
*R000047 - Ende

*R000107 - Anfang
******************************************************************
* Eintrag in der Dead-Letter-Ablage anlegen; stand er schon
* einmal dort (wieder eingestellt und erneut gescheitert), wird
* er mit dem neuen Fehler wieder geoeffnet
******************************************************************
 S320-INSERT-ASYNCDLQ SECTION.
 S320-00.
     MOVE PNR     OF ASYNC70 TO PNR      OF ASYNCDLQ
     MOVE TERMNR  OF ASYNC70 TO TERMNR   OF ASYNCDLQ
     MOVE TRACENR OF ASYNC70 TO TRACENR  OF ASYNCDLQ
     MOVE ISONTYP OF ASYNC70 TO ISONTYP  OF ASYNCDLQ
     MOVE ROUTKZ  OF ASYNC70 TO ROUTKZ   OF ASYNCDLQ
     MOVE ANZ-REP OF ASYNC70 TO ANZ-REP  OF ASYNCDLQ
     MOVE W-DL-FEHLER        TO FEHLER   OF ASYNCDLQ
     MOVE "D"                TO KZ-STATUS OF ASYNCDLQ
     MOVE SPACES             TO GRUND    OF ASYNCDLQ
     MOVE K-RUN-PROGRAMM     TO BENUTZER OF ASYNCDLQ

     EXEC SQL
         INSERT
           INTO  =ASYNCDLQ
                 ( PNR, TERMNR, TRACENR, ISONTYP, ROUTKZ, ANZ_REP
                 , FEHLER, KZ_STATUS, GRUND, BENUTZER, ZPINS, ZPUPD )
         VALUES  (
                  :PNR       of ASYNCDLQ
                 ,:TERMNR    of ASYNCDLQ
                 ,:TRACENR   of ASYNCDLQ
                 ,:ISONTYP   of ASYNCDLQ
                 ,:ROUTKZ    of ASYNCDLQ
                 ,:ANZ-REP   of ASYNCDLQ
                 ,:FEHLER    of ASYNCDLQ
                 ,:KZ-STATUS of ASYNCDLQ
                 ,:GRUND     of ASYNCDLQ
                 ,:BENUTZER  of ASYNCDLQ
                 ,current  YEAR TO FRACTION(2)
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN -8227
             EXEC SQL
                 UPDATE  =ASYNCDLQ
                    SET  ROUTKZ    = :ROUTKZ    of ASYNCDLQ
                       , ANZ_REP   = :ANZ-REP   of ASYNCDLQ
                       , FEHLER    = :FEHLER    of ASYNCDLQ
                       , KZ_STATUS = :KZ-STATUS of ASYNCDLQ
                       , GRUND     = :GRUND     of ASYNCDLQ
                       , BENUTZER  = :BENUTZER  of ASYNCDLQ
                       , ZPUPD     = CURRENT
                  WHERE  PNR       = :PNR       of ASYNCDLQ
                    AND  TERMNR    = :TERMNR    of ASYNCDLQ
                    AND  TRACENR   = :TRACENR   of ASYNCDLQ
                    AND  ISONTYP   = :ISONTYP   of ASYNCDLQ
             END-EXEC
             IF  SQLCODE OF SQLCA = ZERO
                 SET W-SQL-OK  TO TRUE
             ELSE
                 SET W-SQL-NOK TO TRUE
                 PERFORM Z002-PROGERR
             END-IF
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S320-99.
     EXIT.
*R000107 - Ende

******************************************************************
* TMF-Klammer
******************************************************************
