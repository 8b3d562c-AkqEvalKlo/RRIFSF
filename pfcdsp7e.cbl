 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.01
* Kurzbeschreibung :: Chargeback-Fallverwaltung auf Basis der
* Kurzbeschreibung :: Dossier-Daten (RFCDOS7). Ein Reklamationsfall
* Kurzbeschreibung :: ist ein Satz in =DISPUTE, geschluesselt wie
* Kurzbeschreibung :: ROUTKZ, Default 30 Tage). Beim Anlegen wird
* Kurzbeschreibung :: vermerkt, ob der Fall aus der Clearing-
* Kurzbeschreibung :: Abstimmung stammt (Paarung in =CLRMATCH
* Kurzbeschreibung :: vorhanden -> KZ_CLR "J"). Geht ein Fall auf
* Kurzbeschreibung :: "W" oder "G", wird im selben TMF-Zug die
* Kurzbeschreibung :: Hauptbuchbuchung RW bzw. RG in =GLEINZEL
* Kurzbeschreibung :: vorgemerkt (Export durch RFCGLE7, Referenz
* Kurzbeschreibung :: ist der Fallschluessel). Laufarten
* Kurzbeschreibung :: (PARAM FUNKTION):
* Kurzbeschreibung ::   ANLEGEN - Fall zur Transaktion eroeffnen
* Kurzbeschreibung ::   STATUS  - Fallstatus fortschreiben
* Kurzbeschreibung ::             Faelle, deren Frist in
* Kurzbeschreibung ::             VORWARNTAGE Tagen ablaeuft oder
* Kurzbeschreibung ::             schon ueberschritten ist
* Kurzbeschreibung ::   CLRDIFF - Betragsdifferenz einer Clearing-
* Kurzbeschreibung ::             Paarung (=CLRMATCH, PFCCLR7) als
* Kurzbeschreibung ::             endgueltig bestaetigen und als
* Kurzbeschreibung ::             Buchung CD in =GLEINZEL vormerken
* Package          :: ICC
*
* Aenderungen
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.01|2026-10-15| kl  | R7-556:
*       |          |     | - STATUS W/G: Einzelbuchung RW/RG
*       |          |     |   (Betrag des Falls) in =GLEINZEL mit
*       |          |     |   dem Fallschluessel als Referenz
*       |          |     | - neue Laufart CLRDIFF: offene Clearing-
*       |          |     |   differenz bestaetigen (KZ_DIFF "B")
*       |          |     |   und als Einzelbuchung CD vormerken
*       |          |     | - Tagesfenster des Verkaufstags in
*       |          |     |   U310 ausgelagert
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-09-02| kl  | R7-501:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: Batch; LISTE taeglich per Scheduler, ANLEGEN,
*                STATUS und CLRDIFF fallweise durch den Support
* Parameter   :: PARAM FUNKTION ANLEGEN | STATUS | LISTE | CLRDIFF
*                PARAM TERMNR  <8-stellig>      (ANLEGEN/STATUS/
*                                                CLRDIFF)
*                PARAM TRACENR <6-stellig>      (ANLEGEN/STATUS/
*                                                CLRDIFF)
*                PARAM DATUM   <JJJJ-MM-TT>     (ANLEGEN/STATUS:
*                                                Verkaufstag;
*                                                CLRDIFF: Liefertag
*                                                der Clearingdatei)
*                PARAM STATUS  <O|D|R|W|G>      (nur STATUS)
*                PARAM VORWARNTAGE <Tage>       (LISTE, Default 3)
*
* B100-ANLEGEN
* B200-STATUS-SETZEN
* B300-FRISTENLISTE
*R000120 - Anfang
* B400-CLR-DIFFERENZ
*
* C100-DISPUTE-BUCHEN
*R000120 - Ende
*
* P950-GETPARAMTEXT
*
* S320-SELECT-CLRMATCH
* S330-INSERT-DISPUTE
* S340-UPDATE-DISPUTE
*R000120 - Anfang
* S350-SELECT-DISPUTE
* S360-INSERT-GLEINZEL
* S370-SELECT-CLRMATCH-DIFF
* S380-UPDATE-CLRMATCH
*R000120 - Ende
* S900-OPEN-DISPUTE-CURSOR
* S910-FETCH-DISPUTE-CURSOR
* S920-CLOSE-DISPUTE-CURSOR
* U120-ROLLBACK
* U200-TIMESTAMP
* U300-FRIST-ERMITTELN
*R000120 - Tagesfenster des Verkaufstags
* U310-TAGESFENSTER
*R000120 - Ende
*
* Z002-PROGERR
******************************************************************
     88      W-FKT-ANLEGEN                   VALUE "ANLEGEN".
     88      W-FKT-STATUS                    VALUE "STATUS ".
     88      W-FKT-LISTE                     VALUE "LISTE  ".
*R000120 - Clearingdifferenz bestaetigen
     88      W-FKT-CLRDIFF                   VALUE "CLRDIFF".
*R000120 - Ende

**  ---> Fallschluessel aus den Parametern
 01          W-TERMNR            PIC 9(08)   VALUE ZEROS.

 01          W-KZ-CLR            PIC X(01)   VALUE SPACE.

*R000120 - Anfang
**  ---> Einzelbuchung fuer das Hauptbuch (=GLEINZEL, Export durch
**  ---> RFCGLE7): RW Rueckbelastung abgeschrieben, RG Rueckbe-
**  ---> lastung gewonnen, CD bestaetigte Clearingdifferenz;
**  ---> Referenzart D = Reklamationsfall, C = Clearing-Paarung
 01          W-GL-VORGANG        PIC X(02)   VALUE SPACES.
 01          W-GL-REF-ART        PIC X(01)   VALUE SPACE.
 01          W-GL-ROUTKZ         PIC S9(04) COMP VALUE ZEROS.
 01          W-GL-CARDID         PIC S9(04) COMP VALUE ZEROS.
 01          W-GL-BETRAG-CENT    PIC S9(15) COMP VALUE ZEROS.
 01          W-GL-BETRAG-DISP    PIC -(14)9.
 01          W-STATUS-ALT        PIC X(01)   VALUE SPACE.
*R000120 - Ende

 77          W-ANZ-FAELLE        PIC 9(05)   VALUE ZERO.
 77          W-ANZ-UEBERFAELLIG  PIC 9(05)   VALUE ZERO.

             WHEN W-FKT-ANLEGEN  PERFORM B100-ANLEGEN
             WHEN W-FKT-STATUS   PERFORM B200-STATUS-SETZEN
             WHEN W-FKT-LISTE    PERFORM B300-FRISTENLISTE
*R000120 - Anfang
             WHEN W-FKT-CLRDIFF  PERFORM B400-CLR-DIFFERENZ
             WHEN OTHER          DISPLAY "PFCDSP7 - FUNKTION "
                                         "ANLEGEN, STATUS, LISTE "
                                         "oder CLRDIFF erwartet"
*R000120 - Ende
         END-EVALUATE
     END-IF
     PERFORM B090-ENDE

     IF  W-FKT-ANLEGEN
     OR  W-FKT-STATUS
*R000120 - Fallschluessel auch fuer die Clearing-Paarung
     OR  W-FKT-CLRDIFF
*R000120 - Ende
         MOVE "TERMNR" TO STUP-PORTION
         PERFORM P950-GETPARAMTEXT
         IF  W-ENDE
******************************************************************
 B100-ANLEGEN SECTION.
 B100-00.
*R000120 - Tagesfenster aus dem Verkaufstag (jetzt in U310)
     PERFORM U310-TAGESFENSTER
*R000120 - Ende

     PERFORM S300-SELECT-TXILOG70
     IF  W-SQL-NOK OR W-SQL-EOD
 B200-STATUS-SETZEN SECTION.
 B200-00.
     PERFORM U100-BEGIN
*R000120 - Anfang
**  ---> bisherigen Stand lesen (Status, Betrag und ROUTKZ fuer
**  ---> die Buchung)
     PERFORM S350-SELECT-DISPUTE
     IF  W-SQL-OK
         PERFORM S340-UPDATE-DISPUTE
     END-IF
**  ---> abgeschrieben/gewonnen: Einzelbuchung im selben TMF-Zug;
**  ---> ein wiederholtes Setzen desselben Status bucht nicht neu
     IF  W-SQL-OK
     AND (W-STATUS-NEU = "W" OR W-STATUS-NEU = "G")
     AND W-STATUS-NEU NOT = W-STATUS-ALT
         PERFORM C100-DISPUTE-BUCHEN
     END-IF
*R000120 - Ende
     IF  W-SQL-OK
         PERFORM U110-COMMIT
         DISPLAY "PFCDSP7 - Status " W-STATUS-NEU " gesetzt: "
 B300-99.
     EXIT.

*R000120 - Anfang
******************************************************************
* Betragsdifferenz einer Clearing-Paarung als endgueltig
* bestaetigen: KZ_DIFF "O" -> "B" und Einzelbuchung CD (Differenz
* Clearing minus Log) mit der Paarung als Referenz - beides in
* einem TMF-Zug
******************************************************************
 B400-CLR-DIFFERENZ SECTION.
 B400-00.
     PERFORM U100-BEGIN
     PERFORM S370-SELECT-CLRMATCH-DIFF
     IF  W-SQL-OK
         EVALUATE KZ-DIFF OF CLRMATCH
             WHEN "O"    CONTINUE
             WHEN "B"    SET W-SQL-NOK TO TRUE
                         DISPLAY "PFCDSP7 - Differenz bereits "
                                 "bestaetigt: " W-TERMNR "/"
                                 W-TRACENR "/" W-DATUM
             WHEN OTHER  SET W-SQL-NOK TO TRUE
                         DISPLAY "PFCDSP7 - keine Betragsdifferenz "
                                 "vermerkt: " W-TERMNR "/"
                                 W-TRACENR "/" W-DATUM
         END-EVALUATE
     END-IF
     IF  W-SQL-OK
         PERFORM S380-UPDATE-CLRMATCH
     END-IF
     IF  W-SQL-OK
         MOVE "CD"                 TO W-GL-VORGANG
         MOVE "C"                  TO W-GL-REF-ART
         MOVE ROUTKZ    OF CLRMATCH TO W-GL-ROUTKZ
         MOVE CARDID    OF CLRMATCH TO W-GL-CARDID
         MOVE DIFF-CENT OF CLRMATCH TO W-GL-BETRAG-CENT
         PERFORM S360-INSERT-GLEINZEL
     END-IF
     IF  W-SQL-OK
         PERFORM U110-COMMIT
         MOVE W-GL-BETRAG-CENT TO W-GL-BETRAG-DISP
         DISPLAY "PFCDSP7 - Clearingdifferenz bestaetigt: "
                 W-TERMNR "/" W-TRACENR "/" W-DATUM
                 " Cent " W-GL-BETRAG-DISP
     ELSE
         PERFORM U120-ROLLBACK
     END-IF
     .
 B400-99.
     EXIT.

******************************************************************
* Einzelbuchung zum Reklamationsfall: RW bei Abschreibung, RG bei
* Gewinn, Betrag des Falls; das Kartensystem kommt aus der
* Transaktion (ohne Treffer CARDID 0 - die Kontenzuordnung faellt
* dann auf den ROUTKZ-Eintrag zurueck)
******************************************************************
 C100-DISPUTE-BUCHEN SECTION.
 C100-00.
     IF  W-STATUS-NEU = "W"
         MOVE "RW" TO W-GL-VORGANG
     ELSE
         MOVE "RG" TO W-GL-VORGANG
     END-IF
     MOVE "D"                TO W-GL-REF-ART
     MOVE ROUTKZ OF DISPUTE  TO W-GL-ROUTKZ
     COMPUTE W-GL-BETRAG-CENT = BETRAG OF DISPUTE * 100

     PERFORM U310-TAGESFENSTER
     PERFORM S300-SELECT-TXILOG70
     EVALUATE TRUE
         WHEN W-SQL-OK   MOVE CARDID OF TXILOG70 TO W-GL-CARDID
         WHEN W-SQL-EOD  MOVE ZERO TO W-GL-CARDID
                         SET W-SQL-OK TO TRUE
     END-EVALUATE

     IF  W-SQL-OK
         PERFORM S360-INSERT-GLEINZEL
     END-IF
     IF  W-SQL-OK
         MOVE W-GL-BETRAG-CENT TO W-GL-BETRAG-DISP
         DISPLAY "PFCDSP7 - Buchung " W-GL-VORGANG " vorgemerkt, "
                 "Cent " W-GL-BETRAG-DISP
     END-IF
     .
 C100-99.
     EXIT.
*R000120 - Ende

******************************************************************
* Aufruf COBOL-Utility: GETPARAMTEXT
******************************************************************
 S300-00.
     MOVE ZERO TO W-SQLCODE-FLAG
     EXEC SQL
*R000120 - CARDID fuer die Einzelbuchung
         SELECT  ROUTKZ, KANR, BETRAG, CARDID
           INTO :ROUTKZ of TXILOG70
               ,:KANR   of TXILOG70
               ,:BETRAG of TXILOG70
               ,:CARDID of TXILOG70
*R000120 - Ende
           FROM  =TXILOG70
          WHERE  PNR         = :W-PNR
            AND  TERMNR      = :W-TERMNR
 S340-99.
     EXIT.

*R000120 - Anfang
******************************************************************
* Fall vor der Statusaenderung lesen
******************************************************************
 S350-SELECT-DISPUTE SECTION.
 S350-00.
     MOVE ZERO TO W-SQLCODE-FLAG
     EXEC SQL
         SELECT  ROUTKZ, BETRAG, KZ_STATUS
           INTO :ROUTKZ    of DISPUTE
               ,:BETRAG    of DISPUTE
               ,:KZ-STATUS of DISPUTE
           FROM  =DISPUTE
          WHERE  PNR     = :W-PNR
            AND  TERMNR  = :W-TERMNR
            AND  TRACENR = :W-TRACENR
            AND  DATUM   = :W-DATUM
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
                     MOVE KZ-STATUS OF DISPUTE TO W-STATUS-ALT
         WHEN 100    SET W-SQL-NOK TO TRUE
                     DISPLAY "PFCDSP7 - Fall nicht gefunden: "
                             W-TERMNR "/" W-TRACENR "/" W-DATUM
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S350-99.
     EXIT.

******************************************************************
* Einzelbuchung vormerken (DATUM_EXPORT leer bis zum Export durch
* RFCGLE7); Schluessel ist Vorgang + Referenz, derselbe Vorgang
* zur selben Referenz wird nur einmal gebucht
******************************************************************
 S360-INSERT-GLEINZEL SECTION.
 S360-00.
     EXEC SQL
         INSERT
           INTO  =GLEINZEL
                 ( VORGANG, REF_ART, PNR, TERMNR, TRACENR
                 , REF_DATUM, ROUTKZ, CARDID, BETRAG_CENT
                 , DATUM, DATUM_EXPORT, ZPINS )
         VALUES  (
                  :W-GL-VORGANG
                 ,:W-GL-REF-ART
                 ,:W-PNR
                 ,:W-TERMNR
                 ,:W-TRACENR
                 ,:W-DATUM
                 ,:W-GL-ROUTKZ
                 ,:W-GL-CARDID
                 ,:W-GL-BETRAG-CENT
                 ,:W-HEUTE
                 ," "
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
**      ---> schon gebucht (z. B. W -> O -> W): keine zweite Buchung
         WHEN -8227  SET W-SQL-OK  TO TRUE
                     DISPLAY "PFCDSP7 - Buchung " W-GL-VORGANG
                             " zur Referenz bereits vorhanden"
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S360-99.
     EXIT.

******************************************************************
* Clearing-Paarung mit vermerkter Differenz lesen (DATUM =
* Liefertag der Clearingdatei)
******************************************************************
 S370-SELECT-CLRMATCH-DIFF SECTION.
 S370-00.
     MOVE ZERO TO W-SQLCODE-FLAG
     EXEC SQL
         SELECT  ROUTKZ, CARDID, DIFF_CENT, KZ_DIFF
           INTO :ROUTKZ    of CLRMATCH
               ,:CARDID    of CLRMATCH
               ,:DIFF-CENT of CLRMATCH
               ,:KZ-DIFF   of CLRMATCH
           FROM  =CLRMATCH
          WHERE  DATUM   = :W-DATUM
            AND  PNR     = :W-PNR
            AND  TERMNR  = :W-TERMNR
            AND  TRACENR = :W-TRACENR
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-NOK TO TRUE
                     DISPLAY "PFCDSP7 - Paarung nicht gefunden: "
                             W-TERMNR "/" W-TRACENR "/" W-DATUM
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S370-99.
     EXIT.

******************************************************************
* Differenz als bestaetigt kennzeichnen (nur aus "O")
******************************************************************
 S380-UPDATE-CLRMATCH SECTION.
 S380-00.
     EXEC SQL
         UPDATE  =CLRMATCH
            SET  KZ_DIFF = "B"
          WHERE  ROUTKZ  = :ROUTKZ of CLRMATCH
            AND  DATUM   = :W-DATUM
            AND  PNR     = :W-PNR
            AND  TERMNR  = :W-TERMNR
            AND  TRACENR = :W-TRACENR
            AND  KZ_DIFF = "O"
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-NOK TO TRUE
                     DISPLAY "PFCDSP7 - Differenz zwischenzeitlich "
                             "geaendert, bitte wiederholen"
         WHEN OTHER  SET W-SQL-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S380-99.
     EXIT.
*R000120 - Ende

******************************************************************
* Cursor auf =DISPUTE (Fristenliste)
******************************************************************
 U300-99.
     EXIT.

*R000120 - Anfang
******************************************************************
* Tagesfenster JJJJMMTThhmmss des Verkaufstags W-DATUM (wie
* PFCCLR7)
******************************************************************
 U310-TAGESFENSTER SECTION.
 U310-00.
     MOVE W-DATUM (1:4) TO W-DAT-JJJJ
     MOVE W-DATUM (6:2) TO W-DAT-MM
     MOVE W-DATUM (9:2) TO W-DAT-TT
     COMPUTE W-ZP-VON =
               (W-DAT-JJJJ * 10000000000)
             + (W-DAT-MM   * 100000000)
             + (W-DAT-TT   * 1000000)
     COMPUTE W-ZP-BIS = W-ZP-VON + 235959
     .
 U310-99.
     EXIT.
*R000120 - Ende

******************************************************************
* Allgemeine Fehlerbehandlung
******************************************************************
