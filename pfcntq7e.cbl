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

 PROGRAM-ID. PFCNTQ7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.01
* Kurzbeschreibung :: Baustein Benachrichtigungs-Feed fuer Flotten-
* Kurzbeschreibung :: kunden. Groessere Flottenkunden erhalten jede
* Kurzbeschreibung :: Autorisierung, Nachbuchung, Storno und
* Kurzbeschreibung :: Ablehnung zeitnah in ihr eigenes System statt
* Kurzbeschreibung :: erst mit dem Monatsexport RFCVUN7. Die Online-
* Kurzbeschreibung :: Server rufen den Baustein nach dem Schreiben
* Kurzbeschreibung :: des =TXILOG70-Satzes; ist die VUNR in
* Kurzbeschreibung :: =NOTIFYABO aktiv abonniert, wird der Vorgang
* Kurzbeschreibung :: in =NOTIFYQ vorgemerkt. Aufbereitung (maskierte
* Kurzbeschreibung :: Kartennummer, Station, Artikelzeilen, Betrag,
* Kurzbeschreibung :: Ablehnungsgrund), Zustellung, Wiederholung und
* Kurzbeschreibung :: Nachweis uebernimmt der Batch PFCNTF7 im
* Kurzbeschreibung :: Minutentakt - der Online-Pfad schreibt nur
* Kurzbeschreibung :: den Vormerksatz.
* Package          :: ICC
*
* Aenderungen
*
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.01|2026-10-15| kl  | Review:
*       |          |     | - Schnittstelle in der LINKAGE SECTION
*       |          |     |   als COPY PFCNTQ7C (dieselbe
*       |          |     |   Beschreibung wie in den Aufrufern)
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-10-15| kl  | R7-546:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: CALL "PFCNTQ7" USING NTQ-PFCNTQ7C
*                aus PFCPRE7 (Eigenantworten), AFCAUT7 und AFCPRE7
*                (AS-Antworten), PFCOFF7S (Nachbuchungen), PFCSTO7
*                und PFCFAD7S (Stornos, Teilstornos)
* Schnittstelle :: ein: NTQ-ART  "A" Autorisierung
*                                "C" Nachbuchung (Abschluss)
*                                "R" Storno / Teilstorno
*                       NTQ-PNR, NTQ-TERMNR, NTQ-TRACENR,
*                       NTQ-ISONTYP (Schluessel des =TXILOG70-
*                                    Satzes)
*                       NTQ-VUNR    Vertrags-/Kundennummer
*                       NTQ-AC      Antwortcode an das Terminal
*                                   (AC_TERM); ungleich 0 wird
*                                   der Vorgang als Ablehnung "D"
*                                   vorgemerkt
*                aus:   NTQ-KZ-ABO  "J" VUNR abonniert, Vorgang
*                                       vorgemerkt, sonst "N"
*                NTQ-RCODE  0 ok (auch: VUNR nicht abonniert)
*                           1 Vorgangsart unbekannt
*                           5 =NOTIFYABO nicht lesbar
*                           6 =NOTIFYQ nicht schreibbar
*                           (SQLCODE in NTQ-SQLCODE)
* Hinweis     :: Der Baustein oeffnet keine eigene TMF-Transaktion;
*                der Vormerksatz gehoert zur Transaktion des
*                Aufrufers. Ein Fehler darf den Echtbetrieb nicht
*                stoeren - der Aufrufer protokolliert ihn nur.
*                Ein doppelt gemeldeter Vorgang (gleicher Schluessel
*                und gleiche Vorgangsart) wird nur einmal vorgemerkt.
*
******************************************************************
* Uebersicht der SECTIONs:
*
* A100-STEUERUNG
*
* C100-VORMERKEN
*
* S100-SELECT-NOTIFYABO
* S110-INSERT-NOTIFYQ
******************************************************************

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     DECIMAL-POINT IS COMMA.

 DATA DIVISION.
 WORKING-STORAGE SECTION.

**  ---> Vorgangsart des Vormerksatzes (Ablehnung aus dem AC)
 01          W-ART               PIC X(01)   VALUE SPACE.

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

**  ---> vorgemerkte Benachrichtigungen (Zustellung: PFCNTF7)
 EXEC SQL
    INVOKE =NOTIFYQ AS NOTIFYQ
 END-EXEC

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

 LINKAGE SECTION.

     COPY    PFCNTQ7C OF "=MSGLIB".

 PROCEDURE DIVISION USING NTQ-PFCNTQ7C.

******************************************************************
* Steuerung
******************************************************************
 A100-STEUERUNG SECTION.
 A100-00.
     MOVE ZERO TO NTQ-RCODE
                  NTQ-SQLCODE
     MOVE "N"  TO NTQ-KZ-ABO

     EVALUATE TRUE
         WHEN NTQ-AUTORISIERUNG
         WHEN NTQ-NACHBUCHUNG
         WHEN NTQ-STORNO     PERFORM C100-VORMERKEN
         WHEN OTHER          MOVE 1 TO NTQ-RCODE
     END-EVALUATE

     EXIT PROGRAM
     .
 A100-99.
     EXIT.

******************************************************************
* Vorgang fuer eine abonnierte VUNR vormerken
******************************************************************
 C100-VORMERKEN SECTION.
 C100-00.
**  ---> Vorgaenge ohne Vertrag (z.B. unbekanntes Terminal)
**  ---> haben keinen Abonnenten
     IF  NTQ-VUNR = SPACES OR LOW-VALUES
         EXIT SECTION
     END-IF

     PERFORM S100-SELECT-NOTIFYABO
     IF  NOT NTQ-ABONNIERT
         EXIT SECTION
     END-IF

**  ---> abgelehnt ist abgelehnt, gleich welcher Vorgang
     IF  NTQ-AC NOT = ZERO
         MOVE "D"     TO W-ART
     ELSE
         MOVE NTQ-ART TO W-ART
     END-IF

     PERFORM S110-INSERT-NOTIFYQ
     .
 C100-99.
     EXIT.

******************************************************************
* Abonnement der VUNR lesen (nur aktive Abonnements zaehlen)
******************************************************************
 S100-SELECT-NOTIFYABO SECTION.
 S100-00.
     MOVE NTQ-VUNR TO VUNR OF NOTIFYABO

     EXEC SQL
         SELECT  KZ_AKTIV
           INTO :KZ-AKTIV of NOTIFYABO
           FROM  =NOTIFYABO
          WHERE  VUNR = :VUNR of NOTIFYABO
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   IF  KZ-AKTIV OF NOTIFYABO = "J"
                         MOVE "J" TO NTQ-KZ-ABO
                     END-IF
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE 5                TO NTQ-RCODE
                     MOVE SQLCODE OF SQLCA TO NTQ-SQLCODE
     END-EVALUATE
     .
 S100-99.
     EXIT.

******************************************************************
* Vormerksatz schreiben (Status "O" offen, noch kein Versuch)
******************************************************************
 S110-INSERT-NOTIFYQ SECTION.
 S110-00.
     MOVE NTQ-PNR     TO PNR     OF NOTIFYQ
     MOVE NTQ-TERMNR  TO TERMNR  OF NOTIFYQ
     MOVE NTQ-TRACENR TO TRACENR OF NOTIFYQ
     MOVE NTQ-ISONTYP TO ISONTYP OF NOTIFYQ
     MOVE W-ART       TO KZ-ART  OF NOTIFYQ
     MOVE NTQ-VUNR    TO VUNR    OF NOTIFYQ
     MOVE NTQ-AC      TO AC      OF NOTIFYQ

     EXEC SQL
         INSERT
           INTO  =NOTIFYQ
                 ( PNR, TERMNR, TRACENR, ISONTYP, KZ_ART
                 , VUNR, AC, KZ_STATUS, ANZ_VERSUCHE
                 , ZPINS, ZP_VERSUCH )
         VALUES  (
                  :PNR     of NOTIFYQ
                 ,:TERMNR  of NOTIFYQ
                 ,:TRACENR of NOTIFYQ
                 ,:ISONTYP of NOTIFYQ
                 ,:KZ-ART  of NOTIFYQ
                 ,:VUNR    of NOTIFYQ
                 ,:AC      of NOTIFYQ
                 ,"O"
                 ,0
                 ,current  YEAR TO FRACTION(2)
                 ,current  YEAR TO FRACTION(2)
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
**      ---> derselbe Vorgang ist schon vorgemerkt
         WHEN -8227  CONTINUE
         WHEN OTHER  MOVE 6                TO NTQ-RCODE
                     MOVE SQLCODE OF SQLCA TO NTQ-SQLCODE
     END-EVALUATE
     .
 S110-99.
     EXIT.
