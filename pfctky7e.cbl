?CONSULT $SYSTEM.SYSTEM.COBOLEX0
?SEARCH  $SYSTEM.SYSTEM.COBOLLIB
?SEARCH  =TALLIB
?SEARCH  =WSY7067

?NOLMAP, SYMBOLS, INSPECT
?SAVE ALL
?SAVEABEND
?LINES 66
?CHECK 3
?SQL

 IDENTIFICATION DIVISION.

 PROGRAM-ID. PFCTKY7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.01
* Kurzbeschreibung :: Baustein Terminal-Arbeitsschluessel (=TERMKEY).
* Kurzbeschreibung :: Terminals ohne DUKPT arbeiten bisher mit den je
* Kurzbeschreibung :: Serverklasse fest eingestellten Schluesseln
* Kurzbeschreibung :: (Startparameter MACKEYT/PACKEYT). Terminals mit
* Kurzbeschreibung :: einem Satz in =TERMKEY erhalten ueber PFCTRM7
* Kurzbeschreibung :: (BMP 70 = 501/509) turnusmaessig neue MAC-/PAC-
* Kurzbeschreibung :: Arbeitsschluessel unter ihrem Schluessel-
* Kurzbeschreibung :: Austauschschluessel (KEK). Dieser Baustein
* Kurzbeschreibung :: liefert den Online-Servern die Schluesselnamen
* Kurzbeschreibung :: des Terminals (nach einem Wechsel fuer die
* Kurzbeschreibung :: Ueberlappungszeit bis ZP_ALT_BIS auch die
* Kurzbeschreibung :: bisherigen) und erzeugt fuer PFCTRM7 die neuen
* Kurzbeschreibung :: Schluessel im Sicherheitsmodul.
* Package          :: ICC
*
* Aenderungen
*
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.01|2026-10-15| kl  | Review:
*       |          |     | - Schnittstelle in der LINKAGE SECTION
*       |          |     |   als COPY PFCTKY7C (dieselbe
*       |          |     |   Beschreibung wie in den Aufrufern)
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-10-15| kl  | R7-535:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: CALL "PFCTKY7" USING TKY-PFCTKY7C
*                aus PFCPRE7, PFCOFF7S, AFCAUT7, AFCPRE7 (Schluessel
*                lesen) und PFCTRM7 (Schluessel erzeugen)
* Schnittstelle :: TKY-FUNKTION "L" Schluessel des Terminals lesen
*                     ein: TKY-TERMNR
*                     aus: TKY-KZ-EIGEN "J" Terminal hat eigene
*                                           Schluessel, sonst "N"
*                          TKY-MACKEY, TKY-PACKEY (Schluesselnamen
*                                           binaer, wie MACKEYT)
*                          TKY-KZ-ALT   "J" bisherige Schluessel
*                                           noch gueltig
*                          TKY-MACKEY-ALT, TKY-PACKEY-ALT
*                  TKY-FUNKTION "G" neue Arbeitsschluessel erzeugen
*                     ein: TKY-KEK-NAME (hex)
*                     aus: TKY-MAC-NAME, TKY-PAC-NAME (hex),
*                          TKY-MAC-KEK, TKY-PAC-KEK (Schluessel
*                                           unter KEK, hex),
*                          TKY-MAC-KCV, TKY-PAC-KCV (Pruefwerte)
*                TKY-RCODE  0 ok
*                           1 Funktion unbekannt
*                           4 Sicherheitsmodul meldet Fehler
*                             (Returncode in TKY-HSM-RCODE)
*                           5 =TERMKEY nicht lesbar
*
******************************************************************
* Uebersicht der SECTIONs:
*
* A100-STEUERUNG
*
* C100-SCHLUESSEL-LESEN
* C200-SCHLUESSEL-ERZEUGEN
* C210-EINEN-SCHLUESSEL-ERZEUGEN
*
* M100-CALL-WSY7067
*
* P900-WTHEX
*
* S100-SELECT-TERMKEY
*
* U200-TIMESTAMP
******************************************************************

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     DECIMAL-POINT IS COMMA.

 DATA DIVISION.
 WORKING-STORAGE SECTION.

**  ---> aktueller Zeitpunkt JJJJMMTThhmm (Vergleich mit ZP_ALT_BIS)
 01          W-JETZT-ZP          PIC 9(12)   VALUE ZEROS.

**  ---> ein erzeugter Schluessel (Ausgabe des Sicherheitsmoduls)
 01          W-NEU-NAME          PIC X(08)   VALUE SPACES.
 01          W-NEU-KEK           PIC X(32)   VALUE SPACES.
 01          W-NEU-KCV           PIC X(06)   VALUE SPACES.

**          ---> fuer WT^HEX
 01          P-HEX8              PIC X(08).
 01          P-HEX16             PIC X(16).

**          ---> Schnittstelle zum Sicherheitsmodul-Baustein WSY7067
**          ---> (Funktion "KG": Arbeitsschluessel erzeugen, im Modul
**          ---> unter neuem Namen ablegen und unter dem angegebenen
**          ---> KEK verschluesselt mit Pruefwert zurueckgeben;
**          ---> Ausgabe NAME(8) SCHLUESSEL-UNTER-KEK(32) KCV(6))
 01          H67-WSY7067C.
     05      H67-FUNKTION        PIC X(02).
          88 H67-VERSCHL                     VALUE "EN".
          88 H67-ENTSCHL                     VALUE "DE".
          88 H67-HMAC                        VALUE "HM".
          88 H67-KEY-ERZEUGEN                VALUE "KG".
     05      H67-RCODE           PIC S9(04) COMP.
          88 H67-OK                          VALUE ZERO.
     05      H67-KEY-LABEL       PIC X(16).
     05      H67-EIN-LEN         PIC S9(04) COMP.
     05      H67-EIN             PIC X(64).
     05      H67-AUS-LEN         PIC S9(04) COMP.
     05      H67-AUS             PIC X(64).

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

**  ---> Arbeitsschluessel je Terminal
 EXEC SQL
    INVOKE =TERMKEY AS TERMKEY
 END-EXEC

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

 LINKAGE SECTION.

     COPY    PFCTKY7C OF "=MSGLIB".

 PROCEDURE DIVISION USING TKY-PFCTKY7C.

******************************************************************
* Steuerung
******************************************************************
 A100-STEUERUNG SECTION.
 A100-00.
     MOVE ZERO TO TKY-RCODE
                  TKY-HSM-RCODE

     EVALUATE TRUE
         WHEN TKY-LESEN     PERFORM C100-SCHLUESSEL-LESEN
         WHEN TKY-ERZEUGEN  PERFORM C200-SCHLUESSEL-ERZEUGEN
         WHEN OTHER         MOVE 1 TO TKY-RCODE
     END-EVALUATE

     EXIT PROGRAM
     .
 A100-99.
     EXIT.

******************************************************************
* Schluesselnamen des Terminals lesen; ohne Satz in =TERMKEY
* bleibt es bei den Schluesseln der Serverklasse
******************************************************************
 C100-SCHLUESSEL-LESEN SECTION.
 C100-00.
     MOVE "N"         TO TKY-KZ-EIGEN
                         TKY-KZ-ALT
     MOVE LOW-VALUES  TO TKY-MACKEY
                         TKY-PACKEY
                         TKY-MACKEY-ALT
                         TKY-PACKEY-ALT

     PERFORM S100-SELECT-TERMKEY
     IF  SQLCODE OF SQLCA NOT = ZERO
         EXIT SECTION
     END-IF

     MOVE "J" TO TKY-KZ-EIGEN
     MOVE MACKEY OF TERMKEY TO P-HEX16
     PERFORM P900-WTHEX
     MOVE P-HEX8 (1:4) TO TKY-MACKEY
     MOVE PACKEY OF TERMKEY TO P-HEX16
     PERFORM P900-WTHEX
     MOVE P-HEX8 (1:4) TO TKY-PACKEY

**  ---> bisherige Schluessel nur bis zum Ende der Ueberlappung
     PERFORM U200-TIMESTAMP
     IF  MACKEY-ALT OF TERMKEY NOT = SPACES
     AND ZP-ALT-BIS OF TERMKEY > W-JETZT-ZP
         MOVE "J" TO TKY-KZ-ALT
         MOVE MACKEY-ALT OF TERMKEY TO P-HEX16
         PERFORM P900-WTHEX
         MOVE P-HEX8 (1:4) TO TKY-MACKEY-ALT
         MOVE PACKEY-ALT OF TERMKEY TO P-HEX16
         PERFORM P900-WTHEX
         MOVE P-HEX8 (1:4) TO TKY-PACKEY-ALT
     END-IF
     .
 C100-99.
     EXIT.

******************************************************************
* Neues MAC-/PAC-Schluesselpaar unter dem KEK des Terminals
* erzeugen
******************************************************************
 C200-SCHLUESSEL-ERZEUGEN SECTION.
 C200-00.
     MOVE SPACES TO TKY-MAC-NAME
                    TKY-MAC-KEK
                    TKY-MAC-KCV
                    TKY-PAC-NAME
                    TKY-PAC-KEK
                    TKY-PAC-KCV

     PERFORM C210-EINEN-SCHLUESSEL-ERZEUGEN
     IF  TKY-ERR
         EXIT SECTION
     END-IF
     MOVE W-NEU-NAME TO TKY-MAC-NAME
     MOVE W-NEU-KEK  TO TKY-MAC-KEK
     MOVE W-NEU-KCV  TO TKY-MAC-KCV

     PERFORM C210-EINEN-SCHLUESSEL-ERZEUGEN
     IF  TKY-ERR
         EXIT SECTION
     END-IF
     MOVE W-NEU-NAME TO TKY-PAC-NAME
     MOVE W-NEU-KEK  TO TKY-PAC-KEK
     MOVE W-NEU-KCV  TO TKY-PAC-KCV
     .
 C200-99.
     EXIT.

 C210-EINEN-SCHLUESSEL-ERZEUGEN SECTION.
 C210-00.
     SET  H67-KEY-ERZEUGEN TO TRUE
     MOVE SPACES           TO H67-KEY-LABEL
                              H67-EIN
     MOVE TKY-KEK-NAME     TO H67-KEY-LABEL (1:8)
     MOVE ZERO             TO H67-EIN-LEN
     PERFORM M100-CALL-WSY7067
     IF  TKY-ERR
         EXIT SECTION
     END-IF

     MOVE H67-AUS (1:8)  TO W-NEU-NAME
     MOVE H67-AUS (9:32) TO W-NEU-KEK
     MOVE H67-AUS (41:6) TO W-NEU-KCV
     .
 C210-99.
     EXIT.

******************************************************************
* Aufruf Sicherheitsmodul
******************************************************************
 M100-CALL-WSY7067 SECTION.
 M100-00.
     MOVE ZEROS  TO H67-RCODE
                    H67-AUS-LEN
     MOVE SPACES TO H67-AUS

     CALL "WSY7067" USING H67-WSY7067C

     IF  NOT H67-OK
         MOVE 4         TO TKY-RCODE
         MOVE H67-RCODE TO TKY-HSM-RCODE
     END-IF
     .
 M100-99.
     EXIT.

******************************************************************
* hexen eines Strings (max. 16 Bytes)
*        Eingabe:    P-HEX16
*        Ausgabe:    P-HEX8
******************************************************************
 P900-WTHEX SECTION.
 P900-00.
     ENTER TAL "WT^HEX" USING P-HEX8 P-HEX16
     .
 P900-99.
     EXIT.

******************************************************************
* Schluesselsatz des Terminals lesen
******************************************************************
 S100-SELECT-TERMKEY SECTION.
 S100-00.
     MOVE TKY-TERMNR       TO TERMNR OF TERMKEY
     MOVE TKY-TERMNR (7:2) TO PNR    OF TERMKEY

     EXEC SQL
         SELECT  MACKEY, PACKEY, MACKEY_ALT, PACKEY_ALT, ZP_ALT_BIS
           INTO :MACKEY     of TERMKEY
               ,:PACKEY     of TERMKEY
               ,:MACKEY-ALT of TERMKEY
               ,:PACKEY-ALT of TERMKEY
               ,:ZP-ALT-BIS of TERMKEY
           FROM  =TERMKEY
          WHERE  PNR    = :PNR    of TERMKEY
            AND  TERMNR = :TERMNR of TERMKEY
         BROWSE  ACCESS
     END-EXEC

     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE 5 TO TKY-RCODE
     END-EVALUATE
     .
 S100-99.
     EXIT.

******************************************************************
* Zeitstempel holen
******************************************************************
 U200-TIMESTAMP SECTION.
 U200-00.
     ENTER TAL "TIME" USING TAL-TIME
     MOVE CORR TAL-TIME TO TAL-TIME-D
     COMPUTE W-JETZT-ZP = TAL-JHJJ OF TAL-TIME-D * 100000000
                        + TAL-MM   OF TAL-TIME-D * 1000000
                        + TAL-TT   OF TAL-TIME-D * 10000
                        + TAL-HH   OF TAL-TIME-D * 100
                        + TAL-MI   OF TAL-TIME-D
     .
 U200-99.
     EXIT.
