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

 PROGRAM-ID. PFCPVK7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.01
* Kurzbeschreibung :: Krypto-Baustein des PAN-Tresors (=PANVAULT).
* Kurzbeschreibung :: Die Kartennummer steht im Tresor nicht mehr im
* Kurzbeschreibung :: Klartext, sondern verschluesselt unter einem
* Kurzbeschreibung :: versionierten Datenschluessel (KANR_ENC und
* Kurzbeschreibung :: KEY_VERSION); gesucht wird ueber einen
* Kurzbeschreibung :: Schluessel-Hash (HMAC) der Kartennummer
* Kurzbeschreibung :: (KANR_HASH). Die Schluessel selbst liegen nur
* Kurzbeschreibung :: im Sicherheitsmodul, =PANKEY fuehrt je Version
* Kurzbeschreibung :: das Schluessel-Label:
* Kurzbeschreibung ::   KZ_STATUS "A" aktiv (genau eine Version,
* Kurzbeschreibung ::                 damit wird verschluesselt)
* Kurzbeschreibung ::   KZ_STATUS "E" nur noch entschluesseln
* Kurzbeschreibung ::                 (bis PFCPVR7 umgeschluesselt hat)
* Kurzbeschreibung ::   KZ_STATUS "H" Hash-Schluessel (wird nicht
* Kurzbeschreibung ::                 rotiert, sonst findet die Suche
* Kurzbeschreibung ::                 die alten Token nicht mehr)
* Kurzbeschreibung :: Die Tabelle wird je Stunde neu gelesen; eine
* Kurzbeschreibung :: neu aktivierte Version ist damit spaetestens
* Kurzbeschreibung :: zur naechsten vollen Stunde in allen Server-
* Kurzbeschreibung :: klassen wirksam, ohne Neustart.
* Package          :: ICC
*
* Aenderungen
*
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.01|2026-10-15| kl  | Review:
*       |          |     | - Schalter unter SCHALTER zusammengefasst,
*       |          |     |   Zaehler/Index als 77-Stufen
*       |          |     | - Schnittstelle als COPY PFCPVK7C
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-10-15| kl  | R7-531:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: CALL "PFCPVK7" USING PVK-PFCPVK7C
*                aus PFCPRE7, PFCOFF7S, PFCSTO7, PFCFAD7S (Token
*                vergeben), AFCAUT7, PFCRGN7, PFCSHD7, RFCDTK7
*                (Kartennummer zurueckholen) und PFCPVR7
*                (Umschluesselung)
* Schnittstelle :: PVK-FUNKTION "H" Hash bilden
*                     ein: PVK-KANR        aus: PVK-KANR-HASH
*                  PVK-FUNKTION "V" verschluesseln (mit Hash)
*                     ein: PVK-KANR        aus: PVK-KANR-HASH,
*                                               PVK-KANR-ENC,
*                                               PVK-KEY-VERSION
*                  PVK-FUNKTION "E" entschluesseln
*                     ein: PVK-KANR-ENC,   aus: PVK-KANR
*                          PVK-KEY-VERSION
*                PVK-RCODE  0 ok
*                           1 Funktion unbekannt
*                           2 =PANKEY ohne aktive Version bzw. ohne
*                             Hash-Schluessel
*                           3 Schluesselversion unbekannt
*                           4 Sicherheitsmodul meldet Fehler
*                             (Returncode in PVK-HSM-RCODE)
*                           5 =PANKEY nicht lesbar
*
******************************************************************
* Uebersicht der SECTIONs:
*
* A100-STEUERUNG
*
* B100-SCHLUESSEL-PRUEFEN
* B110-SCHLUESSEL-LADEN
*
* C100-HASH-BILDEN
* C200-VERSCHLUESSELN
* C300-ENTSCHLUESSELN
* C310-VERSION-SUCHEN
*
* M100-CALL-WSY7067
*
* S900-OPEN-PANKEY-CURSOR
* S910-FETCH-PANKEY-CURSOR
* S920-CLOSE-PANKEY-CURSOR
******************************************************************

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     DECIMAL-POINT IS COMMA.

 DATA DIVISION.
 WORKING-STORAGE SECTION.

 77          T-PK-MAX            PIC S9(04) COMP VALUE 20.
 77          W-IND               PIC S9(04) COMP VALUE ZEROS.

 01          SCHALTER.
     05      W-SQLCODE-FLAG      PIC 9       VALUE ZERO.
          88 W-SQL-OK                        VALUE ZERO.
          88 W-SQL-EOD                       VALUE 1.
          88 W-SQL-NOK                       VALUE 9.
     05      W-VERSION-FLAG      PIC 9       VALUE ZERO.
          88 W-VERSION-FEHLT                 VALUE ZERO.
          88 W-VERSION-DA                    VALUE 1.

**  ---> Stunde des letzten Ladens (JJJJMMTTHH)
 01          W-GELADEN-STUNDE    PIC X(10)   VALUE SPACES.
 01          W-JETZT-STUNDE      PIC X(10)   VALUE SPACES.

**  ---> Schluesselversionen aus =PANKEY
 01          T-PANKEY.
     05      T-PK-ANZ            PIC S9(04) COMP VALUE ZEROS.
     05      T-PK-EINTRAG        OCCURS 20.
      10     T-PK-VERSION        PIC 9(04).
      10     T-PK-LABEL          PIC X(16).
      10     T-PK-STATUS         PIC X(01).
 01          W-AKTIV-VERSION     PIC 9(04)   VALUE ZEROS.
 01          W-AKTIV-LABEL       PIC X(16)   VALUE SPACES.
 01          W-HASH-LABEL        PIC X(16)   VALUE SPACES.
 01          W-LABEL             PIC X(16)   VALUE SPACES.

**          ---> Schnittstelle zum Sicherheitsmodul-Baustein WSY7067
**          ---> (Daten ver-/entschluesseln und HMAC mit einem
**          ---> Schluessel, der per Label im Modul adressiert wird;
**          ---> Ein- und Ausgabe als Hex-Zeichen)
 01          H67-WSY7067C.
     05      H67-FUNKTION        PIC X(02).
          88 H67-VERSCHL                     VALUE "EN".
          88 H67-ENTSCHL                     VALUE "DE".
          88 H67-HMAC                        VALUE "HM".
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

**  ---> Schluesselversionen des PAN-Tresors
 EXEC SQL
    INVOKE =PANKEY AS PANKEY
 END-EXEC

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

 EXEC SQL
     DECLARE PANKEY_CURS CURSOR FOR
         SELECT  VERSION, KEYLABEL, KZ_STATUS
           FROM  =PANKEY
          ORDER  BY VERSION
         BROWSE  ACCESS
 END-EXEC

 LINKAGE SECTION.

     COPY    PFCPVK7C OF "=MSGLIB".

 PROCEDURE DIVISION USING PVK-PFCPVK7C.

******************************************************************
* Steuerung
******************************************************************
 A100-STEUERUNG SECTION.
 A100-00.
     MOVE ZERO TO PVK-RCODE
                  PVK-HSM-RCODE

     PERFORM B100-SCHLUESSEL-PRUEFEN
     IF  PVK-ERR
         EXIT PROGRAM
     END-IF

     EVALUATE TRUE
         WHEN PVK-HASH-BILDEN
                     PERFORM C100-HASH-BILDEN
         WHEN PVK-VERSCHLUESSELN
                     PERFORM C100-HASH-BILDEN
                     IF  PVK-OK
                         PERFORM C200-VERSCHLUESSELN
                     END-IF
         WHEN PVK-ENTSCHLUESSELN
                     PERFORM C300-ENTSCHLUESSELN
         WHEN OTHER  MOVE 1 TO PVK-RCODE
     END-EVALUATE

     EXIT PROGRAM
     .
 A100-99.
     EXIT.

******************************************************************
* Schluesseltabelle einmal je Stunde (und beim ersten Aufruf)
* neu lesen
******************************************************************
 B100-SCHLUESSEL-PRUEFEN SECTION.
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

     IF  W-JETZT-STUNDE = W-GELADEN-STUNDE
         EXIT SECTION
     END-IF

     PERFORM B110-SCHLUESSEL-LADEN
     IF  PVK-OK
         MOVE W-JETZT-STUNDE TO W-GELADEN-STUNDE
     END-IF
     .
 B100-99.
     EXIT.

******************************************************************
* =PANKEY in die Speichertabelle laden; ohne aktive Version oder
* ohne Hash-Schluessel ist der Tresor nicht benutzbar
******************************************************************
 B110-SCHLUESSEL-LADEN SECTION.
 B110-00.
     MOVE ZEROS  TO T-PK-ANZ
                    W-AKTIV-VERSION
     MOVE SPACES TO W-AKTIV-LABEL
                    W-HASH-LABEL
                    W-GELADEN-STUNDE

     PERFORM S900-OPEN-PANKEY-CURSOR
     IF  W-SQL-NOK
         MOVE 5 TO PVK-RCODE
         EXIT SECTION
     END-IF

     PERFORM S910-FETCH-PANKEY-CURSOR
     PERFORM UNTIL W-SQL-EOD OR W-SQL-NOK
         EVALUATE KZ-STATUS OF PANKEY
             WHEN "A"    MOVE VERSION  OF PANKEY TO W-AKTIV-VERSION
                         MOVE KEYLABEL OF PANKEY TO W-AKTIV-LABEL
             WHEN "H"    MOVE KEYLABEL OF PANKEY TO W-HASH-LABEL
             WHEN OTHER  CONTINUE
         END-EVALUATE
         IF  KZ-STATUS OF PANKEY NOT = "H"
         AND T-PK-ANZ < T-PK-MAX
             ADD 1 TO T-PK-ANZ
             MOVE VERSION   OF PANKEY TO T-PK-VERSION (T-PK-ANZ)
             MOVE KEYLABEL  OF PANKEY TO T-PK-LABEL   (T-PK-ANZ)
             MOVE KZ-STATUS OF PANKEY TO T-PK-STATUS  (T-PK-ANZ)
         END-IF
         PERFORM S910-FETCH-PANKEY-CURSOR
     END-PERFORM

     PERFORM S920-CLOSE-PANKEY-CURSOR

     EVALUATE TRUE
         WHEN W-SQL-NOK
                     MOVE 5 TO PVK-RCODE
         WHEN W-AKTIV-LABEL = SPACES
         OR   W-HASH-LABEL  = SPACES
                     MOVE 2 TO PVK-RCODE
         WHEN OTHER  CONTINUE
     END-EVALUATE
     .
 B110-99.
     EXIT.

******************************************************************
* Schluessel-Hash (HMAC) der Kartennummer - Suchbegriff im Tresor
******************************************************************
 C100-HASH-BILDEN SECTION.
 C100-00.
     SET  H67-HMAC       TO TRUE
     MOVE W-HASH-LABEL   TO H67-KEY-LABEL
     MOVE 19             TO H67-EIN-LEN
     MOVE SPACES         TO H67-EIN
     MOVE PVK-KANR       TO H67-EIN (1:19)
     PERFORM M100-CALL-WSY7067
     IF  PVK-OK
         MOVE H67-AUS    TO PVK-KANR-HASH
     END-IF
     .
 C100-99.
     EXIT.

******************************************************************
* Kartennummer mit der aktiven Version verschluesseln
******************************************************************
 C200-VERSCHLUESSELN SECTION.
 C200-00.
     SET  H67-VERSCHL     TO TRUE
     MOVE W-AKTIV-LABEL   TO H67-KEY-LABEL
     MOVE 19              TO H67-EIN-LEN
     MOVE SPACES          TO H67-EIN
     MOVE PVK-KANR        TO H67-EIN (1:19)
     PERFORM M100-CALL-WSY7067
     IF  PVK-OK
         MOVE H67-AUS         TO PVK-KANR-ENC
         MOVE W-AKTIV-VERSION TO PVK-KEY-VERSION
     END-IF
     .
 C200-99.
     EXIT.

******************************************************************
* Kartennummer mit der Version des Satzes entschluesseln; eine
* Version, die erst nach dem letzten Laden angelegt wurde, wird
* durch sofortiges Neuladen gefunden
******************************************************************
 C300-ENTSCHLUESSELN SECTION.
 C300-00.
     PERFORM C310-VERSION-SUCHEN
     IF  W-VERSION-FEHLT
         PERFORM B110-SCHLUESSEL-LADEN
         IF  PVK-ERR
             EXIT SECTION
         END-IF
         MOVE W-JETZT-STUNDE TO W-GELADEN-STUNDE
         PERFORM C310-VERSION-SUCHEN
     END-IF
     IF  W-VERSION-FEHLT
         MOVE 3 TO PVK-RCODE
         EXIT SECTION
     END-IF

     SET  H67-ENTSCHL    TO TRUE
     MOVE W-LABEL        TO H67-KEY-LABEL
     MOVE 64             TO H67-EIN-LEN
     MOVE PVK-KANR-ENC   TO H67-EIN
     PERFORM M100-CALL-WSY7067
     IF  PVK-OK
         MOVE H67-AUS (1:19) TO PVK-KANR
     END-IF
     .
 C300-99.
     EXIT.

 C310-VERSION-SUCHEN SECTION.
 C310-00.
     SET W-VERSION-FEHLT TO TRUE
     MOVE SPACES TO W-LABEL
     PERFORM VARYING W-IND FROM 1 BY 1
             UNTIL   W-IND > T-PK-ANZ
             OR      W-VERSION-DA
         IF  T-PK-VERSION (W-IND) = PVK-KEY-VERSION
             MOVE T-PK-LABEL (W-IND) TO W-LABEL
             SET W-VERSION-DA TO TRUE
         END-IF
     END-PERFORM
     .
 C310-99.
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
         MOVE 4         TO PVK-RCODE
         MOVE H67-RCODE TO PVK-HSM-RCODE
     END-IF
     .
 M100-99.
     EXIT.

******************************************************************
* Cursor auf =PANKEY
******************************************************************
 S900-OPEN-PANKEY-CURSOR SECTION.
 S900-00.
     EXEC SQL
         OPEN PANKEY_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
     END-EVALUATE
     .
 S900-99.
     EXIT.

 S910-FETCH-PANKEY-CURSOR SECTION.
 S910-00.
     EXEC SQL
         FETCH PANKEY_CURS
          INTO :VERSION   of PANKEY
              ,:KEYLABEL  of PANKEY
              ,:KZ-STATUS of PANKEY
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-SQL-OK  TO TRUE
         WHEN 100    SET W-SQL-EOD TO TRUE
         WHEN OTHER  SET W-SQL-NOK TO TRUE
     END-EVALUATE
     .
 S910-99.
     EXIT.

 S920-CLOSE-PANKEY-CURSOR SECTION.
 S920-00.
     EXEC SQL
         CLOSE PANKEY_CURS
     END-EXEC
     .
 S920-99.
     EXIT.
