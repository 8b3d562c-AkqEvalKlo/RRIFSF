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

 PROGRAM-ID. PFCPVG7.

 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.00
* Kurzbeschreibung :: Parametervergleich und -uebernahme Test ->
* Kurzbeschreibung :: Produktion fuer =FCPARAM, =KEYNAMEN, =IFSFAC,
* Kurzbeschreibung :: =ASPROFIL und =ARTCODE. MODUS VERGLEICH
* Kurzbeschreibung :: mischt je Tabelle die Zeilen des Quell-
* Kurzbeschreibung :: katalogs (DEFINEs =Q..., i.d.R. das Test-
* Kurzbeschreibung :: system ueber EXPAND) mit denen des eigenen
* Kurzbeschreibung :: Katalogs nach dem Schluessel, listet neue,
* Kurzbeschreibung :: geloeschte und geaenderte Zeilen und schreibt
* Kurzbeschreibung :: jede Abweichung als fertige Pflege-Nachricht
* Kurzbeschreibung :: in die Abweichungsdatei PVGDIFF. Dort werden
* Kurzbeschreibung :: die zu uebernehmenden Abweichungen mit "J"
* Kurzbeschreibung :: markiert; MODUS UEBERNAHME schickt genau
* Kurzbeschreibung :: diese an den Pflege-Server PFCMNT7S. Pruefung,
* Kurzbeschreibung :: Historie in =FCMNTH und Zurueckstellung bis
* Kurzbeschreibung :: zum Aktivierungsdatum (=MNTSTAGE) laufen damit
* Kurzbeschreibung :: wie bei der Einzelpflege - nichts wird mehr
* Kurzbeschreibung :: von Hand abgetippt.
* Package          :: ICC
*
* Aenderungen
*
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-10-15| kl  | R7-550:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: Batch, auf dem Zielsystem (Produktion)
* Parameter   :: PARAM MODUS   VERGLEICH | UEBERNAHME
*                PARAM TABELLE <Tabelle> (optional, Default alle;
*                              nur VERGLEICH)
*                PARAM PATHMON <Pathmon-Prozess des Pflege-Servers>
*                              (nur UEBERNAHME)
*                PARAM USER    <Benutzer fuer die Historie>
*                              (Pflicht bei UEBERNAHME)
*                PARAM AKTIV   <JJJJ-MM-TT> (optional, UEBERNAHME;
*                              Aktivierungsdatum, leer = sofort)
* DEFINEs     :: =QFCPARAM, =QKEYNAMEN, =QIFSFAC, =QASPROFIL,
*                =QARTCODE auf die Tabellen des Quellkatalogs;
*                =FCPARAM ... =ARTCODE wie in den Servern
* Dateien     :: PVGDIFF Abweichungsdatei (VERGLEICH schreibt,
*                UEBERNAHME liest)
*
* Satzaufbau  :: AUSWAHL(1) LFDNR(5) AKTION(1) TABELLE(8)
*   PVGDIFF      SCHLUESSEL(40) DATEN(300)
*                (AUSWAHL "J" = uebernehmen, sonst leer; DATEN im
*                Aufbau von MNT-DATEN in PFCMNT7 - bei I/U die
*                Zeile der Quelle, bei D die Zeile des Ziels)
* Hinweis     :: UEBERNAHME unmittelbar nach dem VERGLEICH laufen
*                lassen; der Pflege-Server weist I auf vorhandene
*                (RC 30) und U/D auf fehlende Zeilen (RC 31) ab.
*
******************************************************************
* Uebersicht der SECTIONs:
*
* A100-STEUERUNG
*
* B000-VORLAUF
* B090-ENDE
* B100-VERGLEICH
* B200-UEBERNAHME
*
* C100-TABELLE-VERGLEICHEN
* C110-ABWEICHUNG
* C120-SCHLUESSEL-BILDEN
* C200-SATZ-UEBERNEHMEN
*
* P100-PATHSEND
* P950-GETPARAMTEXT
*
* S900-OPEN-QUELLE
* S910-FETCH-QUELLE
* S920-CLOSE-QUELLE
* S930-OPEN-ZIEL
* S940-FETCH-ZIEL
* S950-CLOSE-ZIEL
* S960-BILD-AUFBAUEN
*
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
     SELECT DIFF-DATEI        ASSIGN TO "PVGDIFF"
                              ORGANIZATION IS SEQUENTIAL
                              FILE STATUS IS PD-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.

 FD  DIFF-DATEI
     RECORD CONTAINS 355 CHARACTERS.
 01          DIFF-SATZ.
     05      PD-AUSWAHL          PIC X(01).
          88 PD-UEBERNEHMEN                  VALUE "J".
     05      PD-LFDNR            PIC 9(05).
     05      PD-AKTION           PIC X(01).
     05      PD-TABELLE          PIC X(08).
     05      PD-SCHLUESSEL       PIC X(40).
     05      PD-DATEN            PIC X(300).

 WORKING-STORAGE SECTION.

 01          PD-FILE-STATUS      PIC X(02).
          88 PD-FILE-OK                      VALUE "00".
          88 PD-FILE-EOF                     VALUE "10".

 01          W-ENDE-FLAG         PIC 9       VALUE ZERO.
     88      W-ENDE                          VALUE 1.

 01          W-MODUS             PIC X(10)   VALUE SPACES.
     88      W-MODUS-VERGLEICH               VALUE "VERGLEICH".
     88      W-MODUS-UEBERNAHME              VALUE "UEBERNAHME".

 01          W-DATEI-FLAG        PIC 9       VALUE ZERO.
     88      W-DATEI-ZU                      VALUE ZERO.
     88      W-DATEI-OFFEN                   VALUE 1.

**  ---> Cursorstatus je Seite (Quelle = Testsystem, Ziel = eigen)
 01          W-Q-FLAG            PIC 9       VALUE ZERO.
     88      W-Q-OK                          VALUE ZERO.
     88      W-Q-EOD                         VALUE 1.
     88      W-Q-NOK                         VALUE 9.
 01          W-Z-FLAG            PIC 9       VALUE ZERO.
     88      W-Z-OK                          VALUE ZERO.
     88      W-Z-EOD                         VALUE 1.
     88      W-Z-NOK                         VALUE 9.

**  ---> verglichene Tabellen (Reihenfolge = Bearbeitung)
 01          W-TAB-WERTE.
     05      FILLER              PIC X(08)   VALUE "FCPARAM ".
     05      FILLER              PIC X(08)   VALUE "KEYNAMEN".
     05      FILLER              PIC X(08)   VALUE "IFSFAC  ".
     05      FILLER              PIC X(08)   VALUE "ASPROFIL".
     05      FILLER              PIC X(08)   VALUE "ARTCODE ".
 01          W-TAB-TABELLE REDEFINES W-TAB-WERTE.
     05      W-TAB-NAME          PIC X(08)   OCCURS 5.
 01          K-TAB-MAX           PIC S9(04) COMP VALUE 5.
 01          W-TAB-IND           PIC S9(04) COMP VALUE ZEROS.
 01          W-TAB-FILTER        PIC X(08)   VALUE SPACES.

**  ---> Benutzer und Aktivierungsdatum der Uebernahme
 01          W-USER              PIC X(08)   VALUE SPACES.
 01          W-AKTIV-DATUM       PIC X(10)   VALUE SPACES.

 77          W-ANZ-GLEICH        PIC 9(07)   VALUE ZERO.
 77          W-ANZ-NEU           PIC 9(07)   VALUE ZERO.
 77          W-ANZ-GEAENDERT     PIC 9(07)   VALUE ZERO.
 77          W-ANZ-GELOESCHT     PIC 9(07)   VALUE ZERO.
 77          W-ANZ-DIFF          PIC 9(05)   VALUE ZERO.
 77          W-ANZ-GELESEN       PIC 9(07)   VALUE ZERO.
 77          W-ANZ-AUSGEWAEHLT   PIC 9(07)   VALUE ZERO.
 77          W-ANZ-UEBERNOMMEN   PIC 9(07)   VALUE ZERO.
 77          W-ANZ-ZURUECK       PIC 9(07)   VALUE ZERO.
 77          W-ANZ-FEHLER        PIC 9(07)   VALUE ZERO.

 01          D-NUM4              PIC 9(04)   VALUE ZEROS.

**  ---> Zeile der Quelle / des Ziels: Schluessel und Bild im
**  ---> Aufbau von MNT-DATEN
 01          W-Q-SCHLUESSEL      PIC X(40)   VALUE SPACES.
 01          W-Q-BILD            PIC X(300)  VALUE SPACES.
 01          W-Z-SCHLUESSEL      PIC X(40)   VALUE SPACES.
 01          W-Z-BILD            PIC X(300)  VALUE SPACES.
 01          W-DIFF-AKTION       PIC X(01)   VALUE SPACE.
 01          W-DIFF-SCHLUESSEL   PIC X(40)   VALUE SPACES.
 01          W-DIFF-BILD         PIC X(300)  VALUE SPACES.

**  ---> Bild einer Zeile (Aufbau wie MNT-DATEN in PFCMNT7)
 01          W-BILD              PIC X(300)  VALUE SPACES.
 01          WB-FCPARAM REDEFINES W-BILD.
     05      WB-F-ROUTKZ         PIC 9(04).
     05      WB-F-CARDID         PIC 9(04).
     05      WB-F-ISONTYP        PIC 9(04).
     05      WB-F-KZ-MSG         PIC X(02).
     05      WB-F-BMP            PIC 9(03).
     05      WB-F-LFDNR          PIC 9(02).
     05      WB-F-KZ-ABWEICHUNG  PIC X(64).
     05      FILLER              PIC X(217).
 01          WB-KEYNAMEN REDEFINES W-BILD.
     05      WB-K-ROUTKZ         PIC 9(04).
     05      WB-K-CARDID         PIC 9(04).
     05      WB-K-ASNAME         PIC X(15).
     05      WB-K-KEYNAME        PIC X(08).
     05      WB-K-ISOGEN         PIC X(02).
     05      WB-K-ISOVERS        PIC X(02).
     05      WB-K-OPTIONEN       PIC X(08).
     05      FILLER              PIC X(257).
 01          WB-IFSFAC REDEFINES W-BILD.
     05      WB-I-APPL-KZ        PIC X(02).
     05      WB-I-IFSF-AC        PIC 9(03).
     05      WB-I-WEAT-AC        PIC 9(02).
     05      FILLER              PIC X(293).
 01          WB-ASPROFIL REDEFINES W-BILD.
     05      WB-P-ROUTKZ         PIC 9(04).
     05      WB-P-BASIS-VERF     PIC 9(02).
     05      FILLER              PIC X(294).
 01          WB-ARTCODE REDEFINES W-BILD.
     05      WB-C-ROUTKZ         PIC 9(04).
     05      WB-C-WGR            PIC X(03).
     05      WB-C-ARTNR          PIC X(06).
     05      WB-C-AS-WGR         PIC X(03).
     05      WB-C-AS-ARTNR       PIC X(06).
     05      WB-C-FAKTOR         PIC 9(05).
     05      WB-C-NKSTELLEN      PIC 9(01).
     05      FILLER              PIC X(272).

**  ---> lesbarer Schluessel fuer Liste und Abweichungsdatei
 01          W-SCHLUESSEL        PIC X(40)   VALUE SPACES.

**  ---> Pflege-Nachricht an PFCMNT7S (Aufbau wie MNT-NACHRICHT
**  ---> dort; Anfrage und Antwort im selben Satz)
 01          MNT-NACHRICHT.
     05      MNT-AKTION          PIC X(01).
     05      MNT-TABELLE         PIC X(08).
     05      MNT-USER            PIC X(08).
     05      MNT-AKTIV-DATUM     PIC X(10).
     05      MNT-RC              PIC 9(02).
     05      MNT-MELDUNG         PIC X(60).
     05      MNT-DATEN           PIC X(300).

**  ---> Startparameter
 01          STARTUP-FELDER.
     05      STUP-RESULT         PIC S9(04) COMP VALUE ZEROS.
     05      STUP-PORTION        PIC  X(30) VALUE "STRING".
     05      STUP-TEXT           PIC X(128).

**          ---> fuer Pathsend (serverclass_send_)
 01          PS-PATHNAME         PIC X(15).
 01          PS-PATHNAMELEN      PIC S9(04) COMP VALUE 15.
 01          PS-SRVCLASS         PIC X(15)   VALUE "PFCMNT7S".
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

**  ---> Satzaufbau beider Seiten (die =Q...-Tabellen haben
**  ---> denselben Aufbau wie die eigenen)
 EXEC SQL
    INVOKE =FCPARAM AS FCPARAM
 END-EXEC

 EXEC SQL
    INVOKE =KEYNAMEN AS KEYNAMEN
 END-EXEC

 EXEC SQL
    INVOKE =IFSFAC AS IFSFAC
 END-EXEC

 EXEC SQL
    INVOKE =ASPROFIL AS ASPROFIL
 END-EXEC

 EXEC SQL
    INVOKE =ARTCODE AS ARTCODE
 END-EXEC

 EXEC SQL
     END DECLARE SECTION
 END-EXEC

**  ---> Cursor der Quelle; Sortierung = Schluessel (C120)
 EXEC SQL
     DECLARE QFCPARAM_CURS CURSOR FOR
         SELECT  ROUTKZ, CARDID, ISONTYP, KZ_MSG, BMP, LFDNR
                ,KZ_ABWEICHUNG
           FROM  =QFCPARAM
          ORDER  BY ROUTKZ, CARDID, ISONTYP, KZ_MSG, BMP, LFDNR
         BROWSE  ACCESS
 END-EXEC

 EXEC SQL
     DECLARE QKEYNAMEN_CURS CURSOR FOR
         SELECT  ROUTKZ, CARDID, ASNAME, KEYNAME, ISOGEN, ISOVERS
                ,OPTIONEN
           FROM  =QKEYNAMEN
          ORDER  BY ROUTKZ, CARDID, KEYNAME
         BROWSE  ACCESS
 END-EXEC

 EXEC SQL
     DECLARE QIFSFAC_CURS CURSOR FOR
         SELECT  APPL_KZ, IFSF_AC, WEAT_AC
           FROM  =QIFSFAC
          ORDER  BY APPL_KZ, IFSF_AC
         BROWSE  ACCESS
 END-EXEC

 EXEC SQL
     DECLARE QASPROFIL_CURS CURSOR FOR
         SELECT  ROUTKZ, BASIS_VERF
           FROM  =QASPROFIL
          ORDER  BY ROUTKZ
         BROWSE  ACCESS
 END-EXEC

 EXEC SQL
     DECLARE QARTCODE_CURS CURSOR FOR
         SELECT  ROUTKZ, WGR, ARTNR, AS_WGR, AS_ARTNR, FAKTOR
                ,NKSTELLEN
           FROM  =QARTCODE
          ORDER  BY ROUTKZ, WGR, ARTNR
         BROWSE  ACCESS
 END-EXEC

**  ---> Cursor des eigenen Katalogs (Ziel)
 EXEC SQL
     DECLARE ZFCPARAM_CURS CURSOR FOR
         SELECT  ROUTKZ, CARDID, ISONTYP, KZ_MSG, BMP, LFDNR
                ,KZ_ABWEICHUNG
           FROM  =FCPARAM
          ORDER  BY ROUTKZ, CARDID, ISONTYP, KZ_MSG, BMP, LFDNR
         BROWSE  ACCESS
 END-EXEC

 EXEC SQL
     DECLARE ZKEYNAMEN_CURS CURSOR FOR
         SELECT  ROUTKZ, CARDID, ASNAME, KEYNAME, ISOGEN, ISOVERS
                ,OPTIONEN
           FROM  =KEYNAMEN
          ORDER  BY ROUTKZ, CARDID, KEYNAME
         BROWSE  ACCESS
 END-EXEC

 EXEC SQL
     DECLARE ZIFSFAC_CURS CURSOR FOR
         SELECT  APPL_KZ, IFSF_AC, WEAT_AC
           FROM  =IFSFAC
          ORDER  BY APPL_KZ, IFSF_AC
         BROWSE  ACCESS
 END-EXEC

 EXEC SQL
     DECLARE ZASPROFIL_CURS CURSOR FOR
         SELECT  ROUTKZ, BASIS_VERF
           FROM  =ASPROFIL
          ORDER  BY ROUTKZ
         BROWSE  ACCESS
 END-EXEC

 EXEC SQL
     DECLARE ZARTCODE_CURS CURSOR FOR
         SELECT  ROUTKZ, WGR, ARTNR, AS_WGR, AS_ARTNR, FAKTOR
                ,NKSTELLEN
           FROM  =ARTCODE
          ORDER  BY ROUTKZ, WGR, ARTNR
         BROWSE  ACCESS
 END-EXEC

 PROCEDURE DIVISION.

******************************************************************
* Steuerung
******************************************************************
 A100-STEUERUNG SECTION.
 A100-00.
     PERFORM B000-VORLAUF
     IF  NOT W-ENDE
         IF  W-MODUS-VERGLEICH
             PERFORM B100-VERGLEICH
         ELSE
             PERFORM B200-UEBERNAHME
         END-IF
     END-IF
     PERFORM B090-ENDE
     STOP RUN
     .
 A100-99.
     EXIT.

******************************************************************
* Vorlauf: Parameter lesen, Abweichungsdatei oeffnen
******************************************************************
 B000-VORLAUF SECTION.
 B000-00.
     PERFORM U200-TIMESTAMP

     MOVE "MODUS" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:10) TO W-MODUS
     IF  NOT W-MODUS-VERGLEICH
     AND NOT W-MODUS-UEBERNAHME
         DISPLAY "PFCPVG7 - MODUS " W-MODUS
                 " unbekannt (VERGLEICH/UEBERNAHME)"
         SET W-ENDE TO TRUE
         EXIT SECTION
     END-IF
     DISPLAY "PFCPVG7 - Parameter " W-MODUS ", Lauf vom "
             TAGESDATUM

     IF  W-MODUS-VERGLEICH
**      ---> Tabellenfilter (optional)
         MOVE "TABELLE" TO STUP-PORTION
         PERFORM P950-GETPARAMTEXT
         IF  W-ENDE
             MOVE ZERO TO W-ENDE-FLAG
         ELSE
             MOVE STUP-TEXT (1:8) TO W-TAB-FILTER
             PERFORM VARYING W-TAB-IND FROM 1 BY 1
                     UNTIL   W-TAB-IND > K-TAB-MAX
                     OR      W-TAB-NAME (W-TAB-IND) = W-TAB-FILTER
                 CONTINUE
             END-PERFORM
             IF  W-TAB-IND > K-TAB-MAX
                 DISPLAY "PFCPVG7 - TABELLE " W-TAB-FILTER
                         " wird nicht verglichen"
                 SET W-ENDE TO TRUE
                 EXIT SECTION
             END-IF
         END-IF

         OPEN OUTPUT DIFF-DATEI
         IF  NOT PD-FILE-OK
             DISPLAY "PFCPVG7 - Abweichungsdatei PVGDIFF nicht "
                     "schreibbar, Status " PD-FILE-STATUS
             SET W-ENDE TO TRUE
         ELSE
             SET W-DATEI-OFFEN TO TRUE
         END-IF
         EXIT SECTION
     END-IF

**  ---> UEBERNAHME: Pathmon des Pflege-Servers (Batch ohne
**  ---> Pathway-Vorfahren muss ihn explizit benennen)
     MOVE "PATHMON" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE SPACES TO PS-PATHNAME
     MOVE STUP-TEXT (1:STUP-RESULT) TO PS-PATHNAME

**  ---> Benutzer ist Pflicht: die Historie soll zeigen, wer die
**  ---> Uebernahme veranlasst hat
     MOVE "USER" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         EXIT SECTION
     END-IF
     MOVE STUP-TEXT (1:8) TO W-USER

     MOVE "AKTIV" TO STUP-PORTION
     PERFORM P950-GETPARAMTEXT
     IF  W-ENDE
         MOVE ZERO TO W-ENDE-FLAG
     ELSE
         MOVE STUP-TEXT (1:10) TO W-AKTIV-DATUM
         IF  W-AKTIV-DATUM (5:1) NOT = "-"
         OR  W-AKTIV-DATUM (8:1) NOT = "-"
         OR  W-AKTIV-DATUM (1:4) IS NOT NUMERIC
         OR  W-AKTIV-DATUM (6:2) IS NOT NUMERIC
         OR  W-AKTIV-DATUM (9:2) IS NOT NUMERIC
             DISPLAY "PFCPVG7 - AKTIV " W-AKTIV-DATUM
                     " ungueltig (JJJJ-MM-TT)"
             SET W-ENDE TO TRUE
             EXIT SECTION
         END-IF
     END-IF

     OPEN INPUT DIFF-DATEI
     IF  NOT PD-FILE-OK
         DISPLAY "PFCPVG7 - Abweichungsdatei PVGDIFF nicht "
                 "lesbar, Status " PD-FILE-STATUS
         SET W-ENDE TO TRUE
     ELSE
         SET W-DATEI-OFFEN TO TRUE
     END-IF
     .
 B000-99.
     EXIT.

******************************************************************
* Ende / Zusammenfassung
******************************************************************
 B090-ENDE SECTION.
 B090-00.
     IF  W-DATEI-OFFEN
         CLOSE DIFF-DATEI
     END-IF

     DISPLAY " "
     IF  W-MODUS-VERGLEICH
         DISPLAY "PFCPVG7 - Zeilen gleich        : " W-ANZ-GLEICH
         DISPLAY "PFCPVG7 - nur in der Quelle (I): " W-ANZ-NEU
         DISPLAY "PFCPVG7 - geaendert         (U): " W-ANZ-GEAENDERT
         DISPLAY "PFCPVG7 - nur im Ziel       (D): " W-ANZ-GELOESCHT
         DISPLAY "PFCPVG7 - Abweichungen in PVGDIFF: " W-ANZ-DIFF
     END-IF
     IF  W-MODUS-UEBERNAHME
         DISPLAY "PFCPVG7 - Abweichungen gelesen : " W-ANZ-GELESEN
         DISPLAY "PFCPVG7 - davon ausgewaehlt    : "
                 W-ANZ-AUSGEWAEHLT
         DISPLAY "PFCPVG7 - uebernommen          : "
                 W-ANZ-UEBERNOMMEN
         DISPLAY "PFCPVG7 - zurueckgestellt      : " W-ANZ-ZURUECK
         DISPLAY "PFCPVG7 - abgewiesen           : " W-ANZ-FEHLER
     END-IF
     IF  W-ENDE
         DISPLAY "PFCPVG7 - !!! Lauf mit Fehler beendet"
     END-IF
     .
 B090-99.
     EXIT.

******************************************************************
* VERGLEICH: alle (bzw. die gewaehlte) Tabellen
******************************************************************
 B100-VERGLEICH SECTION.
 B100-00.
     PERFORM VARYING W-TAB-IND FROM 1 BY 1
             UNTIL   W-TAB-IND > K-TAB-MAX
             OR      W-ENDE
         IF  W-TAB-FILTER = SPACES
         OR  W-TAB-FILTER = W-TAB-NAME (W-TAB-IND)
             PERFORM C100-TABELLE-VERGLEICHEN
         END-IF
     END-PERFORM
     .
 B100-99.
     EXIT.

******************************************************************
* UEBERNAHME: die mit "J" markierten Abweichungen schicken
******************************************************************
 B200-UEBERNAHME SECTION.
 B200-00.
     READ DIFF-DATEI
     PERFORM UNTIL NOT PD-FILE-OK
                OR W-ENDE
         ADD 1 TO W-ANZ-GELESEN
         IF  PD-UEBERNEHMEN
             ADD 1 TO W-ANZ-AUSGEWAEHLT
             PERFORM C200-SATZ-UEBERNEHMEN
         END-IF
         READ DIFF-DATEI
     END-PERFORM
     IF  W-ANZ-AUSGEWAEHLT = ZERO
     AND NOT W-ENDE
         DISPLAY "PFCPVG7 - keine Abweichung mit AUSWAHL J "
                 "markiert - nichts uebernommen"
     END-IF
     .
 B200-99.
     EXIT.

******************************************************************
* Eine Tabelle vergleichen: beide Seiten nach dem Schluessel
* sortiert lesen und mischen
*   nur Quelle -> I (Zeile der Quelle)
*   nur Ziel   -> D (Zeile des Ziels)
*   beide, Bild verschieden -> U (Zeile der Quelle)
******************************************************************
 C100-TABELLE-VERGLEICHEN SECTION.
 C100-00.
     DISPLAY " "
     DISPLAY "--- Tabelle " W-TAB-NAME (W-TAB-IND) " ---"

     PERFORM S900-OPEN-QUELLE
     IF  W-ENDE
         EXIT SECTION
     END-IF
     PERFORM S930-OPEN-ZIEL
     IF  W-ENDE
         PERFORM S920-CLOSE-QUELLE
         EXIT SECTION
     END-IF

     PERFORM S910-FETCH-QUELLE
     PERFORM S940-FETCH-ZIEL
     PERFORM UNTIL (W-Q-EOD AND W-Z-EOD)
                OR W-ENDE
         EVALUATE TRUE
             WHEN W-Z-EOD
             WHEN NOT W-Q-EOD
              AND W-Q-SCHLUESSEL < W-Z-SCHLUESSEL
                 MOVE "I"            TO W-DIFF-AKTION
                 MOVE W-Q-SCHLUESSEL TO W-DIFF-SCHLUESSEL
                 MOVE W-Q-BILD       TO W-DIFF-BILD
                 ADD 1 TO W-ANZ-NEU
                 PERFORM C110-ABWEICHUNG
                 PERFORM S910-FETCH-QUELLE
             WHEN W-Q-EOD
             WHEN W-Z-SCHLUESSEL < W-Q-SCHLUESSEL
                 MOVE "D"            TO W-DIFF-AKTION
                 MOVE W-Z-SCHLUESSEL TO W-DIFF-SCHLUESSEL
                 MOVE W-Z-BILD       TO W-DIFF-BILD
                 ADD 1 TO W-ANZ-GELOESCHT
                 PERFORM C110-ABWEICHUNG
                 PERFORM S940-FETCH-ZIEL
             WHEN OTHER
                 IF  W-Q-BILD = W-Z-BILD
                     ADD 1 TO W-ANZ-GLEICH
                 ELSE
                     MOVE "U"            TO W-DIFF-AKTION
                     MOVE W-Q-SCHLUESSEL TO W-DIFF-SCHLUESSEL
                     MOVE W-Q-BILD       TO W-DIFF-BILD
                     ADD 1 TO W-ANZ-GEAENDERT
                     PERFORM C110-ABWEICHUNG
                 END-IF
                 PERFORM S910-FETCH-QUELLE
                 PERFORM S940-FETCH-ZIEL
         END-EVALUATE
     END-PERFORM

     PERFORM S920-CLOSE-QUELLE
     PERFORM S950-CLOSE-ZIEL
     .
 C100-99.
     EXIT.

******************************************************************
* Abweichung listen und als Pflege-Nachricht in PVGDIFF stellen;
* bei U stehen Quelle und Ziel zum Vergleich untereinander
******************************************************************
 C110-ABWEICHUNG SECTION.
 C110-00.
     ADD 1 TO W-ANZ-DIFF
     DISPLAY W-ANZ-DIFF " " W-DIFF-AKTION " "
             W-TAB-NAME (W-TAB-IND) " " W-DIFF-SCHLUESSEL
     EVALUATE W-DIFF-AKTION
         WHEN "I"    DISPLAY "      Quelle: " W-Q-BILD (1:70)
         WHEN "D"    DISPLAY "      Ziel  : " W-Z-BILD (1:70)
         WHEN OTHER  DISPLAY "      Quelle: " W-Q-BILD (1:70)
                     DISPLAY "      Ziel  : " W-Z-BILD (1:70)
     END-EVALUATE

     MOVE SPACES                 TO DIFF-SATZ
     MOVE W-ANZ-DIFF             TO PD-LFDNR
     MOVE W-DIFF-AKTION          TO PD-AKTION
     MOVE W-TAB-NAME (W-TAB-IND) TO PD-TABELLE
     MOVE W-DIFF-SCHLUESSEL      TO PD-SCHLUESSEL
     MOVE W-DIFF-BILD            TO PD-DATEN
     WRITE DIFF-SATZ
     IF  NOT PD-FILE-OK
         DISPLAY "PFCPVG7 - Schreibfehler PVGDIFF, Status "
                 PD-FILE-STATUS
         SET W-ENDE TO TRUE
     END-IF
     .
 C110-99.
     EXIT.

******************************************************************
* Lesbaren Schluessel aus dem Bild W-BILD bilden (W-SCHLUESSEL);
* die Reihenfolge der Teile entspricht dem ORDER BY der Cursor,
* damit der Vergleich der Schluessel die Sortierung trifft
******************************************************************
 C120-SCHLUESSEL-BILDEN SECTION.
 C120-00.
     MOVE SPACES TO W-SCHLUESSEL
     EVALUATE W-TAB-IND
         WHEN 1
             STRING  WB-F-ROUTKZ "/" WB-F-CARDID "/"
                     WB-F-ISONTYP "/" WB-F-KZ-MSG "/"
                     WB-F-BMP "/" WB-F-LFDNR
                         DELIMITED BY SIZE
               INTO  W-SCHLUESSEL
             END-STRING
         WHEN 2
             STRING  WB-K-ROUTKZ "/" WB-K-CARDID "/"
                     WB-K-KEYNAME
                         DELIMITED BY SIZE
               INTO  W-SCHLUESSEL
             END-STRING
         WHEN 3
             STRING  WB-I-APPL-KZ "/" WB-I-IFSF-AC
                         DELIMITED BY SIZE
               INTO  W-SCHLUESSEL
             END-STRING
         WHEN 4
             MOVE WB-P-ROUTKZ TO W-SCHLUESSEL
         WHEN 5
             STRING  WB-C-ROUTKZ "/" WB-C-WGR "/" WB-C-ARTNR
                         DELIMITED BY SIZE
               INTO  W-SCHLUESSEL
             END-STRING
     END-EVALUATE
     .
 C120-99.
     EXIT.

******************************************************************
* Eine markierte Abweichung als Pflege-Nachricht schicken; die
* fachliche Pruefung macht der Pflege-Server (RC/Meldung)
******************************************************************
 C200-SATZ-UEBERNEHMEN SECTION.
 C200-00.
     IF  PD-AKTION NOT = "I"
     AND PD-AKTION NOT = "U"
     AND PD-AKTION NOT = "D"
         ADD 1 TO W-ANZ-FEHLER
         DISPLAY "PFCPVG7 - Abweichung " PD-LFDNR
                 " mit unbekannter Aktion " PD-AKTION
         EXIT SECTION
     END-IF

     MOVE SPACES         TO MNT-NACHRICHT
     MOVE PD-AKTION      TO MNT-AKTION
     MOVE PD-TABELLE     TO MNT-TABELLE
     MOVE W-USER         TO MNT-USER
     MOVE W-AKTIV-DATUM  TO MNT-AKTIV-DATUM
     MOVE ZEROS          TO MNT-RC
     MOVE PD-DATEN       TO MNT-DATEN

     PERFORM P100-PATHSEND
     IF  W-ENDE
         EXIT SECTION
     END-IF

     IF  MNT-RC NOT = ZEROS
         ADD 1 TO W-ANZ-FEHLER
         DISPLAY "PFCPVG7 - Abweichung " PD-LFDNR " "
                 PD-AKTION " " PD-TABELLE " " PD-SCHLUESSEL
         DISPLAY "          RC " MNT-RC ": " MNT-MELDUNG
         EXIT SECTION
     END-IF

     IF  W-AKTIV-DATUM NOT = SPACES
     AND W-AKTIV-DATUM > TAGESDATUM (1:10)
         ADD 1 TO W-ANZ-ZURUECK
     ELSE
         ADD 1 TO W-ANZ-UEBERNOMMEN
     END-IF
     DISPLAY "PFCPVG7 - Abweichung " PD-LFDNR " "
             PD-AKTION " " PD-TABELLE " " PD-SCHLUESSEL
             " : " MNT-MELDUNG
     .
 C200-99.
     EXIT.

******************************************************************
* Pflege-Nachricht an PFCMNT7S schicken; ein Sendefehler beendet
* den Lauf (bereits uebernommene Abweichungen weist ein erneuter
* Lauf mit RC 30/31 ab bzw. ueberschreibt sie mit demselben Bild)
******************************************************************
 P100-PATHSEND SECTION.
 P100-00.
**  ---> PS-PATHNAME kommt aus dem PATHMON-Parameter (B000)
     MOVE 389         TO PS-REQLEN
                         PS-MAXREPLEN
     MOVE ZERO        TO PS-AKTREPLEN
                         PS-ERROR
     MOVE 3000        TO PS-TIMEOUT

     ENTER "SERVERCLASS_SEND_" USING  PS-PATHNAME
                                      PS-PATHNAMELEN
                                      PS-SRVCLASS
                                      PS-SRVCLASSLEN
                                      MNT-NACHRICHT
                                      PS-REQLEN
                                      PS-MAXREPLEN
                                      PS-AKTREPLEN
                                      PS-TIMEOUT
                               GIVING PS-ERROR

     IF  PS-ERROR NOT = ZERO
         SET W-ENDE TO TRUE
         ENTER "SERVERCLASS_SEND_INFO_" USING SSI-PSERROR
                                              SSI-FSERROR
                                       GIVING SSI-ERROR
         MOVE SSI-PSERROR TO D-NUM4
         DISPLAY "PFCPVG7 - Sendefehler " D-NUM4
                 " an " PS-SRVCLASS " bei Abweichung " PD-LFDNR
                 " - Lauf abgebrochen"
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
                     DISPLAY "PFCPVG7 - Parameter fehlt: "
                             STUP-PORTION
                     SET W-ENDE TO TRUE
         WHEN OTHER  CONTINUE
     END-EVALUATE
     .
 P950-99.
     EXIT.

******************************************************************
* Cursor der Quelle oeffnen
******************************************************************
 S900-OPEN-QUELLE SECTION.
 S900-00.
     EVALUATE W-TAB-IND
         WHEN 1
             EXEC SQL
                 OPEN QFCPARAM_CURS
             END-EXEC
         WHEN 2
             EXEC SQL
                 OPEN QKEYNAMEN_CURS
             END-EXEC
         WHEN 3
             EXEC SQL
                 OPEN QIFSFAC_CURS
             END-EXEC
         WHEN 4
             EXEC SQL
                 OPEN QASPROFIL_CURS
             END-EXEC
         WHEN 5
             EXEC SQL
                 OPEN QARTCODE_CURS
             END-EXEC
     END-EVALUATE
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-Q-OK  TO TRUE
         WHEN OTHER  SET W-Q-NOK TO TRUE
                     DISPLAY "PFCPVG7 - Quelle =Q"
                             W-TAB-NAME (W-TAB-IND)
                             " nicht lesbar (DEFINE gesetzt?)"
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S900-99.
     EXIT.

******************************************************************
* Naechste Zeile der Quelle: Bild und Schluessel nach W-Q-...
******************************************************************
 S910-FETCH-QUELLE SECTION.
 S910-00.
     MOVE SPACES TO W-BILD
     EVALUATE W-TAB-IND
         WHEN 1
             EXEC SQL
                 FETCH QFCPARAM_CURS
                  INTO :ROUTKZ        of FCPARAM
                      ,:CARDID        of FCPARAM
                      ,:ISONTYP       of FCPARAM
                      ,:KZ-MSG        of FCPARAM
                      ,:BMP           of FCPARAM
                      ,:LFDNR         of FCPARAM
                      ,:KZ-ABWEICHUNG of FCPARAM
             END-EXEC
         WHEN 2
             EXEC SQL
                 FETCH QKEYNAMEN_CURS
                  INTO :ROUTKZ   of KEYNAMEN
                      ,:CARDID   of KEYNAMEN
                      ,:ASNAME   of KEYNAMEN
                      ,:KEYNAME  of KEYNAMEN
                      ,:ISOGEN   of KEYNAMEN
                      ,:ISOVERS  of KEYNAMEN
                      ,:OPTIONEN of KEYNAMEN
             END-EXEC
         WHEN 3
             EXEC SQL
                 FETCH QIFSFAC_CURS
                  INTO :APPL-KZ of IFSFAC
                      ,:IFSF-AC of IFSFAC
                      ,:WEAT-AC of IFSFAC
             END-EXEC
         WHEN 4
             EXEC SQL
                 FETCH QASPROFIL_CURS
                  INTO :ROUTKZ     of ASPROFIL
                      ,:BASIS-VERF of ASPROFIL
             END-EXEC
         WHEN 5
             EXEC SQL
                 FETCH QARTCODE_CURS
                  INTO :ROUTKZ    of ARTCODE
                      ,:WGR       of ARTCODE
                      ,:ARTNR     of ARTCODE
                      ,:AS-WGR    of ARTCODE
                      ,:AS-ARTNR  of ARTCODE
                      ,:FAKTOR    of ARTCODE
                      ,:NKSTELLEN of ARTCODE
             END-EXEC
     END-EVALUATE
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-Q-OK  TO TRUE
                     PERFORM S960-BILD-AUFBAUEN
                     MOVE W-BILD       TO W-Q-BILD
                     MOVE W-SCHLUESSEL TO W-Q-SCHLUESSEL
         WHEN 100    SET W-Q-EOD TO TRUE
                     MOVE HIGH-VALUES TO W-Q-SCHLUESSEL
         WHEN OTHER  SET W-Q-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S910-99.
     EXIT.

 S920-CLOSE-QUELLE SECTION.
 S920-00.
     EVALUATE W-TAB-IND
         WHEN 1
             EXEC SQL
                 CLOSE QFCPARAM_CURS
             END-EXEC
         WHEN 2
             EXEC SQL
                 CLOSE QKEYNAMEN_CURS
             END-EXEC
         WHEN 3
             EXEC SQL
                 CLOSE QIFSFAC_CURS
             END-EXEC
         WHEN 4
             EXEC SQL
                 CLOSE QASPROFIL_CURS
             END-EXEC
         WHEN 5
             EXEC SQL
                 CLOSE QARTCODE_CURS
             END-EXEC
     END-EVALUATE
     .
 S920-99.
     EXIT.

******************************************************************
* Cursor des eigenen Katalogs (Ziel) oeffnen
******************************************************************
 S930-OPEN-ZIEL SECTION.
 S930-00.
     EVALUATE W-TAB-IND
         WHEN 1
             EXEC SQL
                 OPEN ZFCPARAM_CURS
             END-EXEC
         WHEN 2
             EXEC SQL
                 OPEN ZKEYNAMEN_CURS
             END-EXEC
         WHEN 3
             EXEC SQL
                 OPEN ZIFSFAC_CURS
             END-EXEC
         WHEN 4
             EXEC SQL
                 OPEN ZASPROFIL_CURS
             END-EXEC
         WHEN 5
             EXEC SQL
                 OPEN ZARTCODE_CURS
             END-EXEC
     END-EVALUATE
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-Z-OK  TO TRUE
         WHEN OTHER  SET W-Z-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S930-99.
     EXIT.

******************************************************************
* Naechste Zeile des Ziels: Bild und Schluessel nach W-Z-...
******************************************************************
 S940-FETCH-ZIEL SECTION.
 S940-00.
     MOVE SPACES TO W-BILD
     EVALUATE W-TAB-IND
         WHEN 1
             EXEC SQL
                 FETCH ZFCPARAM_CURS
                  INTO :ROUTKZ        of FCPARAM
                      ,:CARDID        of FCPARAM
                      ,:ISONTYP       of FCPARAM
                      ,:KZ-MSG        of FCPARAM
                      ,:BMP           of FCPARAM
                      ,:LFDNR         of FCPARAM
                      ,:KZ-ABWEICHUNG of FCPARAM
             END-EXEC
         WHEN 2
             EXEC SQL
                 FETCH ZKEYNAMEN_CURS
                  INTO :ROUTKZ   of KEYNAMEN
                      ,:CARDID   of KEYNAMEN
                      ,:ASNAME   of KEYNAMEN
                      ,:KEYNAME  of KEYNAMEN
                      ,:ISOGEN   of KEYNAMEN
                      ,:ISOVERS  of KEYNAMEN
                      ,:OPTIONEN of KEYNAMEN
             END-EXEC
         WHEN 3
             EXEC SQL
                 FETCH ZIFSFAC_CURS
                  INTO :APPL-KZ of IFSFAC
                      ,:IFSF-AC of IFSFAC
                      ,:WEAT-AC of IFSFAC
             END-EXEC
         WHEN 4
             EXEC SQL
                 FETCH ZASPROFIL_CURS
                  INTO :ROUTKZ     of ASPROFIL
                      ,:BASIS-VERF of ASPROFIL
             END-EXEC
         WHEN 5
             EXEC SQL
                 FETCH ZARTCODE_CURS
                  INTO :ROUTKZ    of ARTCODE
                      ,:WGR       of ARTCODE
                      ,:ARTNR     of ARTCODE
                      ,:AS-WGR    of ARTCODE
                      ,:AS-ARTNR  of ARTCODE
                      ,:FAKTOR    of ARTCODE
                      ,:NKSTELLEN of ARTCODE
             END-EXEC
     END-EVALUATE
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-Z-OK  TO TRUE
                     PERFORM S960-BILD-AUFBAUEN
                     MOVE W-BILD       TO W-Z-BILD
                     MOVE W-SCHLUESSEL TO W-Z-SCHLUESSEL
         WHEN 100    SET W-Z-EOD TO TRUE
                     MOVE HIGH-VALUES TO W-Z-SCHLUESSEL
         WHEN OTHER  SET W-Z-NOK TO TRUE
                     PERFORM Z002-PROGERR
     END-EVALUATE
     .
 S940-99.
     EXIT.

 S950-CLOSE-ZIEL SECTION.
 S950-00.
     EVALUATE W-TAB-IND
         WHEN 1
             EXEC SQL
                 CLOSE ZFCPARAM_CURS
             END-EXEC
         WHEN 2
             EXEC SQL
                 CLOSE ZKEYNAMEN_CURS
             END-EXEC
         WHEN 3
             EXEC SQL
                 CLOSE ZIFSFAC_CURS
             END-EXEC
         WHEN 4
             EXEC SQL
                 CLOSE ZASPROFIL_CURS
             END-EXEC
         WHEN 5
             EXEC SQL
                 CLOSE ZARTCODE_CURS
             END-EXEC
     END-EVALUATE
     .
 S950-99.
     EXIT.

******************************************************************
* Gelesene Zeile (Satzaufbau der INVOKE-Strukturen) ins Bild
* W-BILD uebertragen und den Schluessel bilden
******************************************************************
 S960-BILD-AUFBAUEN SECTION.
 S960-00.
     EVALUATE W-TAB-IND
         WHEN 1
             MOVE ROUTKZ        OF FCPARAM  TO WB-F-ROUTKZ
             MOVE CARDID        OF FCPARAM  TO WB-F-CARDID
             MOVE ISONTYP       OF FCPARAM  TO WB-F-ISONTYP
             MOVE KZ-MSG        OF FCPARAM  TO WB-F-KZ-MSG
             MOVE BMP           OF FCPARAM  TO WB-F-BMP
             MOVE LFDNR         OF FCPARAM  TO WB-F-LFDNR
             MOVE KZ-ABWEICHUNG OF FCPARAM  TO WB-F-KZ-ABWEICHUNG
         WHEN 2
             MOVE ROUTKZ        OF KEYNAMEN TO WB-K-ROUTKZ
             MOVE CARDID        OF KEYNAMEN TO WB-K-CARDID
             MOVE ASNAME        OF KEYNAMEN TO WB-K-ASNAME
             MOVE KEYNAME       OF KEYNAMEN TO WB-K-KEYNAME
             MOVE ISOGEN        OF KEYNAMEN TO WB-K-ISOGEN
             MOVE ISOVERS       OF KEYNAMEN TO WB-K-ISOVERS
             MOVE OPTIONEN      OF KEYNAMEN TO WB-K-OPTIONEN
         WHEN 3
             MOVE APPL-KZ       OF IFSFAC   TO WB-I-APPL-KZ
             MOVE IFSF-AC       OF IFSFAC   TO WB-I-IFSF-AC
             MOVE WEAT-AC       OF IFSFAC   TO WB-I-WEAT-AC
         WHEN 4
             MOVE ROUTKZ        OF ASPROFIL TO WB-P-ROUTKZ
             MOVE BASIS-VERF    OF ASPROFIL TO WB-P-BASIS-VERF
         WHEN 5
             MOVE ROUTKZ        OF ARTCODE  TO WB-C-ROUTKZ
             MOVE WGR           OF ARTCODE  TO WB-C-WGR
             MOVE ARTNR         OF ARTCODE  TO WB-C-ARTNR
             MOVE AS-WGR        OF ARTCODE  TO WB-C-AS-WGR
             MOVE AS-ARTNR      OF ARTCODE  TO WB-C-AS-ARTNR
             MOVE FAKTOR        OF ARTCODE  TO WB-C-FAKTOR
             MOVE NKSTELLEN     OF ARTCODE  TO WB-C-NKSTELLEN
     END-EVALUATE
     PERFORM C120-SCHLUESSEL-BILDEN
     .
 S960-99.
     EXIT.

******************************************************************
* TIMESTAMP erstellen
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
     DISPLAY "PFCPVG7 - SQL-Fehler, SQLCODE: " SQLCODE OF SQLCA
     SET W-ENDE TO TRUE
     .
 Z002-99.
     EXIT.
