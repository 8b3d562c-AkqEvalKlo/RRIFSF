*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.00
* Kurzbeschreibung :: Schnittstelle zum Baustein PFCKON7 (Nachrichten-
* Kurzbeschreibung :: Konformitaet).
* Kurzbeschreibung :: Feldbeschreibung siehe Kopf von PFCKON7.
* Package          :: ICC
*
* Aenderungen
*
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-10-15| kl  | Review:
*       |          |     | - Neuanlage; die Schnittstelle stand
*       |          |     |   bisher als eigene 01-Stufe in jedem
*       |          |     |   Aufrufer
*-------|----------|-----|-------------------------------------------*
*
* Aufruf      :: COPY PFCKON7C OF "=MSGLIB"
*                in der LINKAGE SECTION von PFCKON7 und in der
*                WORKING-STORAGE SECTION der Aufrufer:
*                PFCPRE7, PFCSTO7, PFCFAD7S, PFCOFF7S
*
******************************************************************

 01          KON-PFCKON7C.
     05      KON-RICHTUNG        PIC X(01).
          88 KON-TERMINAL                    VALUE "T".
          88 KON-AS                          VALUE "A".
     05      KON-RCODE           PIC S9(04) COMP.
          88 KON-OK                          VALUE ZERO.
          88 KON-ERR                         VALUE 1 THRU 9999.
     05      KON-SQLCODE         PIC S9(04) COMP.
     05      KON-NTYPE           PIC 9(04).
     05      KON-ABWKZ           PIC X(02).
     05      KON-ROUTKZ          PIC S9(04) COMP.
     05      KON-TERMNR          PIC 9(08).
     05      KON-TRACENR         PIC 9(06).
     05      KON-MDNR            PIC 9(08).
     05      KON-TSNR            PIC 9(08).
     05      KON-ERGEBNIS        PIC X(01).
          88 KON-KONFORM                     VALUE "J".
          88 KON-VERSTOSS                    VALUE "N".
     05      KON-ANZ-VERSTOSS    PIC S9(04) COMP.
     05      KON-FEHLER-BMP      PIC 9(02).
     05      KON-FEHLER          PIC X(01).
     05      KON-BMP-TAB         OCCURS 64.
      10     KON-VORH            PIC 9(01).
      10     KON-POS             PIC S9(04) COMP.
      10     KON-LEN             PIC S9(04) COMP.
     05      KON-DATLEN          PIC S9(04) COMP.
     05      KON-DATEN           PIC X(2048).
