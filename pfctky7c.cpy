*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.00
* Kurzbeschreibung :: Schnittstelle zum Baustein PFCTKY7 (Terminal-Arbeits-
* Kurzbeschreibung :: schluessel).
* Kurzbeschreibung :: Feldbeschreibung siehe Kopf von PFCTKY7.
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
* Aufruf      :: COPY PFCTKY7C OF "=MSGLIB"
*                in der LINKAGE SECTION von PFCTKY7 und in der
*                WORKING-STORAGE SECTION der Aufrufer:
*                PFCPRE7, PFCOFF7S, AFCAUT7, AFCPRE7, PFCTRM7
*
******************************************************************

 01          TKY-PFCTKY7C.
     05      TKY-FUNKTION        PIC X(01).
          88 TKY-LESEN                       VALUE "L".
          88 TKY-ERZEUGEN                    VALUE "G".
     05      TKY-RCODE           PIC S9(04) COMP.
          88 TKY-OK                          VALUE ZERO.
          88 TKY-ERR                         VALUE 1 THRU 9999.
     05      TKY-HSM-RCODE       PIC S9(04) COMP.
     05      TKY-TERMNR          PIC 9(08).
     05      TKY-KZ-EIGEN        PIC X(01).
          88 TKY-EIGENE-KEYS                 VALUE "J".
     05      TKY-MACKEY          PIC X(04).
     05      TKY-PACKEY          PIC X(04).
     05      TKY-KZ-ALT          PIC X(01).
          88 TKY-ALT-GUELTIG                 VALUE "J".
     05      TKY-MACKEY-ALT      PIC X(04).
     05      TKY-PACKEY-ALT      PIC X(04).
     05      TKY-KEK-NAME        PIC X(08).
     05      TKY-MAC-NAME        PIC X(08).
     05      TKY-MAC-KEK         PIC X(32).
     05      TKY-MAC-KCV         PIC X(06).
     05      TKY-PAC-NAME        PIC X(08).
     05      TKY-PAC-KEK         PIC X(32).
     05      TKY-PAC-KCV         PIC X(06).
