*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.00
* Kurzbeschreibung :: Schnittstelle zum Baustein PFCNTQ7 (Benachrichtigungs-
* Kurzbeschreibung :: Feed).
* Kurzbeschreibung :: Feldbeschreibung siehe Kopf von PFCNTQ7.
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
* Aufruf      :: COPY PFCNTQ7C OF "=MSGLIB"
*                in der LINKAGE SECTION von PFCNTQ7 und in der
*                WORKING-STORAGE SECTION der Aufrufer:
*                PFCPRE7, AFCAUT7, AFCPRE7, PFCOFF7S, PFCSTO7, PFCFAD7S
*
******************************************************************

 01          NTQ-PFCNTQ7C.
     05      NTQ-ART             PIC X(01).
          88 NTQ-AUTORISIERUNG               VALUE "A".
          88 NTQ-NACHBUCHUNG                 VALUE "C".
          88 NTQ-STORNO                      VALUE "R".
     05      NTQ-RCODE           PIC S9(04) COMP.
          88 NTQ-OK                          VALUE ZERO.
          88 NTQ-ERR                         VALUE 1 THRU 9999.
     05      NTQ-SQLCODE         PIC S9(04) COMP.
     05      NTQ-PNR             PIC S9(18) COMP.
     05      NTQ-TERMNR          PIC 9(08).
     05      NTQ-TRACENR         PIC 9(06).
     05      NTQ-ISONTYP         PIC 9(04).
     05      NTQ-VUNR            PIC X(15).
     05      NTQ-AC              PIC 9(03).
     05      NTQ-KZ-ABO          PIC X(01).
          88 NTQ-ABONNIERT                   VALUE "J".
