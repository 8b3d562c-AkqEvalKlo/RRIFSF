*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.00
* Kurzbeschreibung :: Schnittstelle zum Baustein PFCTNK7 (Tankinhalts- und
* Kurzbeschreibung :: Kraftstoffpruefung).
* Kurzbeschreibung :: Feldbeschreibung siehe Kopf von PFCTNK7.
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
* Aufruf      :: COPY PFCTNK7C OF "=MSGLIB"
*                in der LINKAGE SECTION von PFCTNK7 und in der
*                WORKING-STORAGE SECTION der Aufrufer:
*                PFCPRE7, PFCOFF7S
*
******************************************************************

 01          TNK-PFCTNK7C.
     05      TNK-RCODE           PIC S9(04) COMP.
          88 TNK-OK                          VALUE ZERO.
          88 TNK-ERR                         VALUE 1 THRU 9999.
     05      TNK-SQLCODE         PIC S9(04) COMP.
     05      TNK-ROUTKZ          PIC 9(02).
     05      TNK-CARDID          PIC S9(04) COMP.
     05      TNK-KANR            PIC X(19).
     05      TNK-FZNR            PIC X(12).
     05      TNK-VUNR            PIC X(15).
     05      TNK-DATUM           PIC X(10).
     05      TNK-PNR             PIC X(02).
     05      TNK-TERMNR          PIC 9(08).
     05      TNK-TRACENR         PIC 9(06).
     05      TNK-ISONTYP         PIC 9(04).
     05      TNK-MDNR            PIC 9(08).
     05      TNK-TSNR            PIC 9(08).
     05      TNK-ANZ-ZEILEN      PIC S9(04) COMP.
     05      TNK-ZEILE           OCCURS 30.
      10     TNK-Z-WGR           PIC X(03).
      10     TNK-Z-KLASSE        PIC X(01).
      10     TNK-Z-KRAFTSTOFF    PIC X(02).
      10     TNK-Z-MENGE         PIC 9(08).
     05      TNK-KZ-ERGEBNIS     PIC X(01).
          88 TNK-NICHT-GEPRUEFT              VALUE SPACE.
          88 TNK-IN-ORDNUNG                  VALUE "0".
          88 TNK-KENNZEICHNEN                VALUE "K".
          88 TNK-ABLEHNEN                    VALUE "A".
     05      TNK-AC              PIC 9(03).
     05      TNK-KZ-GRUND        PIC X(01).
