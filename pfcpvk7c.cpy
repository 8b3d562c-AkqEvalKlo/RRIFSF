*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.00
* Kurzbeschreibung :: Schnittstelle zum Krypto-Baustein PFCPVK7 (PAN-Tresor).
* Kurzbeschreibung :: Feldbeschreibung siehe Kopf von PFCPVK7.
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
* Aufruf      :: COPY PFCPVK7C OF "=MSGLIB"
*                in der LINKAGE SECTION von PFCPVK7 und in der
*                WORKING-STORAGE SECTION der Aufrufer:
*                PFCPRE7, PFCOFF7S, PFCSTO7, PFCFAD7S, PFCMNT7, AFCAUT7,
*                PFCRGN7, PFCSHD7, PFCNTF7, PFCPVR7, RFCDTK7, RFCDSG7,
*                RFCEMI7, RFCFRV7, RFCRPL7
*
******************************************************************

 01          PVK-PFCPVK7C.
     05      PVK-FUNKTION        PIC X(01).
          88 PVK-HASH-BILDEN                 VALUE "H".
          88 PVK-VERSCHLUESSELN              VALUE "V".
          88 PVK-ENTSCHLUESSELN              VALUE "E".
     05      PVK-RCODE           PIC S9(04) COMP.
          88 PVK-OK                          VALUE ZERO.
          88 PVK-ERR                         VALUE 1 THRU 9999.
     05      PVK-HSM-RCODE       PIC S9(04) COMP.
     05      PVK-KANR            PIC X(19).
     05      PVK-KANR-HASH       PIC X(64).
     05      PVK-KANR-ENC        PIC X(64).
     05      PVK-KEY-VERSION     PIC 9(04).
