?SEARCH  $SYSTEM.SYSTEM.COBOLLIB
?SEARCH  =TALLIB

*R000095 - Krypto-Baustein PAN-Tresor
?SEARCH  =PFCPVK7
*R000095 - Ende

?NOLMAP, SYMBOLS, INSPECT
?SAVE ALL
?LINES 66
 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.02
* Kurzbeschreibung :: Kontrollierte De-Tokenisierung: gibt zu einem
* Kurzbeschreibung :: PAN-Token aus =PANVAULT die Kartennummer im
* Kurzbeschreibung :: Klartext aus - ausschliesslich fuer Dispute-
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.02|2026-10-15| kl  | Review:
*       |          |     | - Schnittstelle zu PFCPVK7 als COPY statt
*       |          |     |   eigener 01-Stufe
*-------|----------|-----|-------------------------------------------*
*G.01.01|2026-10-15| kl  | R7-531:
*       |          |     | - PAN-Tresor: die Kartennummer steht
*       |          |     |   verschluesselt in KANR_ENC und wird
*       |          |     |   ueber den Krypto-Baustein PFCPVK7 mit
*       |          |     |   der Schluesselversion des Satzes
*       |          |     |   zurueckgeholt (KEY_VERSION 0: Altsatz,
*       |          |     |   KANR noch im Klartext)
*-------|----------|-----|-------------------------------------------*
*G.01.00|2026-08-22| kl  | R7-488:
*       |          |     | - Neuanlage
*-------|----------|-----|-------------------------------------------*
*
* C100-TOKEN-AUFLOESEN
*
*R000095 - Anfang
* M100-CALL-PFCPVK7
*R000095 - Ende
*
* P950-GETPARAMTEXT
*
* S900-SELECT-PANVAULT
 01          W-TREFFER-FLAG      PIC 9       VALUE ZERO.
     88      W-KEIN-TREFFER                  VALUE ZERO.
     88      W-TREFFER                       VALUE 1.
*R000095 - Satz gefunden, Kartennummer nicht entschluesselbar
     88      W-NICHT-LESBAR                  VALUE 2.

**  ---> Parameter
 01          W-TOKEN             PIC X(19)   VALUE SPACES.
     05      STUP-PORTION        PIC  X(30) VALUE "STRING".
     05      STUP-TEXT           PIC X(128).

*R000095 - Anfang
**          ---> Schnittstelle zum Krypto-Baustein PFCPVK7
     COPY    PFCPVK7C OF "=MSGLIB".
 01          PVK-RCODE-D         PIC 9(04)   VALUE ZEROS.
 01          PVK-HSM-RCODE-D     PIC -9(04)  VALUE ZEROS.
*R000095 - Ende

 EXTENDED-STORAGE SECTION.

 EXEC SQL
         DISPLAY "RFCDTK7 - Benutzer : " W-BENUTZER
         DISPLAY "RFCDTK7 - Grund    : " W-GRUND
     ELSE
*R000095 - Anfang
         IF  W-NICHT-LESBAR
             DISPLAY "RFCDTK7 - Token nicht entschluesselbar: "
                     W-TOKEN
         ELSE
             DISPLAY "RFCDTK7 - Token unbekannt: " W-TOKEN
         END-IF
*R000095 - Ende
     END-IF
     .
 C100-99.
     EXIT.

*R000095 - Anfang
******************************************************************
* Kartennummer ueber den Krypto-Baustein entschluesseln
* (KANR_ENC unter der Schluesselversion des Tresorsatzes)
******************************************************************
 M100-CALL-PFCPVK7 SECTION.
 M100-00.
     SET  PVK-ENTSCHLUESSELN      TO TRUE
     MOVE KANR-ENC    OF PANVAULT TO PVK-KANR-ENC
     MOVE KEY-VERSION OF PANVAULT TO PVK-KEY-VERSION
     CALL "PFCPVK7" USING PVK-PFCPVK7C
     IF  PVK-OK
         MOVE PVK-KANR TO KANR OF PANVAULT
     ELSE
         MOVE PVK-RCODE     TO PVK-RCODE-D
         MOVE PVK-HSM-RCODE TO PVK-HSM-RCODE-D
         SET  W-NICHT-LESBAR TO TRUE
         MOVE SPACES        TO KANR OF PANVAULT
         DISPLAY "RFCDTK7 - PFCPVK7 RCODE " PVK-RCODE-D
                 " HSM " PVK-HSM-RCODE-D
                 " - Kartennummer nicht entschluesselbar"
     END-IF
     .
 M100-99.
     EXIT.
*R000095 - Ende

******************************************************************
* Aufruf COBOL-Utility: GETPARAMTEXT
******************************************************************
     SET W-KEIN-TREFFER TO TRUE
     MOVE W-TOKEN TO TOKEN OF PANVAULT

*R000095 - Anfang
**  ---> die Kartennummer steht verschluesselt im Tresor (Altsatz
**  ---> KEY_VERSION 0: noch im Klartext in KANR)
     EXEC SQL
         SELECT  KANR, KANR_ENC, KEY_VERSION
           INTO :KANR        of PANVAULT
               ,:KANR-ENC    of PANVAULT
               ,:KEY-VERSION of PANVAULT
           FROM  =PANVAULT
          WHERE  TOKEN = :TOKEN of PANVAULT
         BROWSE  ACCESS
     END-EXEC
*R000095 - Ende

     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET W-TREFFER TO TRUE
*R000095 - Anfang
                     IF  KEY-VERSION OF PANVAULT NOT = ZERO
                         PERFORM M100-CALL-PFCPVK7
                     END-IF
*R000095 - Ende
         WHEN 100    CONTINUE
         WHEN OTHER  PERFORM Z002-PROGERR
     END-EVALUATE
