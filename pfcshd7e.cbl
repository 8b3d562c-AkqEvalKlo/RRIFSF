?SEARCH  =WISO107
?SEARCH  =WISO207

*R000095 - Krypto-Baustein PAN-Tresor
?SEARCH  =PFCPVK7
*R000095 - Ende

?NOLMAP, SYMBOLS, INSPECT
?SAVE ALL
?SAVEABEND
 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.03
* Kurzbeschreibung :: Schattenbetrieb-Sender fuer das Onboarding
* Kurzbeschreibung :: eines neuen Acquiring-Systems. PFCPRE7 legt
* Kurzbeschreibung :: fuer konfigurierte CARDIDs (=SHADOWCFG) eine
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.03|2026-10-15| kl  | Review:
*       |          |     | - Schnittstelle zu PFCPVK7 als COPY statt
*       |          |     |   eigener 01-Stufe
*-------|----------|-----|-------------------------------------------*
*G.01.02|2026-10-15| kl  | R7-531:
*       |          |     | - PAN-Tresor: die Kartennummer steht
*       |          |     |   verschluesselt in KANR_ENC und wird
*       |          |     |   ueber den Krypto-Baustein PFCPVK7 mit
*       |          |     |   der Schluesselversion des Satzes
*       |          |     |   zurueckgeholt (KEY_VERSION 0: Altsatz,
*       |          |     |   KANR noch im Klartext)
*-------|----------|-----|-------------------------------------------*
*G.01.01|2026-09-02| kl  | R7-516:
*       |          |     | - Lauf-Registrierung in =BATCHRUN:
*       |          |     |   Start, Ende, Status und Kennzahl des
* L110-COB2ISO
* L120-ISO2COB
* M130-CALL-WISO207
*R000095 - Anfang
* M190-CALL-PFCPVK7
*R000095 - Ende
*
* P100-PATHSEND
* P950-GETPARAMTEXT
 01          W-PROD-KANR         PIC X(19)   VALUE SPACES.
 01          W-PAN-LEN           PIC S9(04) COMP VALUE ZEROS.

*R000095 - Anfang
**          ---> Schnittstelle zum Krypto-Baustein PFCPVK7
     COPY    PFCPVK7C OF "=MSGLIB".
 01          PVK-RCODE-D         PIC 9(04)   VALUE ZEROS.
 01          PVK-HSM-RCODE-D     PIC -9(04)  VALUE ZEROS.
*R000095 - Ende

**  ---> Schattenantwort
 01          W-SCH-AC            PIC 9(03)   VALUE ZEROS.
 01          W-SCH-BETRAG-12     PIC 9(12)   VALUE ZEROS.
**  ---> noch im Klartext im Bild)
     IF  W-PROD-KANR (1:2) = "99"
         MOVE W-PROD-KANR TO TOKEN OF PANVAULT
*R000095 - KANR_ENC und KEY_VERSION dazu
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
         IF  SQLCODE OF SQLCA NOT = ZERO
             DISPLAY "PFCSHD7 - Token nicht im Tresor: "
                     TOKEN OF PANVAULT
             EXIT SECTION
         END-IF

*R000095 - Anfang
**  ---> die Kartennummer steht verschluesselt im Tresor
**  ---> (Altsatz KEY_VERSION 0: noch im Klartext in KANR)
         IF  KEY-VERSION OF PANVAULT NOT = ZERO
             PERFORM M190-CALL-PFCPVK7
             IF  PVK-ERR
                 SET W-SCHATTEN-FEHLER TO TRUE
                 EXIT SECTION
             END-IF
         END-IF
*R000095 - Ende

         MOVE ZERO TO W-PAN-LEN
         INSPECT KANR OF PANVAULT TALLYING W-PAN-LEN
             FOR CHARACTERS BEFORE INITIAL " "
 M130-99.
     EXIT.

*R000095 - Anfang
******************************************************************
* Kartennummer ueber den Krypto-Baustein entschluesseln
* (KANR_ENC unter der Schluesselversion des Tresorsatzes)
******************************************************************
 M190-CALL-PFCPVK7 SECTION.
 M190-00.
     SET  PVK-ENTSCHLUESSELN      TO TRUE
     MOVE KANR-ENC    OF PANVAULT TO PVK-KANR-ENC
     MOVE KEY-VERSION OF PANVAULT TO PVK-KEY-VERSION
     CALL "PFCPVK7" USING PVK-PFCPVK7C
     IF  PVK-OK
         MOVE PVK-KANR TO KANR OF PANVAULT
     ELSE
         MOVE PVK-RCODE     TO PVK-RCODE-D
         MOVE PVK-HSM-RCODE TO PVK-HSM-RCODE-D
         DISPLAY "PFCSHD7 - PFCPVK7 RCODE " PVK-RCODE-D
                 " HSM " PVK-HSM-RCODE-D
                 ", Token nicht entschluesselbar: "
                 TOKEN OF PANVAULT
     END-IF
     .
 M190-99.
     EXIT.
*R000095 - Ende

******************************************************************
* Kopie an die Serverklasse des Schatten-AS schicken
******************************************************************
