 DATE-COMPILED.

*******************************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: G.01.09
* Kurzbeschreibung :: Abgleich der AS-Clearingdateien gegen das
* Kurzbeschreibung :: eigene Transaktionslog - das externe Gegen-
* Kurzbeschreibung :: stueck zur internen Nachtabstimmung RFCREK7.
* Kurzbeschreibung ::   1) vom AS gecleart, aber nicht im Log
* Kurzbeschreibung ::   2) im Log genehmigt, aber nicht gecleart
* Kurzbeschreibung ::   3) gepaart, aber Betragsdifferenz
* Kurzbeschreibung :: Die Betragsdifferenz wird an der Paarung
* Kurzbeschreibung :: vermerkt (DIFF_CENT, KZ_DIFF "O" offen); als
* Kurzbeschreibung :: endgueltig bestaetigt und ins Hauptbuch
* Kurzbeschreibung :: gebucht wird sie ueber PFCDSP7 CLRDIFF.
* Kurzbeschreibung :: Zusaetzlich wird gemeldet, wenn ein
* Kurzbeschreibung :: geclearter Vorgang noch als offene
* Kurzbeschreibung :: Reservierung in =UMSWEAT steht.
*--------------------------------------------------------------------*
* Vers. | Datum    | von | Kommentar                                 *
*-------|----------|-----|-------------------------------------------*
*G.01.09|2026-10-15| kl  | R7-556:
*       |          |     | - Betragsdifferenz (Clearing minus Log,
*       |          |     |   Cent), CARDID und KZ_DIFF "O" werden
*       |          |     |   mit der Paarung in =CLRMATCH abgelegt;
*       |          |     |   Grundlage fuer die Bestaetigung und
*       |          |     |   Hauptbuchbuchung (PFCDSP7 CLRDIFF)
*-------|----------|-----|-------------------------------------------*
*G.01.08|2026-09-02| kl  | Review:
*       |          |     | - Sicherungspunkt haelt jetzt auch den
*       |          |     |   Stand der Gebuehrenpruefung fest
*R000069 - Ende

 01          W-BETRAG-LOG-CENT   PIC S9(16)  COMP VALUE ZEROS.
*R000120 - Anfang
**  ---> Differenz Clearing minus Log (Cent) fuer =CLRMATCH
**  ---> (KZ_DIFF: Leerzeichen keine, "O" offen, "B" bestaetigt)
 01          W-DIFF-CENT         PIC S9(16)  COMP VALUE ZEROS.
 01          W-KZ-DIFF           PIC X(01)   VALUE SPACE.
*R000120 - Ende

*R000081 - Anfang
**  ---> Gebuehrenpruefung gegen den eigenen Tarif =FEESCHED
         EXIT SECTION
     END-IF

*R000120 - Anfang
**  ---> Betragsvergleich (Log fuehrt Euro mit 2 NK, Datei Cent);
**  ---> die Differenz wird mit der Paarung vermerkt
     COMPUTE W-BETRAG-LOG-CENT = BETRAG OF TXILOG70 * 100
     COMPUTE W-DIFF-CENT = CL-BETRAG - W-BETRAG-LOG-CENT
     IF  W-DIFF-CENT = ZERO
         MOVE SPACE TO W-KZ-DIFF
     ELSE
         MOVE "O"   TO W-KZ-DIFF
     END-IF
*R000120 - Ende

**  ---> Paarung vermerken (fuer die Gegenrichtung)
     PERFORM U100-BEGIN
     PERFORM S330-INSERT-CLRMATCH
         PERFORM U120-ROLLBACK
     END-IF

*R000120 - Betragsdifferenz melden (oben ermittelt)
     IF  W-DIFF-CENT NOT = ZERO
*R000120 - Ende
         ADD 1 TO W-ANZ-DIFFERENZ
         DISPLAY "PFCCLR7 - 3) BETRAGSDIFFERENZ: TERMNR "
                 TERMNR OF TXILOG70 " TRACENR "
     EXEC SQL
         INSERT
           INTO  =CLRMATCH
                 ( ROUTKZ, DATUM, PNR, TERMNR, TRACENR, ZPINS
*R000120 - Differenz und Kartensystem zur Paarung
                 , CARDID, DIFF_CENT, KZ_DIFF )
*R000120 - Ende
         VALUES  (
                  :W-ROUTKZ
                 ,:W-DATUM
                 ,:TERMNR  of TXILOG70
                 ,:TRACENR of TXILOG70
                 ,current  YEAR TO FRACTION(2)
*R000120 - Anfang
                 ,:CARDID  of TXILOG70
                 ,:W-DIFF-CENT
                 ,:W-KZ-DIFF
*R000120 - Ende
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
