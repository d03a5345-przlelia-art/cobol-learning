000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    EFACTURES.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. ELECTRONIC INVOICES FOR THE
000110*                 CUSTOMERS FLAGGED CLI-EFACTURE : EVERY INVOICE
000120*                 ON FACTENCR.DAT (LINES FROM FACTDET.DAT) AND
000130*                 EVERY CREDIT NOTE ON AVOIRS.DAT NOT YET SENT IS
000140*                 BUILT AS A STRUCTURED FILE (HEADER, ITEMS, VAT
000150*                 PER RATE, TOTALS - SEE EFACT-RECORD) AND LOGGED
000160*                 ON EFACLOG.DAT. MODE P SETS THE SELLER, MODE L
000170*                 LISTS THE LOG.
000172* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000174*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000176*                 EFACTURES (SEE HABILITATIONS).
000180*----------------------------------------------------------------

000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.

000220     SELECT CONFIG-FILE ASSIGN TO "EFACCFG.DAT"
000230         ORGANIZATION IS LINE SEQUENTIAL
000240         FILE STATUS IS WS-CONFIG-STATUS.

000250     SELECT CLIENTS-FILE ASSIGN TO "CLIENTS.DAT"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS RANDOM
000280         RECORD KEY IS CLI-CODE
000290         FILE STATUS IS WS-CLIENTS-STATUS.

000300     SELECT ENCOURS-FILE ASSIGN TO "FACTENCR.DAT"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-ENCOURS-STATUS.

000330     SELECT FACTDET-FILE ASSIGN TO "FACTDET.DAT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-FACTDET-STATUS.

000360     SELECT AVOIRS-FILE ASSIGN TO "AVOIRS.DAT"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS AVR-NUM-AVOIR
000400         FILE STATUS IS WS-AVOIRS-STATUS.

000410     SELECT JOURNAL-FILE ASSIGN TO "EFACLOG.DAT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-JOURNAL-STATUS.

000440     SELECT EFACT-FILE ASSIGN TO DYNAMIC WS-NOM-EFACT
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-EFACT-STATUS.

000470 DATA DIVISION.
000480 FILE SECTION.

000490 FD  CONFIG-FILE.
000500     COPY "EFACCFG-RECORD.cpy".

000510 FD  CLIENTS-FILE.
000520     COPY "CLIENT-RECORD.cpy".

000530 FD  ENCOURS-FILE.
000540     COPY "ENCOURS-RECORD.cpy".

000550 FD  FACTDET-FILE.
000560     COPY "FACTDET-RECORD.cpy".

000570 FD  AVOIRS-FILE.
000580     COPY "AVOIR-RECORD.cpy".

000590 FD  JOURNAL-FILE.
000600     COPY "EFACLOG-RECORD.cpy".

000610 FD  EFACT-FILE.
000620     COPY "EFACT-RECORD.cpy".

000630 WORKING-STORAGE SECTION.

000635     COPY "HABILITATION.cpy".

000640 01  WS-MODE                 PIC X(01).
000650     88 MODE-EXPORT                   VALUE "E" "e".
000660     88 MODE-PARAMETRES               VALUE "P" "p".
000670     88 MODE-LISTE                    VALUE "L" "l".

000680 01  WS-DATE-JOUR            PIC 9(08).
000690 01  WS-HEURE                PIC 9(08).
000700 01  WS-MESSAGE-STATUT       PIC X(40).
000710 01  WS-SAISIE-TEXTE         PIC X(30).
000720 01  WS-NOM-EFACT            PIC X(16).
000730 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.

000740 01  WS-TYPE-DOC             PIC X(03).
000750 01  WS-NUM-DOC              PIC 9(08).
000760 01  WS-DATE-ECHEANCE        PIC 9(08).
000770 01  WS-DELAI                PIC 9(03).
000780 01  WS-DATE-LISTE           PIC 9(08).

000790 01  WS-NB-LIGNES            PIC 9(03).
000800 01  WS-TOTAL-HT             PIC 9(11)V99.
000810 01  WS-TOTAL-TVA            PIC 9(11)V99.
000820 01  WS-TOTAL-TTC            PIC 9(11)V99.

000830 01  WS-NB-FACTURES          PIC 9(05) VALUE ZERO.
000840 01  WS-NB-AVOIRS            PIC 9(05) VALUE ZERO.
000850 01  WS-NB-DEJA-TRANSMIS     PIC 9(05) VALUE ZERO.
000860 01  WS-NB-SANS-DETAIL       PIC 9(05) VALUE ZERO.
000870 01  WS-NB-SANS-SIRET        PIC 9(05) VALUE ZERO.
000880 01  WS-NB-JOURNAL           PIC 9(05) VALUE ZERO.
000890 01  WS-TOTAL-JOURNAL        PIC 9(11)V99 VALUE ZERO.

000900*----------------------------------------------------------------
000910* VENTILATION - HT BASE AND VAT OF THE DOCUMENT, ONE ENTRY PER
000920* VAT CATEGORY MET ON ITS LINES
000930*----------------------------------------------------------------
000940 01  WS-NB-TAUX              PIC 9(02).

000950 01  WS-VENTILATION-TABLE.
000960     05 WS-VTL-ENTRY OCCURS 9 TIMES INDEXED BY WS-VDX.
000970         10 WS-VTL-CATEGORIE PIC 9(01).
000980         10 WS-VTL-TAUX      PIC 9(02)V99.
000990         10 WS-VTL-BASE      PIC 9(11)V99.
001000         10 WS-VTL-TVA       PIC 9(11)V99.

001010 01  WS-VTL-CATEGORIE-LIGNE  PIC 9(01).
001020 01  WS-VTL-TAUX-LIGNE       PIC 9(02)V99.
001030 01  WS-VTL-BASE-LIGNE       PIC 9(11)V99.
001040 01  WS-VTL-TVA-LIGNE        PIC 9(11)V99.

001050 01  WS-CONFIG-STATUS        PIC X(02).
001060     88 CONFIG-OK                     VALUE "00".

001070 01  WS-CLIENTS-STATUS       PIC X(02).
001080     88 CLIENTS-OK                    VALUE "00".

001090 01  WS-ENCOURS-STATUS       PIC X(02).
001100     88 ENCOURS-OK                    VALUE "00".

001110 01  WS-FACTDET-STATUS       PIC X(02).
001120     88 FACTDET-OK                    VALUE "00".

001130 01  WS-AVOIRS-STATUS        PIC X(02).
001140     88 AVOIRS-OK                     VALUE "00".

001150 01  WS-JOURNAL-STATUS       PIC X(02).
001160     88 JOURNAL-OK                    VALUE "00".

001170 01  WS-EFACT-STATUS         PIC X(02).
001180     88 EFACT-OK                      VALUE "00".

001190 01  WS-SWITCHES.
001200     05 WS-FIN-ENCOURS       PIC X(01) VALUE "N".
001210         88 FIN-ENCOURS               VALUE "Y".
001220     05 WS-FIN-FACTDET       PIC X(01).
001230         88 FIN-FACTDET               VALUE "Y".
001240     05 WS-FIN-AVOIRS        PIC X(01) VALUE "N".
001250         88 FIN-AVOIRS                VALUE "Y".
001260     05 WS-FIN-JOURNAL       PIC X(01).
001270         88 FIN-JOURNAL               VALUE "Y".
001280     05 WS-TRANSMIS          PIC X(01).
001290         88 DEJA-TRANSMIS             VALUE "O".
001300     05 WS-DESTINATAIRE      PIC X(01).
001310         88 CLIENT-DESTINATAIRE       VALUE "O".
001320     05 WS-TAUX-CONNU        PIC X(01).
001330         88 TAUX-CONNU                VALUE "O".

001340 PROCEDURE DIVISION.

001350*----------------------------------------------------------------
001360* 0000-MAINLINE
001370*----------------------------------------------------------------
001380 0000-MAINLINE.
001381     MOVE "EFACTURES" TO HAB-PROGRAMME.
001382     CALL "HABILITER" USING HAB-ZONE.
001383     IF NOT HAB-AUTORISE
001384         GOBACK
001385     END-IF.
001390     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001400     DISPLAY "Export des factures electroniques (E), parametres"
001410         " vendeur (P) ou journal des envois (L) ? ".
001420     ACCEPT WS-MODE.
001430     IF MODE-EXPORT
001440         PERFORM 1000-EXPORTER
001450             THRU 1000-EXPORTER-EXIT
001460     ELSE
001470         IF MODE-PARAMETRES
001480             PERFORM 4000-SAISIR-PARAMETRES
001490                 THRU 4000-SAISIR-PARAMETRES-EXIT
001500         ELSE
001510             IF MODE-LISTE
001520                 PERFORM 5000-LISTER-JOURNAL
001530                     THRU 5000-LISTER-JOURNAL-EXIT
001540             ELSE
001550                 DISPLAY "Mode inconnu, merci de choisir"
001560                     " E, P ou L"
001570             END-IF
001580         END-IF
001590     END-IF.
001600     STOP RUN.

001610*----------------------------------------------------------------
001620* 1000-EXPORTER - INVOICES FIRST, THEN CREDIT NOTES, FOR THE
001630* FLAGGED CUSTOMERS ONLY
001640*----------------------------------------------------------------
001650 1000-EXPORTER.
001660     OPEN INPUT CONFIG-FILE.
001670     IF NOT CONFIG-OK
001680         DISPLAY "Parametres vendeur absents - les saisir par"
001690             " EFACTURES (P)"
001700         GO TO 1000-EXPORTER-EXIT
001710     END-IF.
001720     READ CONFIG-FILE
001730         AT END MOVE SPACES TO EFG-SIRET
001740     END-READ.
001750     CLOSE CONFIG-FILE.
001760     IF EFG-SIRET = SPACES
001770         DISPLAY "SIRET du vendeur absent de EFACCFG.DAT"
001780         GO TO 1000-EXPORTER-EXIT
001790     END-IF.
001800     MOVE EFG-DELAI TO WS-DELAI.
001810     IF WS-DELAI = ZERO
001820         MOVE 30 TO WS-DELAI
001830     END-IF.
001840     OPEN INPUT CLIENTS-FILE.
001850     IF NOT CLIENTS-OK
001860         CALL "FICHSTAT" USING WS-CLIENTS-STATUS
001870             WS-MESSAGE-STATUT
001880         DISPLAY "CLIENTS.DAT : "
001890             FUNCTION TRIM(WS-MESSAGE-STATUT)
001900         GO TO 1000-EXPORTER-EXIT
001910     END-IF.
001920     DISPLAY "Envoi des factures electroniques du " WS-DATE-JOUR.
001930     DISPLAY "-----------------------------------------".
001940     OPEN INPUT ENCOURS-FILE.
001950     IF ENCOURS-OK
001960         PERFORM UNTIL FIN-ENCOURS
001970             READ ENCOURS-FILE
001980                 AT END SET FIN-ENCOURS TO TRUE
001990                 NOT AT END
002000                     PERFORM 1100-TRAITER-FACTURE
002010                         THRU 1100-TRAITER-FACTURE-EXIT
002020             END-READ
002030         END-PERFORM
002040         CLOSE ENCOURS-FILE
002050     END-IF.
002060     OPEN INPUT AVOIRS-FILE.
002070     IF AVOIRS-OK
002080         PERFORM UNTIL FIN-AVOIRS
002090             READ AVOIRS-FILE NEXT RECORD
002100                 AT END SET FIN-AVOIRS TO TRUE
002110                 NOT AT END
002120                     PERFORM 2000-TRAITER-AVOIR
002130                         THRU 2000-TRAITER-AVOIR-EXIT
002140             END-READ
002150         END-PERFORM
002160         CLOSE AVOIRS-FILE
002170     END-IF.
002180     CLOSE CLIENTS-FILE.
002190     DISPLAY "-----------------------------------------".
002200     DISPLAY "Factures transmises   : " WS-NB-FACTURES.
002210     DISPLAY "Avoirs transmis       : " WS-NB-AVOIRS.
002220     DISPLAY "Deja transmis         : " WS-NB-DEJA-TRANSMIS.
002230     DISPLAY "Factures sans detail  : " WS-NB-SANS-DETAIL.
002240     DISPLAY "Clients sans SIRET    : " WS-NB-SANS-SIRET.
002250 1000-EXPORTER-EXIT.
002260     EXIT.

002270*----------------------------------------------------------------
002280* 1050-CONTROLER-DESTINATAIRE - CLI-CODE LOADED BY THE CALLER;
002290* THE CUSTOMER MUST BE FLAGGED AND IDENTIFIED
002300*----------------------------------------------------------------
002310 1050-CONTROLER-DESTINATAIRE.
002320     MOVE "N" TO WS-DESTINATAIRE.
002330     READ CLIENTS-FILE
002340         INVALID KEY GO TO 1050-CONTROLER-DESTINATAIRE-EXIT
002350     END-READ.
002360     IF NOT CLI-EFACTURE-OUI
002370         GO TO 1050-CONTROLER-DESTINATAIRE-EXIT
002380     END-IF.
002390     PERFORM 3000-CONTROLER-JOURNAL
002400         THRU 3000-CONTROLER-JOURNAL-EXIT.
002410     IF DEJA-TRANSMIS
002420         ADD 1 TO WS-NB-DEJA-TRANSMIS
002430         GO TO 1050-CONTROLER-DESTINATAIRE-EXIT
002440     END-IF.
002450     IF CLI-SIRET = SPACES
002460         ADD 1 TO WS-NB-SANS-SIRET
002470         DISPLAY "  " WS-TYPE-DOC " " WS-NUM-DOC " - client "
002480             CLI-CODE " sans SIRET - non transmis"
002490         GO TO 1050-CONTROLER-DESTINATAIRE-EXIT
002500     END-IF.
002510     SET CLIENT-DESTINATAIRE TO TRUE.
002520 1050-CONTROLER-DESTINATAIRE-EXIT.
002530     EXIT.

002540*----------------------------------------------------------------
002550* 1100-TRAITER-FACTURE - ONE FACTENCR.DAT INVOICE : HEADER, ITS
002560* FACTDET.DAT LINES, VAT PER RATE, TOTALS
002570*----------------------------------------------------------------
002580 1100-TRAITER-FACTURE.
002590     MOVE "380"           TO WS-TYPE-DOC.
002600     MOVE ENC-NUM-FACTURE TO WS-NUM-DOC.
002610     MOVE ENC-CLIENT      TO CLI-CODE.
002620     PERFORM 1050-CONTROLER-DESTINATAIRE
002630         THRU 1050-CONTROLER-DESTINATAIRE-EXIT.
002640     IF NOT CLIENT-DESTINATAIRE
002650         GO TO 1100-TRAITER-FACTURE-EXIT
002660     END-IF.
002670     MOVE SPACES TO WS-NOM-EFACT.
002680     STRING "EFF" ENC-NUM-FACTURE ".DAT" DELIMITED BY SIZE
002690         INTO WS-NOM-EFACT.
002700     COMPUTE WS-DATE-ECHEANCE = FUNCTION DATE-OF-INTEGER(
002710         FUNCTION INTEGER-OF-DATE(ENC-DATE) + WS-DELAI).
002720     OPEN OUTPUT EFACT-FILE.
002730     PERFORM 6000-INITIALISER-DOCUMENT
002740         THRU 6000-INITIALISER-DOCUMENT-EXIT.
002750     MOVE ENC-DATE         TO EFC-E-DATE-EMISSION.
002760     MOVE WS-DATE-ECHEANCE TO EFC-E-DATE-ECHEANCE.
002770     MOVE ZERO             TO EFC-E-FACTURE-REF.
002780     MOVE ZERO             TO EFC-E-COMMANDE-REF.
002790     WRITE EFACT-RECORD.
002800     MOVE "N" TO WS-FIN-FACTDET.
002810     OPEN INPUT FACTDET-FILE.
002820     IF FACTDET-OK
002830         PERFORM UNTIL FIN-FACTDET
002840             READ FACTDET-FILE
002850                 AT END SET FIN-FACTDET TO TRUE
002860                 NOT AT END
002870                     IF FDT-NUM-FACTURE = ENC-NUM-FACTURE
002880                         PERFORM 1200-ECRIRE-LIGNE-FACTURE
002890                             THRU 1200-ECRIRE-LIGNE-FACTURE-EXIT
002900                     END-IF
002910             END-READ
002920         END-PERFORM
002930         CLOSE FACTDET-FILE
002940     END-IF.
002950     IF WS-NB-LIGNES = ZERO
002960         CLOSE EFACT-FILE
002970         CALL "CBL_DELETE_FILE" USING WS-NOM-EFACT
002980             RETURNING WS-RETOUR-SUPPRESSION
002990         ADD 1 TO WS-NB-SANS-DETAIL
003000         DISPLAY "  Facture " ENC-NUM-FACTURE
003010             " sans detail sur FACTDET.DAT - non transmise"
003020         GO TO 1100-TRAITER-FACTURE-EXIT
003030     END-IF.
003040     PERFORM 6500-TERMINER-DOCUMENT
003050         THRU 6500-TERMINER-DOCUMENT-EXIT.
003060     IF WS-TOTAL-TTC NOT = ENC-MONTANT-TTC
003070         DISPLAY "  Attention : facture " ENC-NUM-FACTURE
003080             " TTC en compte " ENC-MONTANT-TTC
003090             " - TTC des lignes " WS-TOTAL-TTC
003100     END-IF.
003110     ADD 1 TO WS-NB-FACTURES.
003120 1100-TRAITER-FACTURE-EXIT.
003130     EXIT.

003140*----------------------------------------------------------------
003150* 1200-ECRIRE-LIGNE-FACTURE
003160*----------------------------------------------------------------
003170 1200-ECRIRE-LIGNE-FACTURE.
003180     MOVE SPACES TO EFACT-RECORD.
003190     SET EFC-LIGNE TO TRUE.
003200     MOVE WS-TYPE-DOC TO EFC-TYPE-DOC.
003210     MOVE WS-NUM-DOC  TO EFC-NUM-DOC.
003220     ADD 1 TO WS-NB-LIGNES.
003230     MOVE WS-NB-LIGNES TO EFC-L-NUM-LIGNE.
003240     IF FDT-PORT
003250         STRING "Frais de port commande " FDT-REFERENCE
003260             DELIMITED BY SIZE INTO EFC-L-DESIGNATION
003270     ELSE
003280         MOVE "Article" TO EFC-L-DESIGNATION
003290     END-IF.
003300     MOVE FDT-QUANTITE      TO EFC-L-QUANTITE.
003310     MOVE FDT-PRIX-UNITAIRE TO EFC-L-PRIX-UNITAIRE.
003320     MOVE FDT-REMISE        TO EFC-L-REMISE.
003330     MOVE FDT-MONTANT-HT    TO EFC-L-MONTANT-HT.
003340     MOVE FDT-CATEGORIE-TVA TO EFC-L-CATEGORIE-TVA.
003350     MOVE FDT-TAUX-TVA      TO EFC-L-TAUX-TVA.
003360     WRITE EFACT-RECORD.
003370     MOVE FDT-CATEGORIE-TVA TO WS-VTL-CATEGORIE-LIGNE.
003380     MOVE FDT-TAUX-TVA      TO WS-VTL-TAUX-LIGNE.
003390     MOVE FDT-MONTANT-HT    TO WS-VTL-BASE-LIGNE.
003400     MOVE FDT-MONTANT-TVA   TO WS-VTL-TVA-LIGNE.
003410     PERFORM 6200-VENTILER-TVA
003420         THRU 6200-VENTILER-TVA-EXIT.
003430 1200-ECRIRE-LIGNE-FACTURE-EXIT.
003440     EXIT.

003450*----------------------------------------------------------------
003460* 2000-TRAITER-AVOIR - ONE CREDIT NOTE : THE RETURNED PRODUCT AS
003470* ITS SINGLE LINE, REFERENCING THE INVOICE IT CREDITS
003480*----------------------------------------------------------------
003490 2000-TRAITER-AVOIR.
003500     MOVE "381"         TO WS-TYPE-DOC.
003510     MOVE AVR-NUM-AVOIR TO WS-NUM-DOC.
003520     MOVE AVR-CLIENT    TO CLI-CODE.
003530     PERFORM 1050-CONTROLER-DESTINATAIRE
003540         THRU 1050-CONTROLER-DESTINATAIRE-EXIT.
003550     IF NOT CLIENT-DESTINATAIRE
003560         GO TO 2000-TRAITER-AVOIR-EXIT
003570     END-IF.
003580     IF AVR-NUM-FACTURE NOT NUMERIC
003590         MOVE ZERO TO AVR-NUM-FACTURE
003600     END-IF.
003610     IF AVR-QUANTITE NOT NUMERIC OR AVR-QUANTITE = ZERO
003620         MOVE 1 TO AVR-QUANTITE
003630     END-IF.
003640     IF AVR-CATEGORIE-TVA NOT NUMERIC
003650         OR AVR-TAUX-TVA NOT NUMERIC
003660         MOVE ZERO TO AVR-CATEGORIE-TVA AVR-TAUX-TVA
003670     END-IF.
003680     IF AVR-NUM-FACTURE = ZERO
003690         DISPLAY "  Avoir " AVR-NUM-AVOIR
003700             " sans facture d'origine - transmis sans reference"
003710     END-IF.
003720     MOVE SPACES TO WS-NOM-EFACT.
003730     STRING "EFA" AVR-NUM-AVOIR ".DAT" DELIMITED BY SIZE
003740         INTO WS-NOM-EFACT.
003750     OPEN OUTPUT EFACT-FILE.
003760     PERFORM 6000-INITIALISER-DOCUMENT
003770         THRU 6000-INITIALISER-DOCUMENT-EXIT.
003780     MOVE AVR-DATE        TO EFC-E-DATE-EMISSION.
003790     MOVE AVR-DATE        TO EFC-E-DATE-ECHEANCE.
003800     MOVE AVR-NUM-FACTURE TO EFC-E-FACTURE-REF.
003810     MOVE AVR-NUM-CMD     TO EFC-E-COMMANDE-REF.
003820     WRITE EFACT-RECORD.
003830     MOVE SPACES TO EFACT-RECORD.
003840     SET EFC-LIGNE TO TRUE.
003850     MOVE WS-TYPE-DOC TO EFC-TYPE-DOC.
003860     MOVE WS-NUM-DOC  TO EFC-NUM-DOC.
003870     MOVE 1 TO WS-NB-LIGNES.
003880     MOVE WS-NB-LIGNES TO EFC-L-NUM-LIGNE.
003890     STRING "Retour " AVR-CODE-PROD " commande " AVR-NUM-CMD
003900         DELIMITED BY SIZE INTO EFC-L-DESIGNATION.
003910     MOVE AVR-QUANTITE TO EFC-L-QUANTITE.
003920     COMPUTE EFC-L-PRIX-UNITAIRE ROUNDED =
003930         AVR-MONTANT-HT / AVR-QUANTITE.
003940     MOVE ZERO TO EFC-L-REMISE.
003950     MOVE AVR-MONTANT-HT    TO EFC-L-MONTANT-HT.
003960     MOVE AVR-CATEGORIE-TVA TO EFC-L-CATEGORIE-TVA.
003970     MOVE AVR-TAUX-TVA      TO EFC-L-TAUX-TVA.
003980     WRITE EFACT-RECORD.
003990     MOVE AVR-CATEGORIE-TVA TO WS-VTL-CATEGORIE-LIGNE.
004000     MOVE AVR-TAUX-TVA      TO WS-VTL-TAUX-LIGNE.
004010     MOVE AVR-MONTANT-HT    TO WS-VTL-BASE-LIGNE.
004020     COMPUTE WS-VTL-TVA-LIGNE =
004030         AVR-MONTANT-TTC - AVR-MONTANT-HT.
004040     PERFORM 6200-VENTILER-TVA
004050         THRU 6200-VENTILER-TVA-EXIT.
004060     PERFORM 6500-TERMINER-DOCUMENT
004070         THRU 6500-TERMINER-DOCUMENT-EXIT.
004080     ADD 1 TO WS-NB-AVOIRS.
004090 2000-TRAITER-AVOIR-EXIT.
004100     EXIT.

004110*----------------------------------------------------------------
004120* 3000-CONTROLER-JOURNAL - WS-TYPE-DOC / WS-NUM-DOC ALREADY ON
004130* EFACLOG.DAT ?
004140*----------------------------------------------------------------
004150 3000-CONTROLER-JOURNAL.
004160     MOVE "N" TO WS-TRANSMIS.
004170     MOVE "N" TO WS-FIN-JOURNAL.
004180     OPEN INPUT JOURNAL-FILE.
004190     IF NOT JOURNAL-OK
004200         GO TO 3000-CONTROLER-JOURNAL-EXIT
004210     END-IF.
004220     PERFORM UNTIL FIN-JOURNAL OR DEJA-TRANSMIS
004230         READ JOURNAL-FILE
004240             AT END SET FIN-JOURNAL TO TRUE
004250             NOT AT END
004260                 IF EFL-TYPE-DOC = WS-TYPE-DOC
004270                     AND EFL-NUM-DOC = WS-NUM-DOC
004280                     SET DEJA-TRANSMIS TO TRUE
004290                 END-IF
004300         END-READ
004310     END-PERFORM.
004320     CLOSE JOURNAL-FILE.
004330 3000-CONTROLER-JOURNAL-EXIT.
004340     EXIT.

004350*----------------------------------------------------------------
004360* 4000-SAISIR-PARAMETRES - THE SELLER'S IDENTIFIERS AND PAYMENT
004370* TERM; RETURN KEEPS THE CURRENT VALUE
004380*----------------------------------------------------------------
004390 4000-SAISIR-PARAMETRES.
004400     MOVE SPACES TO EFACCFG-RECORD.
004410     MOVE ZERO TO EFG-DELAI.
004420     OPEN INPUT CONFIG-FILE.
004430     IF CONFIG-OK
004440         READ CONFIG-FILE
004450             AT END CONTINUE
004460         END-READ
004470         CLOSE CONFIG-FILE
004480     END-IF.
004490     DISPLAY "SIRET du vendeur (" EFG-SIRET ") : ".
004500     MOVE SPACES TO WS-SAISIE-TEXTE.
004510     ACCEPT WS-SAISIE-TEXTE.
004520     IF WS-SAISIE-TEXTE NOT = SPACES
004530         MOVE WS-SAISIE-TEXTE TO EFG-SIRET
004540     END-IF.
004550     DISPLAY "Numero de TVA intracommunautaire (" EFG-NUM-TVA
004560         ") : ".
004570     MOVE SPACES TO WS-SAISIE-TEXTE.
004580     ACCEPT WS-SAISIE-TEXTE.
004590     IF WS-SAISIE-TEXTE NOT = SPACES
004600         MOVE FUNCTION UPPER-CASE(WS-SAISIE-TEXTE) TO EFG-NUM-TVA
004610     END-IF.
004620     DISPLAY "Raison sociale (" FUNCTION TRIM(EFG-NOM) ") : ".
004630     MOVE SPACES TO WS-SAISIE-TEXTE.
004640     ACCEPT WS-SAISIE-TEXTE.
004650     IF WS-SAISIE-TEXTE NOT = SPACES
004660         MOVE WS-SAISIE-TEXTE TO EFG-NOM
004670     END-IF.
004680     DISPLAY "Delai de paiement en jours (" EFG-DELAI
004690         ", 0 = 30) : ".
004700     MOVE ZERO TO WS-DELAI.
004710     ACCEPT WS-DELAI.
004720     IF WS-DELAI NOT = ZERO
004730         MOVE WS-DELAI TO EFG-DELAI
004740     END-IF.
004750     IF EFG-SIRET = SPACES OR EFG-NOM = SPACES
004760         DISPLAY "SIRET et raison sociale obligatoires - abandon"
004770         GO TO 4000-SAISIR-PARAMETRES-EXIT
004780     END-IF.
004790     OPEN OUTPUT CONFIG-FILE.
004800     WRITE EFACCFG-RECORD.
004810     CLOSE CONFIG-FILE.
004820     DISPLAY "Parametres vendeur enregistres".
004830 4000-SAISIR-PARAMETRES-EXIT.
004840     EXIT.

004850*----------------------------------------------------------------
004860* 5000-LISTER-JOURNAL - WHAT WAS SENT, FOR ONE DAY OR EVERYTHING
004870*----------------------------------------------------------------
004880 5000-LISTER-JOURNAL.
004890     DISPLAY "Date d'envoi AAAAMMJJ (vide = tout le journal) : ".
004900     MOVE ZERO TO WS-DATE-LISTE.
004910     ACCEPT WS-DATE-LISTE.
004920     OPEN INPUT JOURNAL-FILE.
004930     IF NOT JOURNAL-OK
004940         DISPLAY "Aucun envoi enregistre : EFACLOG.DAT"
004950         GO TO 5000-LISTER-JOURNAL-EXIT
004960     END-IF.
004970     DISPLAY "Journal des factures electroniques".
004980     DISPLAY "-----------------------------------------".
004990     MOVE "N" TO WS-FIN-JOURNAL.
005000     PERFORM UNTIL FIN-JOURNAL
005010         READ JOURNAL-FILE
005020             AT END SET FIN-JOURNAL TO TRUE
005030             NOT AT END
005040                 IF WS-DATE-LISTE = ZERO
005050                     OR EFL-DATE-ENVOI = WS-DATE-LISTE
005060                     ADD 1 TO WS-NB-JOURNAL
005070                     ADD EFL-MONTANT-TTC TO WS-TOTAL-JOURNAL
005080                     DISPLAY EFL-DATE-ENVOI " " EFL-HEURE-ENVOI
005090                         " " EFL-TYPE-DOC " " EFL-NUM-DOC
005100                         " " EFL-CLIENT " " EFL-MONTANT-TTC
005110                         " " FUNCTION TRIM(EFL-FICHIER)
005120                 END-IF
005130         END-READ
005140     END-PERFORM.
005150     CLOSE JOURNAL-FILE.
005160     DISPLAY "-----------------------------------------".
005170     DISPLAY "Documents envoyes : " WS-NB-JOURNAL.
005180     DISPLAY "Montant TTC       : " WS-TOTAL-JOURNAL.
005190 5000-LISTER-JOURNAL-EXIT.
005200     EXIT.

005210*----------------------------------------------------------------
005220* 6000-INITIALISER-DOCUMENT - COUNTERS RESET AND THE HEADER
005230* FIELDS COMMON TO INVOICES AND CREDIT NOTES
005240*----------------------------------------------------------------
005250 6000-INITIALISER-DOCUMENT.
005260     MOVE ZERO TO WS-NB-LIGNES WS-NB-TAUX.
005270     MOVE SPACES TO EFACT-RECORD.
005280     SET EFC-ENTETE TO TRUE.
005290     MOVE WS-TYPE-DOC  TO EFC-TYPE-DOC.
005300     MOVE WS-NUM-DOC   TO EFC-NUM-DOC.
005310     MOVE "EUR"        TO EFC-E-DEVISE.
005320     MOVE EFG-SIRET    TO EFC-E-VENDEUR-SIRET.
005330     MOVE EFG-NUM-TVA  TO EFC-E-VENDEUR-TVA.
005340     MOVE EFG-NOM      TO EFC-E-VENDEUR-NOM.
005350     MOVE CLI-CODE     TO EFC-E-ACHETEUR-CODE.
005360     MOVE CLI-SIRET    TO EFC-E-ACHETEUR-SIRET.
005370     MOVE CLI-NUM-TVA  TO EFC-E-ACHETEUR-TVA.
005380     MOVE CLI-NOM      TO EFC-E-ACHETEUR-NOM.
005390 6000-INITIALISER-DOCUMENT-EXIT.
005400     EXIT.

005410*----------------------------------------------------------------
005420* 6200-VENTILER-TVA - FIND OR ADD THE LINE'S VAT CATEGORY AND
005430* ADD ITS BASE AND VAT
005440*----------------------------------------------------------------
005450 6200-VENTILER-TVA.
005460     MOVE "N" TO WS-TAUX-CONNU.
005470     PERFORM VARYING WS-VDX FROM 1 BY 1
005480             UNTIL WS-VDX > WS-NB-TAUX OR TAUX-CONNU
005490         IF WS-VTL-CATEGORIE(WS-VDX) = WS-VTL-CATEGORIE-LIGNE
005500             AND WS-VTL-TAUX(WS-VDX) = WS-VTL-TAUX-LIGNE
005510             ADD WS-VTL-BASE-LIGNE TO WS-VTL-BASE(WS-VDX)
005520             ADD WS-VTL-TVA-LIGNE  TO WS-VTL-TVA(WS-VDX)
005530             SET TAUX-CONNU TO TRUE
005540         END-IF
005550     END-PERFORM.
005560     IF NOT TAUX-CONNU AND WS-NB-TAUX < 9
005570         ADD 1 TO WS-NB-TAUX
005580         SET WS-VDX TO WS-NB-TAUX
005590         MOVE WS-VTL-CATEGORIE-LIGNE TO WS-VTL-CATEGORIE(WS-VDX)
005600         MOVE WS-VTL-TAUX-LIGNE      TO WS-VTL-TAUX(WS-VDX)
005610         MOVE WS-VTL-BASE-LIGNE      TO WS-VTL-BASE(WS-VDX)
005620         MOVE WS-VTL-TVA-LIGNE       TO WS-VTL-TVA(WS-VDX)
005630     END-IF.
005640 6200-VENTILER-TVA-EXIT.
005650     EXIT.

005660*----------------------------------------------------------------
005670* 6500-TERMINER-DOCUMENT - ONE VAT LINE PER RATE, THE TOTAL LINE,
005680* THEN THE LOG ENTRY
005690*----------------------------------------------------------------
005700 6500-TERMINER-DOCUMENT.
005710     MOVE ZERO TO WS-TOTAL-HT WS-TOTAL-TVA.
005720     PERFORM VARYING WS-VDX FROM 1 BY 1
005730             UNTIL WS-VDX > WS-NB-TAUX
005740         MOVE SPACES TO EFACT-RECORD
005750         SET EFC-TVA TO TRUE
005760         MOVE WS-TYPE-DOC TO EFC-TYPE-DOC
005770         MOVE WS-NUM-DOC  TO EFC-NUM-DOC
005780         MOVE WS-VTL-CATEGORIE(WS-VDX) TO EFC-T-CATEGORIE-TVA
005790         MOVE WS-VTL-TAUX(WS-VDX)      TO EFC-T-TAUX-TVA
005800         MOVE WS-VTL-BASE(WS-VDX)      TO EFC-T-BASE-HT
005810         MOVE WS-VTL-TVA(WS-VDX)       TO EFC-T-MONTANT-TVA
005820         WRITE EFACT-RECORD
005830         ADD WS-VTL-BASE(WS-VDX) TO WS-TOTAL-HT
005840         ADD WS-VTL-TVA(WS-VDX)  TO WS-TOTAL-TVA
005850     END-PERFORM.
005860     COMPUTE WS-TOTAL-TTC = WS-TOTAL-HT + WS-TOTAL-TVA.
005870     MOVE SPACES TO EFACT-RECORD.
005880     SET EFC-TOTAL TO TRUE.
005890     MOVE WS-TYPE-DOC  TO EFC-TYPE-DOC.
005900     MOVE WS-NUM-DOC   TO EFC-NUM-DOC.
005910     MOVE WS-NB-LIGNES TO EFC-R-NB-LIGNES.
005920     MOVE WS-TOTAL-HT  TO EFC-R-TOTAL-HT.
005930     MOVE WS-TOTAL-TVA TO EFC-R-TOTAL-TVA.
005940     MOVE WS-TOTAL-TTC TO EFC-R-TOTAL-TTC.
005950     WRITE EFACT-RECORD.
005960     CLOSE EFACT-FILE.
005970     ACCEPT WS-HEURE FROM TIME.
005980     OPEN EXTEND JOURNAL-FILE.
005990     IF NOT JOURNAL-OK
006000         CLOSE JOURNAL-FILE
006010         OPEN OUTPUT JOURNAL-FILE
006020     END-IF.
006030     MOVE WS-TYPE-DOC     TO EFL-TYPE-DOC.
006040     MOVE WS-NUM-DOC      TO EFL-NUM-DOC.
006050     MOVE CLI-CODE        TO EFL-CLIENT.
006060     MOVE WS-DATE-JOUR    TO EFL-DATE-ENVOI.
006070     MOVE WS-HEURE(1:6)   TO EFL-HEURE-ENVOI.
006080     MOVE WS-NOM-EFACT    TO EFL-FICHIER.
006090     MOVE WS-TOTAL-TTC    TO EFL-MONTANT-TTC.
006100     WRITE EFACLOG-RECORD.
006110     CLOSE JOURNAL-FILE.
006120     DISPLAY "  " WS-TYPE-DOC " " WS-NUM-DOC " - " CLI-CODE
006130         " - TTC " WS-TOTAL-TTC
006140         " -> " FUNCTION TRIM(WS-NOM-EFACT).
006150 6500-TERMINER-DOCUMENT-EXIT.
006160     EXIT.
