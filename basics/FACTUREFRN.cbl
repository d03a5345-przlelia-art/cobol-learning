000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    FACTUREFRN.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. SUPPLIER INVOICE CAPTURE WITH THE
000110*                 THREE-WAY MATCH : EACH INVOICE LINE NAMES ITS
000120*                 PURCHASE ORDER ON ACHATS.DAT AND IS CHECKED
000130*                 AGAINST WHAT RECEPTIONSTOCK BOOKED IN (LESS
000140*                 WHAT EARLIER INVOICES ALREADY CHARGED) AND THE
000150*                 ORDERED PRICE, EACH WITHIN A TOLERANCE. A CLEAN
000160*                 INVOICE GOES ONTO THE PAYABLES (DETTEFRN.DAT)
000170*                 WITH ITS DUE DATE FROM THE SUPPLIER'S TERMS; ONE
000180*                 WITH DIFFERENCES IS HELD UNTIL SOMEONE APPROVES
000190*                 OR REFUSES IT HERE (A REFUSAL RELEASES THE
000200*                 QUANTITIES IT CHARGED). UNTIL NOW INVOICES WERE
000210*                 PAID ON SIGHT.
000212* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000214*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000216*                 FACTUREFRN (SEE HABILITATIONS).
000220*----------------------------------------------------------------

000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.

000260     SELECT FOURNISSEUR-FILE ASSIGN TO "FOURNSSR.DAT"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS FRN-CODE
000300         FILE STATUS IS WS-FOURNISSEUR-STATUS.

000310     SELECT ACHATS-FILE ASSIGN TO "ACHATS.DAT"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS ACH-NUM
000350         FILE STATUS IS WS-ACHATS-STATUS.

000360     SELECT FACTFRN-FILE ASSIGN TO "FACTFRN.DAT"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS FFR-CLE
000400         FILE STATUS IS WS-FACTFRN-STATUS.

000410     SELECT FACTLIGN-FILE ASSIGN TO "FACTLIGN.DAT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-FACTLIGN-STATUS.

000440     SELECT DETTEFRN-FILE ASSIGN TO "DETTEFRN.DAT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-DETTEFRN-STATUS.

000470 DATA DIVISION.
000480 FILE SECTION.

000490 FD  FOURNISSEUR-FILE.
000500     COPY "FOURNISSEUR-RECORD.cpy".

000510 FD  ACHATS-FILE.
000520     COPY "ACHAT-RECORD.cpy".

000530*----------------------------------------------------------------
000540* FACTFRN - ONE SUPPLIER INVOICE, ITS TOTALS AND MATCH STATUS
000550*----------------------------------------------------------------
000560 FD  FACTFRN-FILE.
000570     COPY "FACTFRN-RECORD.cpy".

000580*----------------------------------------------------------------
000590* FACTLIGN - THE MATCHED LINES, APPEND-ONLY
000600*----------------------------------------------------------------
000610 FD  FACTLIGN-FILE.
000620     COPY "FACTLIGN-RECORD.cpy".

000630*----------------------------------------------------------------
000640* DETTEFRN - THE PAYABLES, SEE REGLEMENTSFRN
000650*----------------------------------------------------------------
000660 FD  DETTEFRN-FILE.
000670     COPY "DETTEFRN-RECORD.cpy".

000680 WORKING-STORAGE SECTION.

000685     COPY "HABILITATION.cpy".

000690 01  WS-MODE                 PIC X(01).
000700     88 MODE-SAISIE                   VALUE "S" "s".
000710     88 MODE-APPROBATION              VALUE "A" "a".
000720     88 MODE-LISTE                    VALUE "L" "l".

000730*----------------------------------------------------------------
000740* MATCH TOLERANCES : QUANTITY IN UNITS OVER WHAT IS RECEIVED AND
000750* NOT YET INVOICED, PRICE IN PERCENT EITHER SIDE OF THE ORDER
000760*----------------------------------------------------------------
000770 01  WS-TOLERANCE-QTE        PIC 9(03) VALUE ZERO.
000780 01  WS-TOLERANCE-PRIX       PIC 9(02)V99 VALUE 2.00.

000790 01  WS-DATE-JOUR            PIC 9(08).
000800 01  WS-CODE-FRN             PIC X(04).
000810 01  WS-NUM-FACTURE          PIC X(12).
000820 01  WS-DATE-FACTURE         PIC 9(08).
000830 01  WS-MONTANT-TTC          PIC 9(09)V99.
000840 01  WS-MESSAGE-STATUT       PIC X(40).

000850 01  WS-NUM-ACHAT            PIC 9(08).
000860 01  WS-QTE-SAISIE           PIC 9(05).
000870 01  WS-PRIX-SAISI           PIC 9(05)V99.
000880 01  WS-QTE-A-FACTURER       PIC S9(06).
000890 01  WS-ECART-PRIX           PIC S9(05)V99.
000900 01  WS-ECART-PRIX-MAXI      PIC 9(05)V99.
000910 01  WS-DECISION             PIC X(01).
000920     88 DECISION-APPROUVER            VALUE "O" "o".
000930     88 DECISION-REFUSER              VALUE "R" "r".

000940*----------------------------------------------------------------
000950* DUE DATE : INVOICE DATE + TERMS, OPTIONALLY TO THE MONTH END
000960*----------------------------------------------------------------
000970 01  WS-DELAI-PAIEMENT       PIC 9(03).
000973 01  WS-FIN-DE-MOIS          PIC X(01).
000976     88 PAIEMENT-FIN-MOIS             VALUE "O".
000980 01  WS-JOUR-ECHEANCE        PIC 9(07).
000990 01  WS-ECHEANCE             PIC 9(08).
001000 01  WS-ECHEANCE-DECOUPE REDEFINES WS-ECHEANCE.
001010     05 WS-ECH-AAAA          PIC 9(04).
001020     05 WS-ECH-MM            PIC 9(02).
001030     05 WS-ECH-JJ            PIC 9(02).

001040 01  WS-FOURNISSEUR-STATUS   PIC X(02).
001050     88 FOURNISSEUR-OK                VALUE "00".

001060 01  WS-ACHATS-STATUS        PIC X(02).
001070     88 ACHATS-OK                     VALUE "00".

001080 01  WS-FACTFRN-STATUS       PIC X(02).
001090     88 FACTFRN-OK                    VALUE "00".

001100 01  WS-FACTLIGN-STATUS      PIC X(02).
001110     88 FACTLIGN-OK                   VALUE "00".

001120 01  WS-DETTEFRN-STATUS      PIC X(02).
001130     88 DETTEFRN-OK                   VALUE "00".

001140 01  WS-SWITCHES.
001150     05 WS-FIN-LIGNES        PIC X(01).
001160         88 FIN-LIGNES                VALUE "Y".
001170     05 WS-FIN-FACTLIGN      PIC X(01).
001180         88 FIN-FACTLIGN              VALUE "Y".
001190     05 WS-FIN-FACTFRN       PIC X(01).
001200         88 FIN-FACTFRN               VALUE "Y".
001210     05 WS-FACTURE-TROUVEE   PIC X(01).
001220         88 FACTURE-TROUVEE           VALUE "O".
001230     05 WS-LIGNE-ACCEPTEE    PIC X(01).
001240         88 LIGNE-ACCEPTEE            VALUE "O".

001250*----------------------------------------------------------------
001260* THE LINES OF THE INVOICE BEING KEYED, WRITTEN ONCE IT IS
001270* COMPLETE
001280*----------------------------------------------------------------
001290 01  WS-NB-LIGNES            PIC 9(03) VALUE ZERO.
001300 01  WS-NB-ECARTS            PIC 9(03) VALUE ZERO.
001310 01  WS-MONTANT-HT           PIC 9(09)V99 VALUE ZERO.
001320 01  WS-MONTANT-LIGNE        PIC 9(09)V99.
001330 01  WS-NB-BLOQUEES          PIC 9(04) VALUE ZERO.

001340 01  WS-TABLE-LIGNES.
001350     05 WS-LIG OCCURS 20 TIMES INDEXED BY WS-LDX.
001360         10 WS-LIG-ENREG     PIC X(70).
001370 01  WS-IX-LIGNE             PIC 9(03).

001380 PROCEDURE DIVISION.

001390*----------------------------------------------------------------
001400* 0000-MAINLINE
001410*----------------------------------------------------------------
001420 0000-MAINLINE.
001421     MOVE "FACTUREFRN" TO HAB-PROGRAMME.
001422     CALL "HABILITER" USING HAB-ZONE.
001423     IF NOT HAB-AUTORISE
001424         GOBACK
001425     END-IF.
001430     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001440     DISPLAY "Saisie (S), approbation (A) ou factures bloquees"
001450         " (L) ? ".
001460     ACCEPT WS-MODE.
001470     IF MODE-SAISIE
001480         PERFORM 1000-SAISIR-FACTURE
001490             THRU 1000-SAISIR-FACTURE-EXIT
001500     ELSE
001510         IF MODE-APPROBATION
001520             PERFORM 5000-APPROUVER-FACTURE
001530                 THRU 5000-APPROUVER-FACTURE-EXIT
001540         ELSE
001550             IF MODE-LISTE
001560                 PERFORM 7000-LISTER-BLOQUEES
001570                     THRU 7000-LISTER-BLOQUEES-EXIT
001580             ELSE
001590                 DISPLAY "Mode inconnu, merci de choisir S, A"
001600                     " ou L"
001610             END-IF
001620         END-IF
001630     END-IF.
001640     STOP RUN.

001650*----------------------------------------------------------------
001660* 0500-OUVRIR-FACTFRN - BOOTSTRAP FACTFRN.DAT ON A FIRST RUN
001670*----------------------------------------------------------------
001680 0500-OUVRIR-FACTFRN.
001690     OPEN I-O FACTFRN-FILE.
001700     IF NOT FACTFRN-OK
001710         CLOSE FACTFRN-FILE
001720         OPEN OUTPUT FACTFRN-FILE
001730         CLOSE FACTFRN-FILE
001740         OPEN I-O FACTFRN-FILE
001750     END-IF.
001760 0500-OUVRIR-FACTFRN-EXIT.
001770     EXIT.

001780*----------------------------------------------------------------
001790* 1000-SAISIR-FACTURE - HEADER, LINES, THEN THE MATCH VERDICT
001800*----------------------------------------------------------------
001810 1000-SAISIR-FACTURE.
001820     DISPLAY "Code fournisseur : ".
001830     ACCEPT WS-CODE-FRN.
001840     OPEN INPUT FOURNISSEUR-FILE.
001850     IF NOT FOURNISSEUR-OK
001860         CALL "FICHSTAT" USING WS-FOURNISSEUR-STATUS
001870             WS-MESSAGE-STATUT
001880         DISPLAY "FOURNSSR.DAT : "
001890             FUNCTION TRIM(WS-MESSAGE-STATUT)
001900         GO TO 1000-SAISIR-FACTURE-EXIT
001910     END-IF.
001920     MOVE WS-CODE-FRN TO FRN-CODE.
001930     READ FOURNISSEUR-FILE
001940         INVALID KEY
001950             DISPLAY "Code fournisseur inconnu : " WS-CODE-FRN
001960             CLOSE FOURNISSEUR-FILE
001970             GO TO 1000-SAISIR-FACTURE-EXIT
001980     END-READ.
001990     CLOSE FOURNISSEUR-FILE.
002000     MOVE FRN-DELAI-PAIEMENT TO WS-DELAI-PAIEMENT.
002005     MOVE FRN-FIN-DE-MOIS TO WS-FIN-DE-MOIS.
002010     IF WS-DELAI-PAIEMENT = ZERO
002020         MOVE 30 TO WS-DELAI-PAIEMENT
002030     END-IF.
002040     DISPLAY "Numero de facture du fournisseur : ".
002050     MOVE SPACES TO WS-NUM-FACTURE.
002060     ACCEPT WS-NUM-FACTURE.
002070     IF WS-NUM-FACTURE = SPACES
002080         DISPLAY "Numero de facture obligatoire - abandon"
002090         GO TO 1000-SAISIR-FACTURE-EXIT
002100     END-IF.
002110     PERFORM 0500-OUVRIR-FACTFRN
002120         THRU 0500-OUVRIR-FACTFRN-EXIT.
002130     MOVE WS-CODE-FRN TO FFR-CODE-FRN.
002140     MOVE WS-NUM-FACTURE TO FFR-NUM-FACTURE.
002150     READ FACTFRN-FILE
002160         NOT INVALID KEY
002170             DISPLAY "Facture deja saisie le " FFR-DATE-SAISIE
002180                 " : " FUNCTION TRIM(WS-NUM-FACTURE)
002190             CLOSE FACTFRN-FILE
002200             GO TO 1000-SAISIR-FACTURE-EXIT
002210     END-READ.
002220     DISPLAY "Date de facture AAAAMMJJ (vide = aujourd'hui) : ".
002230     MOVE ZERO TO WS-DATE-FACTURE.
002240     ACCEPT WS-DATE-FACTURE.
002250     IF WS-DATE-FACTURE = ZERO
002260         MOVE WS-DATE-JOUR TO WS-DATE-FACTURE
002270     END-IF.
002280     IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-FACTURE) NOT = 0
002290         DISPLAY "Date invalide : " WS-DATE-FACTURE
002300         CLOSE FACTFRN-FILE
002310         GO TO 1000-SAISIR-FACTURE-EXIT
002320     END-IF.
002330     OPEN I-O ACHATS-FILE.
002340     IF NOT ACHATS-OK
002350         CALL "FICHSTAT" USING WS-ACHATS-STATUS
002360             WS-MESSAGE-STATUT
002370         DISPLAY "ACHATS.DAT : "
002380             FUNCTION TRIM(WS-MESSAGE-STATUT)
002390         CLOSE FACTFRN-FILE
002400         GO TO 1000-SAISIR-FACTURE-EXIT
002410     END-IF.
002420     MOVE ZERO TO WS-NB-LIGNES WS-NB-ECARTS WS-MONTANT-HT.
002430     MOVE "N" TO WS-FIN-LIGNES.
002440     PERFORM 2000-SAISIR-LIGNE
002450         THRU 2000-SAISIR-LIGNE-EXIT
002460         UNTIL FIN-LIGNES.
002470     IF WS-NB-LIGNES = ZERO
002480         DISPLAY "Aucune ligne - facture non enregistree"
002490         CLOSE ACHATS-FILE
002500         CLOSE FACTFRN-FILE
002510         GO TO 1000-SAISIR-FACTURE-EXIT
002520     END-IF.
002530     DISPLAY "Total HT des lignes : " WS-MONTANT-HT.
002540     DISPLAY "Total TTC de la facture (vide = total HT) : ".
002550     MOVE ZERO TO WS-MONTANT-TTC.
002560     ACCEPT WS-MONTANT-TTC.
002570     IF WS-MONTANT-TTC = ZERO
002580         MOVE WS-MONTANT-HT TO WS-MONTANT-TTC
002590     END-IF.
002600     PERFORM 3000-CALCULER-ECHEANCE
002610         THRU 3000-CALCULER-ECHEANCE-EXIT.
002620     PERFORM 4000-ENREGISTRER-FACTURE
002630         THRU 4000-ENREGISTRER-FACTURE-EXIT.
002640     CLOSE ACHATS-FILE.
002650     CLOSE FACTFRN-FILE.
002660 1000-SAISIR-FACTURE-EXIT.
002670     EXIT.

002680*----------------------------------------------------------------
002690* 2000-SAISIR-LIGNE - ONE PURCHASE ORDER, THE QUANTITY AND UNIT
002700* PRICE INVOICED, MATCHED AGAINST ORDER AND RECEIPT
002710*----------------------------------------------------------------
002720 2000-SAISIR-LIGNE.
002730     IF WS-NB-LIGNES = 20
002740         DISPLAY "20 lignes au plus par facture"
002750         SET FIN-LIGNES TO TRUE
002760         GO TO 2000-SAISIR-LIGNE-EXIT
002770     END-IF.
002780     DISPLAY "Commande fournisseur (vide = fin de facture) : ".
002790     MOVE ZERO TO WS-NUM-ACHAT.
002800     ACCEPT WS-NUM-ACHAT.
002810     IF WS-NUM-ACHAT = ZERO
002820         SET FIN-LIGNES TO TRUE
002830         GO TO 2000-SAISIR-LIGNE-EXIT
002840     END-IF.
002850     PERFORM 2100-CONTROLER-ACHAT
002860         THRU 2100-CONTROLER-ACHAT-EXIT.
002870     IF NOT LIGNE-ACCEPTEE
002880         GO TO 2000-SAISIR-LIGNE-EXIT
002890     END-IF.
002900     DISPLAY "Commande " ACH-NUM " - " ACH-CODE-PROD
002910         " - commandee " ACH-QUANTITE " a " ACH-PRIX-UNITAIRE
002920         " - recue " ACH-QTE-RECUE
002930         " - deja facturee " ACH-QTE-FACTUREE.
002940     DISPLAY "Quantite facturee : ".
002950     MOVE ZERO TO WS-QTE-SAISIE.
002960     ACCEPT WS-QTE-SAISIE.
002970     IF WS-QTE-SAISIE = ZERO
002980         DISPLAY "Quantite nulle - ligne ignoree"
002990         GO TO 2000-SAISIR-LIGNE-EXIT
003000     END-IF.
003010     DISPLAY "Prix unitaire facture HT : ".
003020     MOVE ZERO TO WS-PRIX-SAISI.
003030     ACCEPT WS-PRIX-SAISI.
003040     MOVE WS-CODE-FRN TO FFL-CODE-FRN.
003050     MOVE WS-NUM-FACTURE TO FFL-NUM-FACTURE.
003060     MOVE ACH-NUM TO FFL-NUM-ACHAT.
003070     MOVE ACH-CODE-PROD TO FFL-CODE-PROD.
003080     MOVE WS-QTE-SAISIE TO FFL-QTE-FACTUREE.
003090     MOVE WS-PRIX-SAISI TO FFL-PRIX-FACTURE.
003100     MOVE ACH-QUANTITE TO FFL-QTE-COMMANDEE.
003110     MOVE ACH-QTE-RECUE TO FFL-QTE-RECUE.
003120     MOVE ACH-QTE-FACTUREE TO FFL-QTE-DEJA-FACTUREE.
003130     MOVE ACH-PRIX-UNITAIRE TO FFL-PRIX-COMMANDE.
003140     MOVE SPACE TO FFL-ECART-QTE FFL-ECART-PRIX.
003150     COMPUTE WS-QTE-A-FACTURER =
003160         ACH-QTE-RECUE - ACH-QTE-FACTUREE.
003170     IF WS-QTE-SAISIE > WS-QTE-A-FACTURER + WS-TOLERANCE-QTE
003180         SET FFL-ECART-QUANTITE TO TRUE
003190         DISPLAY "  Ecart de quantite : facture " WS-QTE-SAISIE
003200             ", recu non facture " WS-QTE-A-FACTURER
003210     END-IF.
003220     COMPUTE WS-ECART-PRIX = WS-PRIX-SAISI - ACH-PRIX-UNITAIRE.
003230     IF WS-ECART-PRIX < ZERO
003240         COMPUTE WS-ECART-PRIX = ZERO - WS-ECART-PRIX
003250     END-IF.
003260     COMPUTE WS-ECART-PRIX-MAXI ROUNDED =
003270         ACH-PRIX-UNITAIRE * WS-TOLERANCE-PRIX / 100.
003280     IF ACH-PRIX-UNITAIRE = ZERO
003290         OR WS-ECART-PRIX > WS-ECART-PRIX-MAXI
003300         SET FFL-ECART-SUR-PRIX TO TRUE
003310         DISPLAY "  Ecart de prix : facture " WS-PRIX-SAISI
003320             ", commande " ACH-PRIX-UNITAIRE
003330     END-IF.
003340     IF FFL-ECART-QUANTITE OR FFL-ECART-SUR-PRIX
003350         ADD 1 TO WS-NB-ECARTS
003360     END-IF.
003370     COMPUTE WS-MONTANT-LIGNE = WS-QTE-SAISIE * WS-PRIX-SAISI.
003380     ADD WS-MONTANT-LIGNE TO WS-MONTANT-HT.
003390     ADD 1 TO WS-NB-LIGNES.
003400     MOVE FACTLIGN-RECORD TO WS-LIG-ENREG(WS-NB-LIGNES).
003410 2000-SAISIR-LIGNE-EXIT.
003420     EXIT.

003430*----------------------------------------------------------------
003440* 2100-CONTROLER-ACHAT - THE PURCHASE ORDER MUST EXIST, BELONG TO
003450* THE SUPPLIER AND NOT BE ON THIS INVOICE ALREADY
003460*----------------------------------------------------------------
003470 2100-CONTROLER-ACHAT.
003480     MOVE "N" TO WS-LIGNE-ACCEPTEE.
003490     MOVE WS-NUM-ACHAT TO ACH-NUM.
003500     READ ACHATS-FILE
003510         INVALID KEY
003520             DISPLAY "Commande fournisseur introuvable : "
003530                 WS-NUM-ACHAT
003540             GO TO 2100-CONTROLER-ACHAT-EXIT
003550     END-READ.
003560     IF ACH-CODE-FRN NOT = WS-CODE-FRN
003570         DISPLAY "La commande " WS-NUM-ACHAT
003580             " est passee chez " ACH-CODE-FRN
003590         GO TO 2100-CONTROLER-ACHAT-EXIT
003600     END-IF.
003610     SET LIGNE-ACCEPTEE TO TRUE.
003620     PERFORM VARYING WS-IX-LIGNE FROM 1 BY 1
003630         UNTIL WS-IX-LIGNE > WS-NB-LIGNES
003640             OR NOT LIGNE-ACCEPTEE
003650         MOVE WS-LIG-ENREG(WS-IX-LIGNE) TO FACTLIGN-RECORD
003660         IF FFL-NUM-ACHAT = WS-NUM-ACHAT
003670             DISPLAY "Commande deja sur cette facture : "
003680                 WS-NUM-ACHAT
003690             MOVE "N" TO WS-LIGNE-ACCEPTEE
003695         END-IF
003700     END-PERFORM.
003710 2100-CONTROLER-ACHAT-EXIT.
003720     EXIT.

003730*----------------------------------------------------------------
003740* 3000-CALCULER-ECHEANCE - INVOICE DATE PLUS THE TERMS, PUSHED TO
003750* THE LAST DAY OF THAT MONTH FOR "FIN DE MOIS" SUPPLIERS
003760*----------------------------------------------------------------
003770 3000-CALCULER-ECHEANCE.
003780     COMPUTE WS-JOUR-ECHEANCE =
003790         FUNCTION INTEGER-OF-DATE(WS-DATE-FACTURE)
003800         + WS-DELAI-PAIEMENT.
003810     COMPUTE WS-ECHEANCE =
003820         FUNCTION DATE-OF-INTEGER(WS-JOUR-ECHEANCE).
003830     IF NOT PAIEMENT-FIN-MOIS
003840         GO TO 3000-CALCULER-ECHEANCE-EXIT
003850     END-IF.
003860     IF WS-ECH-MM = 12
003870         ADD 1 TO WS-ECH-AAAA
003880         MOVE 1 TO WS-ECH-MM
003890     ELSE
003900         ADD 1 TO WS-ECH-MM
003910     END-IF.
003920     MOVE 1 TO WS-ECH-JJ.
003930     COMPUTE WS-JOUR-ECHEANCE =
003940         FUNCTION INTEGER-OF-DATE(WS-ECHEANCE) - 1.
003950     COMPUTE WS-ECHEANCE =
003960         FUNCTION DATE-OF-INTEGER(WS-JOUR-ECHEANCE).
003970 3000-CALCULER-ECHEANCE-EXIT.
003980     EXIT.

003990*----------------------------------------------------------------
004000* 4000-ENREGISTRER-FACTURE - HEADER AND LINES, THE QUANTITIES
004010* CHARGED ONTO THE PURCHASE ORDERS, AND THE PAYABLE WHEN CLEAN
004020*----------------------------------------------------------------
004030 4000-ENREGISTRER-FACTURE.
004040     MOVE WS-CODE-FRN TO FFR-CODE-FRN.
004050     MOVE WS-NUM-FACTURE TO FFR-NUM-FACTURE.
004060     MOVE WS-DATE-FACTURE TO FFR-DATE-FACTURE.
004070     MOVE WS-DATE-JOUR TO FFR-DATE-SAISIE.
004080     MOVE WS-ECHEANCE TO FFR-ECHEANCE.
004090     MOVE WS-MONTANT-HT TO FFR-MONTANT-HT.
004100     MOVE WS-MONTANT-TTC TO FFR-MONTANT-TTC.
004110     MOVE WS-NB-LIGNES TO FFR-NB-LIGNES.
004120     MOVE WS-NB-ECARTS TO FFR-NB-ECARTS.
004130     MOVE ZERO TO FFR-DATE-DECISION.
004140     IF WS-NB-ECARTS = ZERO
004150         SET FFR-CONFORME TO TRUE
004160     ELSE
004170         SET FFR-BLOQUEE TO TRUE
004180     END-IF.
004190     WRITE FACTFRN-RECORD
004200         INVALID KEY
004210             DISPLAY "Ecriture impossible sur FACTFRN.DAT"
004220             GO TO 4000-ENREGISTRER-FACTURE-EXIT
004230     END-WRITE.
004240     OPEN EXTEND FACTLIGN-FILE.
004250     IF NOT FACTLIGN-OK
004260         CLOSE FACTLIGN-FILE
004270         OPEN OUTPUT FACTLIGN-FILE
004280     END-IF.
004290     PERFORM 4100-ENREGISTRER-LIGNE
004300         THRU 4100-ENREGISTRER-LIGNE-EXIT
004310         VARYING WS-IX-LIGNE FROM 1 BY 1
004320         UNTIL WS-IX-LIGNE > WS-NB-LIGNES.
004330     CLOSE FACTLIGN-FILE.
004340     IF FFR-CONFORME
004350         PERFORM 6000-ECRIRE-DETTE
004360             THRU 6000-ECRIRE-DETTE-EXIT
004370         DISPLAY "Facture conforme - a payer le " FFR-ECHEANCE
004380             " : " FFR-MONTANT-TTC
004390     ELSE
004400         DISPLAY "Facture bloquee - " WS-NB-ECARTS
004410             " ligne(s) en ecart, a approuver"
004420     END-IF.
004430 4000-ENREGISTRER-FACTURE-EXIT.
004440     EXIT.

004450 4100-ENREGISTRER-LIGNE.
004460     MOVE WS-LIG-ENREG(WS-IX-LIGNE) TO FACTLIGN-RECORD.
004470     WRITE FACTLIGN-RECORD.
004480     MOVE FFL-NUM-ACHAT TO ACH-NUM.
004490     READ ACHATS-FILE
004500         INVALID KEY
004510             GO TO 4100-ENREGISTRER-LIGNE-EXIT
004520     END-READ.
004530     ADD FFL-QTE-FACTUREE TO ACH-QTE-FACTUREE.
004540     REWRITE ACHAT-RECORD.
004550 4100-ENREGISTRER-LIGNE-EXIT.
004560     EXIT.

004570*----------------------------------------------------------------
004580* 5000-APPROUVER-FACTURE - A HELD INVOICE, ITS DIFFERENCES, AND
004590* THE DECISION
004600*----------------------------------------------------------------
004610 5000-APPROUVER-FACTURE.
004620     DISPLAY "Code fournisseur : ".
004630     ACCEPT WS-CODE-FRN.
004640     DISPLAY "Numero de facture du fournisseur : ".
004650     MOVE SPACES TO WS-NUM-FACTURE.
004660     ACCEPT WS-NUM-FACTURE.
004670     OPEN I-O FACTFRN-FILE.
004680     IF NOT FACTFRN-OK
004690         CALL "FICHSTAT" USING WS-FACTFRN-STATUS
004700             WS-MESSAGE-STATUT
004710         DISPLAY "FACTFRN.DAT : "
004720             FUNCTION TRIM(WS-MESSAGE-STATUT)
004730         GO TO 5000-APPROUVER-FACTURE-EXIT
004740     END-IF.
004750     MOVE WS-CODE-FRN TO FFR-CODE-FRN.
004760     MOVE WS-NUM-FACTURE TO FFR-NUM-FACTURE.
004770     READ FACTFRN-FILE
004780         INVALID KEY
004790             DISPLAY "Facture inconnue : " WS-CODE-FRN " "
004800                 FUNCTION TRIM(WS-NUM-FACTURE)
004810             CLOSE FACTFRN-FILE
004820             GO TO 5000-APPROUVER-FACTURE-EXIT
004830     END-READ.
004840     IF NOT FFR-BLOQUEE
004850         DISPLAY "Facture non bloquee (statut " FFR-STATUT
004860             ") - rien a approuver"
004870         CLOSE FACTFRN-FILE
004880         GO TO 5000-APPROUVER-FACTURE-EXIT
004890     END-IF.
004900     DISPLAY "Facture du " FFR-DATE-FACTURE " - HT "
004910         FFR-MONTANT-HT " - TTC " FFR-MONTANT-TTC
004920         " - echeance " FFR-ECHEANCE.
004930     MOVE "N" TO WS-FIN-FACTLIGN.
004940     OPEN INPUT FACTLIGN-FILE.
004950     IF FACTLIGN-OK
004960         PERFORM 5100-AFFICHER-LIGNE
004970             THRU 5100-AFFICHER-LIGNE-EXIT
004980             UNTIL FIN-FACTLIGN
004990         CLOSE FACTLIGN-FILE
005000     END-IF.
005010     DISPLAY "Approuver (O), refuser (R) ou laisser bloquee"
005020         " (vide) ? ".
005030     MOVE SPACE TO WS-DECISION.
005040     ACCEPT WS-DECISION.
005050     IF DECISION-APPROUVER
005060         SET FFR-APPROUVEE TO TRUE
005070         MOVE WS-DATE-JOUR TO FFR-DATE-DECISION
005080         REWRITE FACTFRN-RECORD
005090         PERFORM 6000-ECRIRE-DETTE
005100             THRU 6000-ECRIRE-DETTE-EXIT
005110         DISPLAY "Facture approuvee - a payer le " FFR-ECHEANCE
005120     ELSE
005130         IF DECISION-REFUSER
005140             SET FFR-REFUSEE TO TRUE
005150             MOVE WS-DATE-JOUR TO FFR-DATE-DECISION
005160             REWRITE FACTFRN-RECORD
005170             PERFORM 5500-LIBERER-QUANTITES
005180                 THRU 5500-LIBERER-QUANTITES-EXIT
005190             DISPLAY "Facture refusee - a retourner au"
005195                 " fournisseur"
005200         ELSE
005210             DISPLAY "Facture laissee bloquee"
005220         END-IF
005230     END-IF.
005240     CLOSE FACTFRN-FILE.
005250 5000-APPROUVER-FACTURE-EXIT.
005260     EXIT.

005270 5100-AFFICHER-LIGNE.
005280     READ FACTLIGN-FILE
005290         AT END
005300             SET FIN-FACTLIGN TO TRUE
005310             GO TO 5100-AFFICHER-LIGNE-EXIT
005320     END-READ.
005330     IF FFL-CODE-FRN NOT = WS-CODE-FRN
005340         OR FFL-NUM-FACTURE NOT = WS-NUM-FACTURE
005350         GO TO 5100-AFFICHER-LIGNE-EXIT
005360     END-IF.
005370     DISPLAY "Commande " FFL-NUM-ACHAT " " FFL-CODE-PROD
005380         " : facture " FFL-QTE-FACTUREE " a " FFL-PRIX-FACTURE
005390         " - commande " FFL-QTE-COMMANDEE " a " FFL-PRIX-COMMANDE
005400         " - recu " FFL-QTE-RECUE
005410         " - deja facture " FFL-QTE-DEJA-FACTUREE.
005420     IF FFL-ECART-QUANTITE
005430         DISPLAY "  ** ecart de quantite"
005440     END-IF.
005450     IF FFL-ECART-SUR-PRIX
005460         DISPLAY "  ** ecart de prix"
005470     END-IF.
005480 5100-AFFICHER-LIGNE-EXIT.
005490     EXIT.

005500*----------------------------------------------------------------
005510* 5500-LIBERER-QUANTITES - A REFUSED INVOICE GIVES BACK WHAT IT
005520* CHARGED ON EACH PURCHASE ORDER, SO THE CORRECTED ONE MATCHES
005530*----------------------------------------------------------------
005540 5500-LIBERER-QUANTITES.
005550     OPEN I-O ACHATS-FILE.
005560     IF NOT ACHATS-OK
005570         CALL "FICHSTAT" USING WS-ACHATS-STATUS
005580             WS-MESSAGE-STATUT
005590         DISPLAY "ACHATS.DAT : "
005600             FUNCTION TRIM(WS-MESSAGE-STATUT)
005610         GO TO 5500-LIBERER-QUANTITES-EXIT
005620     END-IF.
005630     MOVE "N" TO WS-FIN-FACTLIGN.
005640     OPEN INPUT FACTLIGN-FILE.
005650     IF FACTLIGN-OK
005660         PERFORM 5510-LIBERER-LIGNE
005670             THRU 5510-LIBERER-LIGNE-EXIT
005680             UNTIL FIN-FACTLIGN
005690         CLOSE FACTLIGN-FILE
005700     END-IF.
005710     CLOSE ACHATS-FILE.
005720 5500-LIBERER-QUANTITES-EXIT.
005730     EXIT.

005740 5510-LIBERER-LIGNE.
005750     READ FACTLIGN-FILE
005760         AT END
005770             SET FIN-FACTLIGN TO TRUE
005780             GO TO 5510-LIBERER-LIGNE-EXIT
005790     END-READ.
005800     IF FFL-CODE-FRN NOT = WS-CODE-FRN
005810         OR FFL-NUM-FACTURE NOT = WS-NUM-FACTURE
005820         GO TO 5510-LIBERER-LIGNE-EXIT
005830     END-IF.
005840     MOVE FFL-NUM-ACHAT TO ACH-NUM.
005850     READ ACHATS-FILE
005860         INVALID KEY
005870             GO TO 5510-LIBERER-LIGNE-EXIT
005880     END-READ.
005890     IF ACH-QTE-FACTUREE > FFL-QTE-FACTUREE
005900         SUBTRACT FFL-QTE-FACTUREE FROM ACH-QTE-FACTUREE
005910     ELSE
005920         MOVE ZERO TO ACH-QTE-FACTUREE
005930     END-IF.
005940     REWRITE ACHAT-RECORD.
005950 5510-LIBERER-LIGNE-EXIT.
005960     EXIT.

005970*----------------------------------------------------------------
005980* 6000-ECRIRE-DETTE - THE INVOICE ONTO THE PAYABLES
005990*----------------------------------------------------------------
006000 6000-ECRIRE-DETTE.
006010     OPEN EXTEND DETTEFRN-FILE.
006020     IF NOT DETTEFRN-OK
006030         CLOSE DETTEFRN-FILE
006040         OPEN OUTPUT DETTEFRN-FILE
006050     END-IF.
006060     MOVE FFR-CODE-FRN TO DTF-CODE-FRN.
006070     MOVE FFR-NUM-FACTURE TO DTF-NUM-FACTURE.
006080     MOVE FFR-DATE-FACTURE TO DTF-DATE-FACTURE.
006090     MOVE FFR-ECHEANCE TO DTF-ECHEANCE.
006100     MOVE FFR-MONTANT-TTC TO DTF-MONTANT-TTC.
006110     WRITE DETTEFRN-RECORD.
006120     CLOSE DETTEFRN-FILE.
006130 6000-ECRIRE-DETTE-EXIT.
006140     EXIT.

006150*----------------------------------------------------------------
006160* 7000-LISTER-BLOQUEES - EVERY INVOICE WAITING FOR APPROVAL
006170*----------------------------------------------------------------
006180 7000-LISTER-BLOQUEES.
006190     OPEN INPUT FACTFRN-FILE.
006200     IF NOT FACTFRN-OK
006210         DISPLAY "Aucune facture fournisseur : FACTFRN.DAT"
006220         GO TO 7000-LISTER-BLOQUEES-EXIT
006230     END-IF.
006240     DISPLAY "Factures fournisseur bloquees".
006250     DISPLAY "-----------------------------------------".
006260     MOVE "N" TO WS-FIN-FACTFRN.
006270     PERFORM 7100-LISTER-FACTURE
006280         THRU 7100-LISTER-FACTURE-EXIT
006290         UNTIL FIN-FACTFRN.
006300     CLOSE FACTFRN-FILE.
006310     DISPLAY "-----------------------------------------".
006320     DISPLAY "Factures bloquees : " WS-NB-BLOQUEES.
006330 7000-LISTER-BLOQUEES-EXIT.
006340     EXIT.

006350 7100-LISTER-FACTURE.
006360     READ FACTFRN-FILE NEXT
006370         AT END
006380             SET FIN-FACTFRN TO TRUE
006390             GO TO 7100-LISTER-FACTURE-EXIT
006400     END-READ.
006410     IF NOT FFR-BLOQUEE
006420         GO TO 7100-LISTER-FACTURE-EXIT
006430     END-IF.
006440     ADD 1 TO WS-NB-BLOQUEES.
006450     DISPLAY FFR-CODE-FRN " " FFR-NUM-FACTURE
006460         " du " FFR-DATE-FACTURE " - TTC " FFR-MONTANT-TTC
006470         " - " FFR-NB-ECARTS " ligne(s) en ecart".
006480 7100-LISTER-FACTURE-EXIT.
006490     EXIT.
