000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    VALOSTOCK.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. THE MONTH-END STOCK VALUATION, TO
000110*                 VALOSTK.DAT : QUANTITY AND VALUE AT THE WEIGHTED
000120*                 AVERAGE COST (PROD-COUT, KEPT BY RECEPTIONSTOCK)
000130*                 PER PRODUCT, DEPOT AND BOUTIQUE SEPARATELY, THEN
000140*                 TOTALS BY VAT CATEGORY WITH THE CHANGE SINCE THE
000150*                 PREVIOUS MONTH. EACH RUN FILES THE MONTH'S
000160*                 CATEGORY TOTALS ON VALOHIST.DAT (A RERUN OF THE
000170*                 SAME MONTH REPLACES THEM) FOR NEXT MONTH'S
000180*                 COMPARISON. THE MONTH DEFAULTS TO THE CURRENT
000190*                 ONE.
000192* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000194*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000196*                 VALOSTOCK (SEE HABILITATIONS).
000197* 2026-10-15  LM  THE OTHER MONTHS OF VALOHIST.DAT ARE KEPT ON A
000198*                 TEMP COPY (VALOHIST.TMP) WHILE THE FILE IS
000199*                 REWRITTEN, INSTEAD OF A 600-LINE TABLE, SO NO
000200*                 MONTH IS EVER DROPPED.
000200*----------------------------------------------------------------

000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.

000240     SELECT PRODUIT-FILE ASSIGN TO "PRODUITS.DAT"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS SEQUENTIAL
000270         RECORD KEY IS PROD-CODE
000280         ALTERNATE RECORD KEY IS PROD-EAN
000290             WITH DUPLICATES
000300         FILE STATUS IS WS-PRODUIT-STATUS.

000310     SELECT VALOHIST-FILE ASSIGN TO "VALOHIST.DAT"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-VALOHIST-STATUS.

000340     SELECT RAPPORT-FILE ASSIGN TO "VALOSTK.DAT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-RAPPORT-STATUS.

000362     SELECT TEMP-FILE ASSIGN TO "VALOHIST.TMP"
000364         ORGANIZATION IS LINE SEQUENTIAL
000366         FILE STATUS IS WS-TEMP-STATUS.

000370 DATA DIVISION.
000380 FILE SECTION.

000390 FD  PRODUIT-FILE.
000400     COPY "PRODUIT-RECORD.cpy".

000410*----------------------------------------------------------------
000420* VALOHIST - ONE LINE PER MONTH AND VAT CATEGORY
000430*----------------------------------------------------------------
000440 FD  VALOHIST-FILE.
000450 01  VALOHIST-RECORD.
000460     05 VAH-MOIS             PIC 9(06).
000470     05 VAH-CATEGORIE-TVA    PIC 9(01).
000480     05 VAH-VALEUR-DEPOT     PIC 9(09)V99.
000490     05 VAH-VALEUR-BOUTIQUE  PIC 9(09)V99.

000500 FD  RAPPORT-FILE.
000510 01  RAPPORT-LIGNE           PIC X(80).

000511*----------------------------------------------------------------
000512* TEMP - THE OTHER MONTHS OF VALOHIST.DAT, KEPT WHILE THE FILE IS
000513* REWRITTEN WITH THIS MONTH'S LINES
000514*----------------------------------------------------------------
000515 FD  TEMP-FILE.
000516 01  TEMP-LIGNE              PIC X(29).

000520 WORKING-STORAGE SECTION.

000525     COPY "HABILITATION.cpy".

000530 01  WS-DATE-JOUR            PIC 9(08).
000540 01  WS-MOIS-RAPPORT         PIC 9(06).
000550 01  WS-MOIS-DECOUPE REDEFINES WS-MOIS-RAPPORT.
000560     05 WS-MOIS-AAAA         PIC 9(04).
000570     05 WS-MOIS-MM           PIC 9(02).
000580 01  WS-MOIS-PRECEDENT       PIC 9(06).
000590 01  WS-MESSAGE-STATUT       PIC X(40).

000600 01  WS-PRODUIT-STATUS       PIC X(02).
000610     88 PRODUIT-OK                    VALUE "00".

000620 01  WS-VALOHIST-STATUS      PIC X(02).
000630     88 VALOHIST-OK                   VALUE "00".

000640 01  WS-RAPPORT-STATUS       PIC X(02).
000650     88 RAPPORT-OK                    VALUE "00".

000652 01  WS-TEMP-STATUS          PIC X(02).
000654     88 TEMP-OK                       VALUE "00".

000656 01  WS-NOM-TEMP             PIC X(40) VALUE "VALOHIST.TMP".
000658 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.

000660 01  WS-SWITCHES.
000670     05 WS-FIN-PRODUITS      PIC X(01).
000680         88 FIN-PRODUITS              VALUE "Y".
000690     05 WS-FIN-VALOHIST      PIC X(01).
000700         88 FIN-VALOHIST              VALUE "Y".
000703     05 WS-FIN-TEMP          PIC X(01).
000706         88 FIN-TEMP                  VALUE "Y".

000710*----------------------------------------------------------------
000720* ONE PRODUCT
000730*----------------------------------------------------------------
000740 01  WS-VALEUR-DEPOT         PIC 9(09)V99.
000750 01  WS-VALEUR-BOUTIQUE      PIC 9(09)V99.
000760 01  WS-NB-PRODUITS          PIC 9(05) VALUE ZERO.
000770 01  WS-NB-SANS-COUT         PIC 9(05) VALUE ZERO.

000780*----------------------------------------------------------------
000790* TOTALS BY VAT CATEGORY (ENTRY = CATEGORY + 1, 0 = NONE), THIS
000800* MONTH AND THE PREVIOUS ONE FROM VALOHIST.DAT
000810*----------------------------------------------------------------
000820 01  WS-TABLE-CATEGORIES.
000830     05 WS-CAT OCCURS 10 TIMES.
000840         10 WS-CAT-DEPOT     PIC 9(09)V99.
000850         10 WS-CAT-BOUTIQUE  PIC 9(09)V99.
000860         10 WS-CAT-PRECEDENT PIC 9(09)V99.
000870         10 WS-CAT-CONNU     PIC X(01).
000880             88 CAT-PRECEDENT-CONNU   VALUE "O".
000890 01  WS-IX-CAT               PIC 9(02).
000895 01  WS-CODE-CAT             PIC 9(01).
000900 01  WS-TOTAL-DEPOT          PIC 9(09)V99.
000910 01  WS-TOTAL-BOUTIQUE       PIC 9(09)V99.
000920 01  WS-TOTAL-PRECEDENT      PIC 9(09)V99.
000930 01  WS-VALEUR-CATEGORIE     PIC 9(09)V99.
000940 01  WS-VARIATION            PIC S9(09)V99.
000950 01  WS-PRECEDENT-TROUVE     PIC X(01) VALUE "N".
000960     88 PRECEDENT-TROUVE              VALUE "O".

001060*----------------------------------------------------------------
001070* DETAIL - ONE PRODUCT
001080*----------------------------------------------------------------
001090 01  WS-LIGNE-DETAIL.
001100     05 WS-DET-CODE          PIC X(04).
001110     05 FILLER               PIC X(01) VALUE SPACES.
001120     05 WS-DET-LIBELLE       PIC X(16).
001130     05 FILLER               PIC X(01) VALUE SPACES.
001140     05 WS-DET-TVA           PIC 9(01).
001150     05 FILLER               PIC X(01) VALUE SPACES.
001160     05 WS-DET-COUT          PIC Z(4)9.99.
001170     05 FILLER               PIC X(01) VALUE SPACES.
001180     05 WS-DET-QTE-DEPOT     PIC Z(4)9.
001190     05 FILLER               PIC X(01) VALUE SPACES.
001200     05 WS-DET-VAL-DEPOT     PIC Z(6)9.99.
001210     05 FILLER               PIC X(01) VALUE SPACES.
001220     05 WS-DET-QTE-BOUTIQUE  PIC Z(4)9.
001230     05 FILLER               PIC X(01) VALUE SPACES.
001240     05 WS-DET-VAL-BOUTIQUE  PIC Z(6)9.99.
001250     05 FILLER               PIC X(01) VALUE SPACES.
001260     05 WS-DET-TOTAL         PIC Z(7)9.99.

001270*----------------------------------------------------------------
001280* CATEGORY LINE
001290*----------------------------------------------------------------
001300 01  WS-LIGNE-CATEGORIE.
001310     05 WS-CLG-LIBELLE       PIC X(10).
001320     05 FILLER               PIC X(01) VALUE SPACES.
001330     05 WS-CLG-DEPOT         PIC Z(8)9.99.
001340     05 FILLER               PIC X(01) VALUE SPACES.
001350     05 WS-CLG-BOUTIQUE      PIC Z(8)9.99.
001360     05 FILLER               PIC X(01) VALUE SPACES.
001370     05 WS-CLG-TOTAL         PIC Z(8)9.99.
001380     05 FILLER               PIC X(01) VALUE SPACES.
001390     05 WS-CLG-PRECEDENT     PIC Z(8)9.99.
001400     05 FILLER               PIC X(01) VALUE SPACES.
001410     05 WS-CLG-VARIATION     PIC -(8)9.99.

001420 PROCEDURE DIVISION.

001430*----------------------------------------------------------------
001440* 0000-MAINLINE
001450*----------------------------------------------------------------
001460 0000-MAINLINE.
001461     MOVE "VALOSTOCK" TO HAB-PROGRAMME.
001462     CALL "HABILITER" USING HAB-ZONE.
001463     IF NOT HAB-AUTORISE
001464         GOBACK
001465     END-IF.
001470     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001480     DISPLAY "Mois AAAAMM (defaut mois en cours) : ".
001490     MOVE ZERO TO WS-MOIS-RAPPORT.
001500     ACCEPT WS-MOIS-RAPPORT.
001510     IF WS-MOIS-RAPPORT = ZERO
001520         MOVE WS-DATE-JOUR(1:6) TO WS-MOIS-RAPPORT
001530     END-IF.
001540     IF WS-MOIS-MM < 1 OR WS-MOIS-MM > 12
001550         DISPLAY "Mois invalide : " WS-MOIS-RAPPORT
001560         GO TO 0000-FIN
001570     END-IF.
001580     IF WS-MOIS-MM = 1
001590         COMPUTE WS-MOIS-PRECEDENT =
001600             (WS-MOIS-AAAA - 1) * 100 + 12
001610     ELSE
001620         COMPUTE WS-MOIS-PRECEDENT = WS-MOIS-RAPPORT - 1
001630     END-IF.
001640     PERFORM 1000-OUVRIR-FICHIERS
001650         THRU 1000-OUVRIR-FICHIERS-EXIT.
001660     IF NOT RAPPORT-OK
001670         GO TO 0000-FIN
001680     END-IF.
001690     PERFORM 1500-CHARGER-HISTORIQUE
001700         THRU 1500-CHARGER-HISTORIQUE-EXIT.
001710     MOVE "N" TO WS-FIN-PRODUITS.
001720     PERFORM 2000-VALORISER-PRODUIT
001730         THRU 2000-VALORISER-PRODUIT-EXIT
001740         UNTIL FIN-PRODUITS.
001750     CLOSE PRODUIT-FILE.
001760     PERFORM 3000-EDITER-CATEGORIES
001770         THRU 3000-EDITER-CATEGORIES-EXIT.
001780     CLOSE RAPPORT-FILE.
001790     PERFORM 4000-ECRIRE-HISTORIQUE
001800         THRU 4000-ECRIRE-HISTORIQUE-EXIT.
001810     DISPLAY "Produits valorises       : " WS-NB-PRODUITS.
001820     DISPLAY "Produits en stock sans cout : " WS-NB-SANS-COUT.
001830     DISPLAY "Valeur depot    : " WS-TOTAL-DEPOT.
001840     DISPLAY "Valeur boutique : " WS-TOTAL-BOUTIQUE.
001850     IF NOT PRECEDENT-TROUVE
001860         DISPLAY "Pas de valorisation pour " WS-MOIS-PRECEDENT
001870             " - variation non calculee"
001880     END-IF.
001890     DISPLAY "Rapport dans VALOSTK.DAT".
001900 0000-FIN.
001910     STOP RUN.

001920*----------------------------------------------------------------
001930* 1000-OUVRIR-FICHIERS
001940*----------------------------------------------------------------
001950 1000-OUVRIR-FICHIERS.
001960     MOVE "99" TO WS-RAPPORT-STATUS.
001970     OPEN INPUT PRODUIT-FILE.
001980     IF NOT PRODUIT-OK
001990         CALL "FICHSTAT" USING WS-PRODUIT-STATUS
002000             WS-MESSAGE-STATUT
002010         DISPLAY "PRODUITS.DAT : "
002020             FUNCTION TRIM(WS-MESSAGE-STATUT)
002030         GO TO 1000-OUVRIR-FICHIERS-EXIT
002040     END-IF.
002050     OPEN OUTPUT RAPPORT-FILE.
002060     IF NOT RAPPORT-OK
002070         CALL "FICHSTAT" USING WS-RAPPORT-STATUS
002080             WS-MESSAGE-STATUT
002090         DISPLAY "VALOSTK.DAT : "
002100             FUNCTION TRIM(WS-MESSAGE-STATUT)
002110         CLOSE PRODUIT-FILE
002120         GO TO 1000-OUVRIR-FICHIERS-EXIT
002130     END-IF.
002140     MOVE SPACES TO RAPPORT-LIGNE.
002150     STRING "VALORISATION DU STOCK AU COUT MOYEN - MOIS "
002160         WS-MOIS-RAPPORT
002170         DELIMITED BY SIZE INTO RAPPORT-LIGNE.
002180     WRITE RAPPORT-LIGNE.
002190     MOVE SPACES TO RAPPORT-LIGNE.
002200     WRITE RAPPORT-LIGNE.
002210     MOVE "Code Libelle          T     Cout Depot  Val.depot"
002220         TO RAPPORT-LIGNE.
002230     MOVE "Bout.  Val.bout.  Val.totale"
002235         TO RAPPORT-LIGNE(51:28).
002240     WRITE RAPPORT-LIGNE.
002250     MOVE ALL "-" TO RAPPORT-LIGNE.
002260     WRITE RAPPORT-LIGNE.
002270 1000-OUVRIR-FICHIERS-EXIT.
002280     EXIT.

002290*----------------------------------------------------------------
002300* 1500-CHARGER-HISTORIQUE - PREVIOUS MONTH'S VALUES BY CATEGORY;
002306* EVERY LINE NOT OF THIS MONTH GOES TO VALOHIST.TMP FOR THE
002312* REWRITE
002320*----------------------------------------------------------------
002330 1500-CHARGER-HISTORIQUE.
002340     INITIALIZE WS-TABLE-CATEGORIES.
002342     OPEN OUTPUT TEMP-FILE.
002344     IF NOT TEMP-OK
002346         CALL "FICHSTAT" USING WS-TEMP-STATUS
002348             WS-MESSAGE-STATUT
002350         DISPLAY "VALOHIST.TMP : "
002352             FUNCTION TRIM(WS-MESSAGE-STATUT)
002354     END-IF.
002360     OPEN INPUT VALOHIST-FILE.
002370     IF NOT VALOHIST-OK
002380         GO TO 1500-CHARGER-HISTORIQUE-FIN
002390     END-IF.
002400     MOVE "N" TO WS-FIN-VALOHIST.
002410     PERFORM 1510-LIRE-HISTORIQUE
002420         THRU 1510-LIRE-HISTORIQUE-EXIT
002430         UNTIL FIN-VALOHIST.
002440     CLOSE VALOHIST-FILE.
002442 1500-CHARGER-HISTORIQUE-FIN.
002444     IF TEMP-OK
002446         CLOSE TEMP-FILE
002448     END-IF.
002450 1500-CHARGER-HISTORIQUE-EXIT.
002460     EXIT.

002470 1510-LIRE-HISTORIQUE.
002480     READ VALOHIST-FILE
002490         AT END
002500             SET FIN-VALOHIST TO TRUE
002510             GO TO 1510-LIRE-HISTORIQUE-EXIT
002520     END-READ.
002530     IF VAH-MOIS = WS-MOIS-RAPPORT
002540         GO TO 1510-LIRE-HISTORIQUE-EXIT
002550     END-IF.
002560     IF VAH-MOIS = WS-MOIS-PRECEDENT
002570         COMPUTE WS-IX-CAT = VAH-CATEGORIE-TVA + 1
002580         ADD VAH-VALEUR-DEPOT VAH-VALEUR-BOUTIQUE
002590             TO WS-CAT-PRECEDENT(WS-IX-CAT)
002600         MOVE "O" TO WS-CAT-CONNU(WS-IX-CAT)
002610         SET PRECEDENT-TROUVE TO TRUE
002620     END-IF.
002630     IF TEMP-OK
002640         MOVE VALOHIST-RECORD TO TEMP-LIGNE
002650         WRITE TEMP-LIGNE
002690     END-IF.
002700 1510-LIRE-HISTORIQUE-EXIT.
002710     EXIT.

002720*----------------------------------------------------------------
002730* 2000-VALORISER-PRODUIT - DEPOT AND BOUTIQUE AT PROD-COUT
002740*----------------------------------------------------------------
002750 2000-VALORISER-PRODUIT.
002760     READ PRODUIT-FILE NEXT
002770         AT END
002780             SET FIN-PRODUITS TO TRUE
002790             GO TO 2000-VALORISER-PRODUIT-EXIT
002800     END-READ.
002810     IF PROD-STOCK-DEPOT + PROD-STOCK-BOUTIQUE = ZERO
002820         GO TO 2000-VALORISER-PRODUIT-EXIT
002830     END-IF.
002840     IF PROD-COUT = ZERO
002850         ADD 1 TO WS-NB-SANS-COUT
002860     END-IF.
002870     COMPUTE WS-VALEUR-DEPOT ROUNDED =
002880         PROD-STOCK-DEPOT * PROD-COUT.
002890     COMPUTE WS-VALEUR-BOUTIQUE ROUNDED =
002900         PROD-STOCK-BOUTIQUE * PROD-COUT.
002910     COMPUTE WS-IX-CAT = PROD-CATEGORIE-TVA + 1.
002920     ADD WS-VALEUR-DEPOT TO WS-CAT-DEPOT(WS-IX-CAT).
002930     ADD WS-VALEUR-BOUTIQUE TO WS-CAT-BOUTIQUE(WS-IX-CAT).
002940     MOVE PROD-CODE TO WS-DET-CODE.
002950     MOVE PROD-LIBELLE TO WS-DET-LIBELLE.
002960     MOVE PROD-CATEGORIE-TVA TO WS-DET-TVA.
002970     MOVE PROD-COUT TO WS-DET-COUT.
002980     MOVE PROD-STOCK-DEPOT TO WS-DET-QTE-DEPOT.
002990     MOVE WS-VALEUR-DEPOT TO WS-DET-VAL-DEPOT.
003000     MOVE PROD-STOCK-BOUTIQUE TO WS-DET-QTE-BOUTIQUE.
003010     MOVE WS-VALEUR-BOUTIQUE TO WS-DET-VAL-BOUTIQUE.
003020     COMPUTE WS-DET-TOTAL = WS-VALEUR-DEPOT + WS-VALEUR-BOUTIQUE.
003030     MOVE WS-LIGNE-DETAIL TO RAPPORT-LIGNE.
003040     WRITE RAPPORT-LIGNE.
003050     ADD 1 TO WS-NB-PRODUITS.
003060 2000-VALORISER-PRODUIT-EXIT.
003070     EXIT.

003080*----------------------------------------------------------------
003090* 3000-EDITER-CATEGORIES - ONE LINE PER CATEGORY HELD THIS MONTH
003100* OR LAST, THEN THE GRAND TOTAL
003110*----------------------------------------------------------------
003120 3000-EDITER-CATEGORIES.
003130     MOVE ZERO TO WS-TOTAL-DEPOT WS-TOTAL-BOUTIQUE
003140         WS-TOTAL-PRECEDENT.
003150     MOVE SPACES TO RAPPORT-LIGNE.
003160     WRITE RAPPORT-LIGNE.
003170     MOVE "TOTAUX PAR CATEGORIE DE TVA" TO RAPPORT-LIGNE.
003180     WRITE RAPPORT-LIGNE.
003190     MOVE SPACES TO RAPPORT-LIGNE.
003200     STRING "Categorie     Val.depot    Val.bout.   Val.totale"
003210         "  Mois " WS-MOIS-PRECEDENT
003220         DELIMITED BY SIZE INTO RAPPORT-LIGNE.
003230     MOVE "Variation" TO RAPPORT-LIGNE(67:9).
003240     WRITE RAPPORT-LIGNE.
003250     MOVE ALL "-" TO RAPPORT-LIGNE.
003260     WRITE RAPPORT-LIGNE.
003270     PERFORM 3100-EDITER-CATEGORIE
003280         THRU 3100-EDITER-CATEGORIE-EXIT
003290         VARYING WS-IX-CAT FROM 1 BY 1
003300         UNTIL WS-IX-CAT > 10.
003310     MOVE ALL "-" TO RAPPORT-LIGNE.
003320     WRITE RAPPORT-LIGNE.
003330     MOVE "TOTAL" TO WS-CLG-LIBELLE.
003340     MOVE WS-TOTAL-DEPOT TO WS-CLG-DEPOT.
003350     MOVE WS-TOTAL-BOUTIQUE TO WS-CLG-BOUTIQUE.
003360     COMPUTE WS-VALEUR-CATEGORIE =
003370         WS-TOTAL-DEPOT + WS-TOTAL-BOUTIQUE.
003380     MOVE WS-VALEUR-CATEGORIE TO WS-CLG-TOTAL.
003390     MOVE WS-TOTAL-PRECEDENT TO WS-CLG-PRECEDENT.
003400     COMPUTE WS-VARIATION =
003410         WS-VALEUR-CATEGORIE - WS-TOTAL-PRECEDENT.
003420     MOVE WS-VARIATION TO WS-CLG-VARIATION.
003430     MOVE WS-LIGNE-CATEGORIE TO RAPPORT-LIGNE.
003440     IF NOT PRECEDENT-TROUVE
003450         MOVE "n.d." TO RAPPORT-LIGNE(51:29)
003460     END-IF.
003470     WRITE RAPPORT-LIGNE.
003480 3000-EDITER-CATEGORIES-EXIT.
003490     EXIT.

003500 3100-EDITER-CATEGORIE.
003510     IF WS-CAT-DEPOT(WS-IX-CAT) + WS-CAT-BOUTIQUE(WS-IX-CAT)
003520         = ZERO
003530         AND NOT CAT-PRECEDENT-CONNU(WS-IX-CAT)
003540         GO TO 3100-EDITER-CATEGORIE-EXIT
003550     END-IF.
003560     MOVE SPACES TO WS-CLG-LIBELLE.
003570     IF WS-IX-CAT = 1
003580         MOVE "Sans TVA" TO WS-CLG-LIBELLE
003590     ELSE
003600         COMPUTE WS-CODE-CAT = WS-IX-CAT - 1
003605         STRING "TVA " WS-CODE-CAT
003610             DELIMITED BY SIZE INTO WS-CLG-LIBELLE
003620     END-IF.
003630     MOVE WS-CAT-DEPOT(WS-IX-CAT) TO WS-CLG-DEPOT.
003640     MOVE WS-CAT-BOUTIQUE(WS-IX-CAT) TO WS-CLG-BOUTIQUE.
003650     COMPUTE WS-VALEUR-CATEGORIE =
003660         WS-CAT-DEPOT(WS-IX-CAT) + WS-CAT-BOUTIQUE(WS-IX-CAT).
003670     MOVE WS-VALEUR-CATEGORIE TO WS-CLG-TOTAL.
003680     MOVE WS-CAT-PRECEDENT(WS-IX-CAT) TO WS-CLG-PRECEDENT.
003690     COMPUTE WS-VARIATION =
003700         WS-VALEUR-CATEGORIE - WS-CAT-PRECEDENT(WS-IX-CAT).
003710     MOVE WS-VARIATION TO WS-CLG-VARIATION.
003720     MOVE WS-LIGNE-CATEGORIE TO RAPPORT-LIGNE.
003730     IF NOT PRECEDENT-TROUVE
003740         MOVE "n.d." TO RAPPORT-LIGNE(51:29)
003750     END-IF.
003760     WRITE RAPPORT-LIGNE.
003770     ADD WS-CAT-DEPOT(WS-IX-CAT) TO WS-TOTAL-DEPOT.
003780     ADD WS-CAT-BOUTIQUE(WS-IX-CAT) TO WS-TOTAL-BOUTIQUE.
003790     ADD WS-CAT-PRECEDENT(WS-IX-CAT) TO WS-TOTAL-PRECEDENT.
003800 3100-EDITER-CATEGORIE-EXIT.
003810     EXIT.

003820*----------------------------------------------------------------
003827* 4000-ECRIRE-HISTORIQUE - THE OTHER MONTHS BACK FROM
003834* VALOHIST.TMP, THEN THIS MONTH'S CATEGORY TOTALS; WITHOUT THE
003841* TEMP COPY VALOHIST.DAT IS LEFT AS IT WAS
003850*----------------------------------------------------------------
003860 4000-ECRIRE-HISTORIQUE.
003861     OPEN INPUT TEMP-FILE.
003862     IF NOT TEMP-OK
003863         CALL "FICHSTAT" USING WS-TEMP-STATUS
003864             WS-MESSAGE-STATUT
003865         DISPLAY "VALOHIST.TMP : "
003866             FUNCTION TRIM(WS-MESSAGE-STATUT)
003867         DISPLAY "VALOHIST.DAT non mis a jour"
003868         GO TO 4000-ECRIRE-HISTORIQUE-EXIT
003869     END-IF.
003870     OPEN OUTPUT VALOHIST-FILE.
003880     IF NOT VALOHIST-OK
003890         CALL "FICHSTAT" USING WS-VALOHIST-STATUS
003900             WS-MESSAGE-STATUT
003910         DISPLAY "VALOHIST.DAT : "
003920             FUNCTION TRIM(WS-MESSAGE-STATUT)
003926         CLOSE TEMP-FILE
003932         GO TO 4000-ECRIRE-HISTORIQUE-FIN
003940     END-IF.
003945     MOVE "N" TO WS-FIN-TEMP.
003950     PERFORM UNTIL FIN-TEMP
003955         READ TEMP-FILE
003960             AT END SET FIN-TEMP TO TRUE
003965             NOT AT END
003970                 MOVE TEMP-LIGNE TO VALOHIST-RECORD
003975                 WRITE VALOHIST-RECORD
003980         END-READ
003990     END-PERFORM.
003995     CLOSE TEMP-FILE.
004000     PERFORM 4100-ECRIRE-CATEGORIE
004010         THRU 4100-ECRIRE-CATEGORIE-EXIT
004020         VARYING WS-IX-CAT FROM 1 BY 1
004030         UNTIL WS-IX-CAT > 10.
004040     CLOSE VALOHIST-FILE.
004042 4000-ECRIRE-HISTORIQUE-FIN.
004044     CALL "CBL_DELETE_FILE" USING WS-NOM-TEMP
004046         RETURNING WS-RETOUR-SUPPRESSION.
004050 4000-ECRIRE-HISTORIQUE-EXIT.
004060     EXIT.

004070 4100-ECRIRE-CATEGORIE.
004080     IF WS-CAT-DEPOT(WS-IX-CAT) + WS-CAT-BOUTIQUE(WS-IX-CAT)
004090         = ZERO
004100         GO TO 4100-ECRIRE-CATEGORIE-EXIT
004110     END-IF.
004120     MOVE WS-MOIS-RAPPORT TO VAH-MOIS.
004130     COMPUTE VAH-CATEGORIE-TVA = WS-IX-CAT - 1.
004140     MOVE WS-CAT-DEPOT(WS-IX-CAT) TO VAH-VALEUR-DEPOT.
004150     MOVE WS-CAT-BOUTIQUE(WS-IX-CAT) TO VAH-VALEUR-BOUTIQUE.
004160     WRITE VALOHIST-RECORD.
004170 4100-ECRIRE-CATEGORIE-EXIT.
004180     EXIT.
