000160*                 FACTURES.DAT, NUMBERED FROM AVOIRCT.DAT. UNTIL
000170*                 NOW NOTHING COULD TOUCH AN ORDER ONCE
000180*                 COMMANDESTATUT MARKED IT LIVREE.
000181* 2026-10-15  LM  THE RETURN RECORD CARRIES THE ORIGINAL ORDER'S
000182*                 PRICE SOURCE SO COMMANDEMARGE NETS A RETURNED
000183*                 CONTRACT SALE OUT OF THE CONTRACT FIGURES.
000184* 2026-10-15  LM  AND THE ORIGINAL ORDER'S PROMOTION CAMPAIGN
000185*                 CODE, FOR PROMORAPPORT.
000186* 2026-10-15  LM  A RETURNED KIT IS RESTOCKED AS ITS COMPONENTS
000187*                 (KITCOMPOSANTS), ONE "RT" LINE EACH.
000188* 2026-10-15  LM  THE RETURN RECORD CARRIES NO PROMISED OR
000189*                 DELIVERY DATE.
000190* 2026-10-15  LM  THE RETURN RECORD CARRIES THE ORIGINAL ORDER'S
000191*                 SALES REP, SO COMMISSIONS TAKES THE RETURN OFF
000192*                 THE SAME REP.
000193* 2026-10-15  LM  THE RETURN RECORD CARRIES NO PAYMENT METHOD OR
000194*                 TILL AMOUNT - IT IS SETTLED BY THE CREDIT NOTE,
000195*                 NOT AT THE TILL (SEE CLOTURECAISSE).
000196* 2026-10-15  LM  THE RETURNED QUANTITY GOES BACK ON THE SHELF
000197*                 UNDER THE LOTS THE ORDER WAS SERVED FROM (SEE
000198*                 LOTSTOCK).
000199* 2026-10-15  LM  THE CREDIT NOTE IS ALSO RECORDED, AT ITS TTC
000200*                 VALUE (PRODUCT'S VAT CATEGORY), ON AVOIRS.DAT
000201*                 SO AVOIRS CAN APPLY IT TO THE CUSTOMER'S OPEN
000202*                 INVOICES OR REFUND IT.
000203* 2026-10-15  LM  ASK FOR THE INVOICE BEING CREDITED, PRINT IT
000204*                 ON THE CREDIT NOTE AND KEEP IT, WITH THE
000205*                 PRODUCT, QUANTITY AND VAT RATE, ON AVOIRS.DAT
000206*                 FOR THE ELECTRONIC CREDIT NOTE.
000207* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000208*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000209*                 COMMANDERETOUR (SEE HABILITATIONS).
000210* 2026-10-15  LM  THE RETURN IS LOGGED AS ONE UNIT ON THE
000211*                 RECOVERY LOG REPRISE.DAT (REPRISELOG) BEFORE
000212*                 ANY FILE IS TOUCHED, SO REPRISE CAN FINISH OR
000213*                 BACK OUT ONE A DEAD SESSION LEFT HALF WRITTEN.
000214*                 THE CREDIT NOTE IS NOW NUMBERED AND ITS
000215*                 AVOIRS.DAT RECORD BUILT BEFORE THE RETURN
000216*                 RECORD IS WRITTEN, SO THE UNIT CAN LIST THEM,
000217*                 AND THE RETURN RECORD IS WRITTEN ONCE UNDER THE
000218*                 FREE SEQUENCE 1500 FOUND.
000190*----------------------------------------------------------------
000200
000210 ENVIRONMENT DIVISION.
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-CTL-STATUS.
000440
000441     SELECT AVOIRS-FILE ASSIGN TO "AVOIRS.DAT"
000442         ORGANIZATION IS INDEXED
000443         ACCESS MODE IS DYNAMIC
000444         RECORD KEY IS AVR-NUM-AVOIR
000445         FILE STATUS IS WS-AVOIRS-STATUS.
000446
000450 DATA DIVISION.
000460 FILE SECTION.
000470
000640                   ==CMD-EN-ATTENTE== BY ==OR-EN-ATTENTE==
000650                   ==CMD-EXPEDIEE==   BY ==OR-EXPEDIEE==
000660                   ==CMD-LIVREE==     BY ==OR-LIVREE==
000661                   ==CMD-VILLE==      BY ==OR-VILLE==
000662                   ==CMD-PRIX-SRC==   BY ==OR-PRIX-SRC==
000663                   ==CMD-PX-CONTRAT== BY ==OR-PX-CONTRAT==
000664                   ==CMD-PX-TARIF==   BY ==OR-PX-TARIF==
000665                   ==CMD-PX-CATALOGUE== BY ==OR-PX-CATALOGUE==
000666                   ==CMD-CAMPAGNE==   BY ==OR-CAMPAGNE==
000667                   ==CMD-DATE-PROMISE== BY ==OR-DATE-PROMISE==
000668                   ==CMD-DATE-LIVREE== BY ==OR-DATE-LIVREE==
000669                   ==CMD-FRAIS-PORT== BY ==OR-FRAIS-PORT==
000670                   ==CMD-CODE-ORIG==  BY ==OR-CODE-ORIG==
000671                   ==CMD-REPRESENTANT== BY ==OR-REPRESENTANT==
000672                   ==CMD-MODE-REGL==  BY ==OR-MODE-REGL==
000673                   ==CMD-REGL-ESPECES== BY ==OR-REGL-ESPECES==
000674                   ==CMD-REGL-CARTE== BY ==OR-REGL-CARTE==
000675                   ==CMD-REGL-CHEQUE== BY ==OR-REGL-CHEQUE==
000676                   ==CMD-REGL-COMPTE== BY ==OR-REGL-COMPTE==
000677                   ==CMD-ENCAISSE==   BY ==OR-ENCAISSE==
000678                   ==CMD-REF-WEB==    BY ==OR-REF-WEB==.
000670
000680 FD  PRODUIT-FILE.
000690     COPY "PRODUIT-RECORD.cpy".
000860 FD  AVOIRCT-CTL-FILE.
000870 01  CTL-DERNIER-NUM         PIC 9(08).
000880
000881*----------------------------------------------------------------
000882* AVOIRS - THE CREDIT NOTE ON THE RECEIVABLES SIDE, FOR AVOIRS
000883*----------------------------------------------------------------
000884 FD  AVOIRS-FILE.
000885     COPY "AVOIR-RECORD.cpy".
000886
000890 WORKING-STORAGE SECTION.
000900
000903     COPY "HABILITATION.cpy".
000906
000910 01  WS-NUM-RECHERCHE        PIC 9(08).
000920 01  WS-DATE-JOUR            PIC 9(08).
000930
000960 01  WS-PRIX-UNITAIRE        PIC 9(05)V99.
000970 01  WS-MONTANT-AVOIR        PIC 9(07)V99.
000980 01  WS-NUM-AVOIR            PIC 9(08).
000981 01  WS-MONTANT-AVOIR-TTC    PIC 9(07)V99.
000982 01  WS-NUM-FACTURE-ORIGINE  PIC 9(06).
000983 01  WS-CATEGORIE-TVA        PIC 9(01).
000984
000985*----------------------------------------------------------------
000986* TAUX-TVA - ONE VAT RATE PER PRODUCT CATEGORY, KEPT IN STEP
000987* WITH TTC'S TABLE : 1 NORMAL, 2 REDUIT, 3 SUPER-REDUIT
000988*----------------------------------------------------------------
000989 01  WS-TAUX-TVA-TABLE.
000990     05 FILLER.
000991         10 FILLER            PIC 9(01) VALUE 1.
000992         10 FILLER            PIC 9(02)V99 VALUE 20.00.
000993     05 FILLER.
000994         10 FILLER            PIC 9(01) VALUE 2.
000995         10 FILLER            PIC 9(02)V99 VALUE 10.00.
000996     05 FILLER.
000997         10 FILLER            PIC 9(01) VALUE 3.
000998         10 FILLER            PIC 9(02)V99 VALUE 05.50.
000999
001000 01  WS-TAUX-TVA REDEFINES WS-TAUX-TVA-TABLE.
001001     05 WS-TAUX-ENTRY OCCURS 3 TIMES INDEXED BY WS-TDX.
001002         10 WS-TAUX-CODE      PIC 9(01).
001003         10 WS-TAUX-VALEUR    PIC 9(02)V99.
001004
001005 01  WS-TVA                 PIC 9(02)V99.
000990
001000 01  WS-COMMANDE-SAUVEE.
001010     05 WS-S-CLIENT          PIC X(10).
001030     05 WS-S-QUANTITE        PIC 9(05).
001040     05 WS-S-MONTANT         PIC 9(07)V99.
001042     05 WS-S-VILLE           PIC X(20).
001046     05 WS-S-PRIX-SRC        PIC X(01).
001048     05 WS-S-CAMPAGNE        PIC X(08).
001049     05 WS-S-REPRESENTANT    PIC X(04).
001050
001060 01  WS-MESSAGE-STATUT       PIC X(40).
001070
001160
001170 01  WS-CTL-STATUS           PIC X(02).
001180     88 CTL-OK                        VALUE "00".
001181
001182 01  WS-AVOIRS-STATUS        PIC X(02).
001183     88 AVOIRS-OK                     VALUE "00".
001184
001182 01  WS-MVT-TYPE             PIC X(02).
001184 01  WS-MVT-REFERENCE        PIC X(08).
001186 01  WS-MVT-QUANTITE         PIC S9(05).
001187
001188     COPY "KIT-TABLE.cpy".
001189
001190 01  WS-QTE-COMPOSANT        PIC 9(05).
001191 01  WS-SEQ-RETOUR           PIC 9(02).
001192
001193*----------------------------------------------------------------
001194* RECOVERY LOG - THE LINE BEING WRITTEN TO REPRISE.DAT, THE ACTION
001195* NUMBERS OF THE CREDIT NOTE LINES AND RECORD, AND THE AVOIRS.DAT
001196* RECORD BUILT AHEAD SO IT CAN BE LOGGED BEFORE IT IS WRITTEN
001197*----------------------------------------------------------------
001198     COPY "REPRISE-RECORD.cpy".
001199
001200 01  WS-ACTION-FACTURE       PIC 9(02).
001201 01  WS-ACTION-AVOIR         PIC 9(02).
001202
001203     COPY "AVOIR-RECORD.cpy"
001204         REPLACING ==AVOIR-RECORD==    BY ==WS-AVOIR-PREPARE==
001205                   ==AVR-NUM-AVOIR==   BY ==WS-AVR-NUM-AVOIR==
001206                   ==AVR-CLIENT==      BY ==WS-AVR-CLIENT==
001207                   ==AVR-DATE-REMBOURSEMENT==
001208                       BY ==WS-AVR-DATE-REMBOURSEMENT==
001209                   ==AVR-DATE==        BY ==WS-AVR-DATE==
001210                   ==AVR-NUM-CMD==     BY ==WS-AVR-NUM-CMD==
001211                   ==AVR-MONTANT-HT==  BY ==WS-AVR-MONTANT-HT==
001212                   ==AVR-MONTANT-TTC== BY ==WS-AVR-MONTANT-TTC==
001213                   ==AVR-IMPUTE==      BY ==WS-AVR-IMPUTE==
001214                   ==AVR-REMBOURSE==   BY ==WS-AVR-REMBOURSE==
001215                   ==AVR-STATUT==      BY ==WS-AVR-STATUT==
001216                   ==AVR-OUVERT==      BY ==WS-AVR-OUVERT==
001217                   ==AVR-SOLDE==       BY ==WS-AVR-SOLDE==
001218                   ==AVR-NUM-FACTURE== BY ==WS-AVR-NUM-FACTURE==
001219                   ==AVR-CODE-PROD==   BY ==WS-AVR-CODE-PROD==
001220                   ==AVR-QUANTITE==    BY ==WS-AVR-QUANTITE==
001221                   ==AVR-CATEGORIE-TVA==
001222                 BY ==WS-AVR-CATEGORIE-TVA==
001223                   ==AVR-TAUX-TVA==    BY ==WS-AVR-TAUX-TVA==.
001190
001200 01  WS-SWITCHES.
001210     05 WS-ORDRE-TROUVE      PIC X(01) VALUE "N".
001310* 0000-MAINLINE
001320*----------------------------------------------------------------
001330 0000-MAINLINE.
001331     MOVE "COMMANDERETOUR" TO HAB-PROGRAMME.
001332     CALL "HABILITER" USING HAB-ZONE.
001333     IF NOT HAB-AUTORISE
001334         GOBACK
001335     END-IF.
001340     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001350     DISPLAY "Numero de commande du retour : ".
001360     ACCEPT WS-NUM-RECHERCHE.
001760     MOVE OR-QUANTITE  TO WS-S-QUANTITE.
001770     MOVE OR-MONTANT   TO WS-S-MONTANT.
001772     MOVE OR-VILLE     TO WS-S-VILLE.
001776     MOVE OR-PRIX-SRC  TO WS-S-PRIX-SRC.
001778     MOVE OR-CAMPAGNE  TO WS-S-CAMPAGNE.
001779     MOVE OR-REPRESENTANT TO WS-S-REPRESENTANT.
001780     MOVE WS-S-QUANTITE TO WS-QUANTITE-RETOURNABLE.
001790     PERFORM 1500-DEDUIRE-RETOURS-ANTERIEURS
001800         THRU 1500-DEDUIRE-RETOURS-ANTERIEURS-EXIT.
002120                 MOVE "R" TO OR-TYPE
002130         END-READ
002140     END-PERFORM.
002145     MOVE OR-SEQ TO WS-SEQ-RETOUR.
002150 1500-DEDUIRE-RETOURS-ANTERIEURS-EXIT.
002160     EXIT.
002170
002300         CLOSE ORDERS-FILE
002310         GO TO 2000-SAISIR-RETOUR-EXIT
002320     END-IF.
002322     DISPLAY "Facture d'origine (0 = inconnue) : ".
002324     MOVE ZERO TO WS-NUM-FACTURE-ORIGINE.
002326     ACCEPT WS-NUM-FACTURE-ORIGINE.
002330     COMPUTE WS-PRIX-UNITAIRE ROUNDED =
002340         WS-S-MONTANT / WS-S-QUANTITE.
002350     COMPUTE WS-MONTANT-AVOIR ROUNDED =
002360         WS-PRIX-UNITAIRE * WS-QUANTITE-RETOUR.
002361     IF WS-SEQ-RETOUR > 98
002362         DISPLAY "Sequence de retours epuisee pour "
002363             WS-NUM-RECHERCHE " - retour abandonne"
002364         CLOSE ORDERS-FILE
002365         GO TO 2000-SAISIR-RETOUR-EXIT
002366     END-IF.
002367     PERFORM 5600-CALCULER-TTC
002368         THRU 5600-CALCULER-TTC-EXIT.
002369     PERFORM 5500-NUMEROTER-AVOIR
002370         THRU 5500-NUMEROTER-AVOIR-EXIT.
002371     PERFORM 5650-PREPARER-AVOIR
002372         THRU 5650-PREPARER-AVOIR-EXIT.
002370     PERFORM 3000-ECRIRE-RETOUR
002380         THRU 3000-ECRIRE-RETOUR-EXIT.
002390     CLOSE ORDERS-FILE.
002440         THRU 4000-RESTITUER-STOCK-EXIT.
002450     PERFORM 5000-EMETTRE-AVOIR
002460         THRU 5000-EMETTRE-AVOIR-EXIT.
002461     PERFORM 5700-ENREGISTRER-AVOIR
002462         THRU 5700-ENREGISTRER-AVOIR-EXIT.
002463     SET REP-FIN TO TRUE.
002464     PERFORM 7400-FERMER-REPRISE
002465         THRU 7400-FERMER-REPRISE-EXIT.
002470     DISPLAY "Retour enregistre : " WS-QUANTITE-RETOUR
002480         " x " FUNCTION TRIM(WS-S-CODE-PROD)
002485         " - avoir " WS-NUM-AVOIR " de " WS-MONTANT-AVOIR
002490         " HT, " WS-MONTANT-AVOIR-TTC " TTC".
002500 2000-SAISIR-RETOUR-EXIT.
002510     EXIT.
002520
002530*----------------------------------------------------------------
002540* 3000-ECRIRE-RETOUR - CMD-RETOUR RECORD UNDER THE NEXT FREE
002550* SEQUENCE BYTE, FOUND BY 1500
002560*----------------------------------------------------------------
002570 3000-ECRIRE-RETOUR.
002580     MOVE WS-NUM-RECHERCHE   TO OR-NUM-CMD.
002590     MOVE "R"                TO OR-TYPE.
002600     MOVE WS-SEQ-RETOUR      TO OR-SEQ.
002610     MOVE WS-S-CLIENT        TO OR-CLIENT.
002620     MOVE WS-S-CODE-PROD     TO OR-CODE-PROD.
002630     MOVE WS-QUANTITE-RETOUR TO OR-QUANTITE.
002650     MOVE WS-DATE-JOUR       TO OR-DATE.
002660     MOVE SPACE              TO OR-STATUT.
002662     MOVE WS-S-VILLE         TO OR-VILLE.
002666     MOVE WS-S-PRIX-SRC      TO OR-PRIX-SRC.
002668     MOVE WS-S-CAMPAGNE      TO OR-CAMPAGNE.
002669     MOVE ZERO               TO OR-DATE-PROMISE.
002670     MOVE ZERO               TO OR-DATE-LIVREE.
002671     MOVE ZERO               TO OR-FRAIS-PORT.
002672     MOVE SPACES             TO OR-CODE-ORIG.
002673     MOVE WS-S-REPRESENTANT  TO OR-REPRESENTANT.
002674     MOVE SPACES             TO OR-MODE-REGL.
002675     MOVE ZERO               TO OR-ENCAISSE.
002676     MOVE SPACES             TO OR-REF-WEB.
002677     PERFORM 7000-OUVRIR-REPRISE
002678         THRU 7000-OUVRIR-REPRISE-EXIT.
002680     WRITE ORDERS-RECORD
002690         INVALID KEY
002693             DISPLAY "Retour deja au journal pour "
002696                 WS-NUM-RECHERCHE " - retour abandonne"
002699             SET REP-DEFAIT TO TRUE
002702             PERFORM 7400-FERMER-REPRISE
002705                 THRU 7400-FERMER-REPRISE-EXIT
002710         NOT INVALID KEY
002720             SET RETOUR-ECRIT TO TRUE
002722             MOVE 1 TO REP-NUM-ACTION
002724             PERFORM 7200-NOTER-EFFECTUE
002726                 THRU 7200-NOTER-EFFECTUE-EXIT
002730     END-WRITE.
002790 3000-ECRIRE-RETOUR-EXIT.
002800     EXIT.
002810
002910             FUNCTION TRIM(WS-MESSAGE-STATUT)
002920         GO TO 4000-RESTITUER-STOCK-EXIT
002930     END-IF.
002931     CALL "KITCOMPOSANTS" USING WS-S-CODE-PROD KIT-TABLE.
002932     IF KIT-NB-COMPOSANTS > ZERO
002933         PERFORM VARYING KIT-IDX FROM 1 BY 1
002934                 UNTIL KIT-IDX > KIT-NB-COMPOSANTS
002935             PERFORM 4100-RESTITUER-UN-COMPOSANT
002936                 THRU 4100-RESTITUER-UN-COMPOSANT-EXIT
002937         END-PERFORM
002938         CLOSE PRODUIT-FILE
002939         GO TO 4000-RESTITUER-STOCK-EXIT
002940     END-IF.
002940     MOVE WS-S-CODE-PROD TO PROD-CODE.
002950     READ PRODUIT-FILE
002960         INVALID KEY
002970             DISPLAY "Produit introuvable, stock inchange : "
002980                 WS-S-CODE-PROD
002990         NOT INVALID KEY
002992             MOVE 2 TO REP-NUM-ACTION
002994             PERFORM 7100-NOTER-AVANT
002996                 THRU 7100-NOTER-AVANT-EXIT
002998             ADD WS-QUANTITE-RETOUR TO PROD-STOCK-BOUTIQUE
003000             ADD WS-QUANTITE-RETOUR TO PROD-STOCK
003010             REWRITE PRODUIT-RECORD
003018             CALL "MVTSTOCK" USING WS-DATE-JOUR
003019                 WS-S-CODE-PROD WS-MVT-TYPE
003021                 WS-MVT-REFERENCE WS-MVT-QUANTITE
003022             CALL "LOTSTOCK" USING WS-DATE-JOUR
003023                 WS-S-CODE-PROD WS-MVT-TYPE
003024                 WS-MVT-REFERENCE WS-MVT-QUANTITE
003025             PERFORM 7200-NOTER-EFFECTUE
003026                 THRU 7200-NOTER-EFFECTUE-EXIT
003020     END-READ.
003030     CLOSE PRODUIT-FILE.
003040 4000-RESTITUER-STOCK-EXIT.
003050     EXIT.
003051
003052*----------------------------------------------------------------
003053* 4100-RESTITUER-UN-COMPOSANT - ONE COMPONENT OF A RETURNED KIT
003054* BACK ONTO THE BOUTIQUE SHELF
003055*----------------------------------------------------------------
003056 4100-RESTITUER-UN-COMPOSANT.
003057     MOVE KIT-COMPOSANT(KIT-IDX) TO PROD-CODE.
003058     READ PRODUIT-FILE
003059         INVALID KEY
003060             DISPLAY "Composant introuvable, stock inchange : "
003061                 KIT-COMPOSANT(KIT-IDX)
003062             GO TO 4100-RESTITUER-UN-COMPOSANT-EXIT
003063     END-READ.
003064     COMPUTE WS-QTE-COMPOSANT =
003065         WS-QUANTITE-RETOUR * KIT-QUANTITE(KIT-IDX).
003066     COMPUTE REP-NUM-ACTION = KIT-IDX + 1.
003067     PERFORM 7100-NOTER-AVANT
003068         THRU 7100-NOTER-AVANT-EXIT.
003069     ADD WS-QTE-COMPOSANT TO PROD-STOCK-BOUTIQUE.
003070     ADD WS-QTE-COMPOSANT TO PROD-STOCK.
003071     REWRITE PRODUIT-RECORD.
003072     MOVE "RT" TO WS-MVT-TYPE.
003073     MOVE WS-NUM-RECHERCHE TO WS-MVT-REFERENCE.
003074     MOVE WS-QTE-COMPOSANT TO WS-MVT-QUANTITE.
003075     CALL "MVTSTOCK" USING WS-DATE-JOUR PROD-CODE
003076         WS-MVT-TYPE WS-MVT-REFERENCE WS-MVT-QUANTITE.
003077     CALL "LOTSTOCK" USING WS-DATE-JOUR PROD-CODE
003078         WS-MVT-TYPE WS-MVT-REFERENCE WS-MVT-QUANTITE.
003079     COMPUTE REP-NUM-ACTION = KIT-IDX + 1.
003080     PERFORM 7200-NOTER-EFFECTUE
003081         THRU 7200-NOTER-EFFECTUE-EXIT.
003082 4100-RESTITUER-UN-COMPOSANT-EXIT.
003083     EXIT.
003060
003070*----------------------------------------------------------------
003080* 5000-EMETTRE-AVOIR - CREDIT NOTE LINES INTO FACTURES.DAT,
003090* NUMBERED FROM AVOIRCT.DAT BY 5500 BEFOREHAND
003100*----------------------------------------------------------------
003110 5000-EMETTRE-AVOIR.
003140     OPEN EXTEND FACTURES-FILE.
003150     IF NOT FACTURES-OK
003160         CLOSE FACTURES-FILE
003280         " le " WS-DATE-JOUR
003290         DELIMITED BY SIZE INTO FACT-LIGNE.
003300     WRITE FACT-LIGNE.
003301     IF WS-NUM-FACTURE-ORIGINE NOT = ZERO
003302         MOVE SPACES TO FACT-LIGNE
003303         STRING "Facture d'origine N. " WS-NUM-FACTURE-ORIGINE
003304             DELIMITED BY SIZE INTO FACT-LIGNE
003305         WRITE FACT-LIGNE
003306     END-IF.
003310     MOVE SPACES TO FACT-LIGNE.
003313     STRING "Total avoir HT  : " WS-MONTANT-AVOIR
003316         DELIMITED BY SIZE INTO FACT-LIGNE.
003319     WRITE FACT-LIGNE.
003322     MOVE SPACES TO FACT-LIGNE.
003325     STRING "Total avoir TTC : " WS-MONTANT-AVOIR-TTC
003330         DELIMITED BY SIZE INTO FACT-LIGNE.
003340     WRITE FACT-LIGNE.
003350     MOVE SPACES TO FACT-LIGNE.
003360     WRITE FACT-LIGNE.
003370     CLOSE FACTURES-FILE.
003372     MOVE WS-ACTION-FACTURE TO REP-NUM-ACTION.
003374     PERFORM 7200-NOTER-EFFECTUE
003376         THRU 7200-NOTER-EFFECTUE-EXIT.
003380 5000-EMETTRE-AVOIR-EXIT.
003390     EXIT.
003400
003590     CLOSE AVOIRCT-CTL-FILE.
003600 5500-NUMEROTER-AVOIR-EXIT.
003610     EXIT.
003620
003630*----------------------------------------------------------------
003640* 5600-CALCULER-TTC - THE RETURNED PRODUCT'S VAT CATEGORY, THE
003650* NORMAL RATE WHEN THE PRODUCT OR ITS CATEGORY IS UNKNOWN
003660*----------------------------------------------------------------
003670 5600-CALCULER-TTC.
003680     MOVE 1 TO PROD-CATEGORIE-TVA.
003690     OPEN INPUT PRODUIT-FILE.
003700     IF PRODUIT-OK
003710         MOVE WS-S-CODE-PROD TO PROD-CODE
003720         READ PRODUIT-FILE
003730             INVALID KEY MOVE 1 TO PROD-CATEGORIE-TVA
003740         END-READ
003750         CLOSE PRODUIT-FILE
003760     END-IF.
003770     MOVE WS-TAUX-CODE(1) TO WS-CATEGORIE-TVA.
003780     MOVE WS-TAUX-VALEUR(1) TO WS-TVA.
003790     PERFORM VARYING WS-TDX FROM 1 BY 1 UNTIL WS-TDX > 3
003800         IF WS-TAUX-CODE(WS-TDX) = PROD-CATEGORIE-TVA
003810             MOVE WS-TAUX-CODE(WS-TDX) TO WS-CATEGORIE-TVA
003820             MOVE WS-TAUX-VALEUR(WS-TDX) TO WS-TVA
003830         END-IF
003840     END-PERFORM.
003850     COMPUTE WS-MONTANT-AVOIR-TTC ROUNDED =
003860         WS-MONTANT-AVOIR * (100 + WS-TVA) / 100.
003870 5600-CALCULER-TTC-EXIT.
003880     EXIT.
003890
003900*----------------------------------------------------------------
003910* 5650-PREPARER-AVOIR - THE AVOIRS.DAT RECORD AS IT WILL BE
003920* WRITTEN, SHARED BY 5700 AND THE RECOVERY LOG
003930*----------------------------------------------------------------
003940 5650-PREPARER-AVOIR.
003950     MOVE WS-NUM-AVOIR         TO WS-AVR-NUM-AVOIR.
003960     MOVE WS-S-CLIENT          TO WS-AVR-CLIENT.
003970     MOVE WS-DATE-JOUR         TO WS-AVR-DATE.
003980     MOVE WS-NUM-RECHERCHE     TO WS-AVR-NUM-CMD.
003990     MOVE WS-MONTANT-AVOIR     TO WS-AVR-MONTANT-HT.
004000     MOVE WS-MONTANT-AVOIR-TTC TO WS-AVR-MONTANT-TTC.
004010     MOVE ZERO TO WS-AVR-IMPUTE WS-AVR-REMBOURSE
004020         WS-AVR-DATE-REMBOURSEMENT.
004030     SET WS-AVR-OUVERT TO TRUE.
004040     MOVE WS-NUM-FACTURE-ORIGINE TO WS-AVR-NUM-FACTURE.
004050     MOVE WS-S-CODE-PROD       TO WS-AVR-CODE-PROD.
004060     MOVE WS-QUANTITE-RETOUR   TO WS-AVR-QUANTITE.
004070     MOVE WS-CATEGORIE-TVA     TO WS-AVR-CATEGORIE-TVA.
004080     MOVE WS-TVA               TO WS-AVR-TAUX-TVA.
004090 5650-PREPARER-AVOIR-EXIT.
004100     EXIT.
004110
004120*----------------------------------------------------------------
004130* 5700-ENREGISTRER-AVOIR - THE CREDIT NOTE ON AVOIRS.DAT, OPEN
004140* UNTIL AVOIRS APPLIES OR REFUNDS IT
004150*----------------------------------------------------------------
004160 5700-ENREGISTRER-AVOIR.
004170     OPEN I-O AVOIRS-FILE.
004180     IF NOT AVOIRS-OK
004190         CLOSE AVOIRS-FILE
004200         OPEN OUTPUT AVOIRS-FILE
004210         CLOSE AVOIRS-FILE
004220         OPEN I-O AVOIRS-FILE
004230     END-IF.
004240     WRITE AVOIR-RECORD FROM WS-AVOIR-PREPARE
004250         INVALID KEY
004260             DISPLAY "Avoir deja enregistre : " WS-NUM-AVOIR
004270         NOT INVALID KEY
004280             MOVE WS-ACTION-AVOIR TO REP-NUM-ACTION
004290             PERFORM 7200-NOTER-EFFECTUE
004300                 THRU 7200-NOTER-EFFECTUE-EXIT
004310     END-WRITE.
004320     CLOSE AVOIRS-FILE.
004330 5700-ENREGISTRER-AVOIR-EXIT.
004340     EXIT.
004350
004360*----------------------------------------------------------------
004370* 7000-OUVRIR-REPRISE - OPEN THE RETURN'S UNIT ON THE RECOVERY LOG
004380* AND LIST ITS UPDATES BEFORE THE FIRST ONE : 01 THE RETURN
004390* RECORD, ONE STOCK ACTION PER COMPONENT OF A KIT OR 02 FOR THE
004400* PRODUCT, THEN THE CREDIT NOTE LINES AND THE AVOIRS.DAT RECORD
004410*----------------------------------------------------------------
004420 7000-OUVRIR-REPRISE.
004430     MOVE SPACES TO REPRISE-RECORD.
004440     MOVE "COMMANDERETOUR" TO REP-PROGRAMME.
004450     MOVE WS-DATE-JOUR TO REP-DATE.
004460     ACCEPT REP-HEURE FROM TIME.
004470     SET REP-DEBUT TO TRUE.
004480     MOVE ZERO TO REP-NUM-ACTION REP-QUANTITE REP-STOCK-AVANT.
004490     STRING "Retour commande " WS-NUM-RECHERCHE " - "
004500         WS-QUANTITE-RETOUR " x " WS-S-CODE-PROD
004510         " - avoir " WS-NUM-AVOIR
004520         DELIMITED BY SIZE INTO REP-LIBELLE.
004530     PERFORM 7300-ECRIRE-REPRISE
004540         THRU 7300-ECRIRE-REPRISE-EXIT.
004550     SET REP-ACTION TO TRUE.
004560     MOVE 1 TO REP-NUM-ACTION.
004570     SET REP-ECRIRE-ORDRE TO TRUE.
004580     MOVE ORDERS-RECORD TO REP-IMAGE.
004590     PERFORM 7300-ECRIRE-REPRISE
004600         THRU 7300-ECRIRE-REPRISE-EXIT.
004610     MOVE SPACES TO REP-IMAGE.
004620     SET REP-MAJ-STOCK TO TRUE.
004630     MOVE "RT" TO REP-MVT-TYPE.
004640     MOVE WS-NUM-RECHERCHE TO REP-MVT-REFERENCE.
004650     CALL "KITCOMPOSANTS" USING WS-S-CODE-PROD KIT-TABLE.
004660     IF KIT-NB-COMPOSANTS > ZERO
004670         PERFORM VARYING KIT-IDX FROM 1 BY 1
004680                 UNTIL KIT-IDX > KIT-NB-COMPOSANTS
004690             COMPUTE REP-NUM-ACTION = KIT-IDX + 1
004700             MOVE KIT-COMPOSANT(KIT-IDX) TO REP-CODE-PROD
004710             COMPUTE REP-QUANTITE =
004720                 WS-QUANTITE-RETOUR * KIT-QUANTITE(KIT-IDX)
004730             PERFORM 7300-ECRIRE-REPRISE
004740                 THRU 7300-ECRIRE-REPRISE-EXIT
004750         END-PERFORM
004760     ELSE
004770         MOVE 2 TO REP-NUM-ACTION
004780         MOVE WS-S-CODE-PROD TO REP-CODE-PROD
004790         MOVE WS-QUANTITE-RETOUR TO REP-QUANTITE
004800         PERFORM 7300-ECRIRE-REPRISE
004810             THRU 7300-ECRIRE-REPRISE-EXIT
004820     END-IF.
004830     COMPUTE WS-ACTION-FACTURE = REP-NUM-ACTION + 1.
004840     COMPUTE WS-ACTION-AVOIR = REP-NUM-ACTION + 2.
004850     MOVE SPACES TO REP-CODE-PROD REP-MVT-TYPE REP-MVT-REFERENCE.
004860     MOVE ZERO TO REP-QUANTITE.
004870     MOVE WS-AVOIR-PREPARE TO REP-IMAGE.
004880     MOVE WS-ACTION-FACTURE TO REP-NUM-ACTION.
004890     SET REP-IMPRIMER-AVOIR TO TRUE.
004900     PERFORM 7300-ECRIRE-REPRISE
004910         THRU 7300-ECRIRE-REPRISE-EXIT.
004920     MOVE WS-ACTION-AVOIR TO REP-NUM-ACTION.
004930     SET REP-ECRIRE-AVOIR TO TRUE.
004940     PERFORM 7300-ECRIRE-REPRISE
004950         THRU 7300-ECRIRE-REPRISE-EXIT.
004960 7000-OUVRIR-REPRISE-EXIT.
004970     EXIT.
004980
004990*----------------------------------------------------------------
005000* 7100-NOTER-AVANT - PROD-STOCK AS IT STANDS JUST BEFORE A STOCK
005010* ACTION REWRITES IT, SO REPRISE CAN TELL WHETHER THE REWRITE WAS
005020* DONE
005030*----------------------------------------------------------------
005040 7100-NOTER-AVANT.
005050     SET REP-AVANT TO TRUE.
005060     MOVE SPACES TO REP-CODE-ACTION REP-MVT-TYPE REP-MVT-REFERENCE
005070         REP-IMAGE.
005080     MOVE PROD-CODE TO REP-CODE-PROD.
005090     MOVE ZERO TO REP-QUANTITE.
005100     MOVE PROD-STOCK TO REP-STOCK-AVANT.
005110     PERFORM 7300-ECRIRE-REPRISE
005120         THRU 7300-ECRIRE-REPRISE-EXIT.
005130 7100-NOTER-AVANT-EXIT.
005140     EXIT.
005150
005160*----------------------------------------------------------------
005170* 7200-NOTER-EFFECTUE - ACTION REP-NUM-ACTION IS DONE
005180*----------------------------------------------------------------
005190 7200-NOTER-EFFECTUE.
005200     SET REP-EFFECTUE TO TRUE.
005210     MOVE SPACES TO REP-CODE-ACTION REP-CODE-PROD REP-MVT-TYPE
005220         REP-MVT-REFERENCE REP-IMAGE.
005230     MOVE ZERO TO REP-QUANTITE REP-STOCK-AVANT.
005240     PERFORM 7300-ECRIRE-REPRISE
005250         THRU 7300-ECRIRE-REPRISE-EXIT.
005260 7200-NOTER-EFFECTUE-EXIT.
005270     EXIT.
005280
005290*----------------------------------------------------------------
005300* 7300-ECRIRE-REPRISE - ONE LINE ONTO REPRISE.DAT (REPRISELOG)
005310*----------------------------------------------------------------
005320 7300-ECRIRE-REPRISE.
005330     CALL "REPRISELOG" USING REPRISE-RECORD.
005340 7300-ECRIRE-REPRISE-EXIT.
005350     EXIT.
005360
005370*----------------------------------------------------------------
005380* 7400-FERMER-REPRISE - CLOSE THE UNIT WITH REP-TYPE AS SET BY THE
005390* CALLER : F WHEN THE RETURN WENT THROUGH, X WHEN NOTHING WAS DONE
005400*----------------------------------------------------------------
005410 7400-FERMER-REPRISE.
005420     MOVE ZERO TO REP-NUM-ACTION REP-QUANTITE REP-STOCK-AVANT.
005430     MOVE SPACES TO REP-CODE-ACTION REP-CODE-PROD REP-MVT-TYPE
005440         REP-MVT-REFERENCE REP-IMAGE.
005450     PERFORM 7300-ECRIRE-REPRISE
005460         THRU 7300-ECRIRE-REPRISE-EXIT.
005470 7400-FERMER-REPRISE-EXIT.
005480     EXIT.
