000860*                 COUNTER MENU (MENUCOMMERCE) CAN CALL THIS AS AN
000870*                 OPTION WITHOUT ENDING THE WHOLE RUN UNIT, THE
000880*                 SAME CHANGE THE FICHIERS SUITE MADE FOR ITS MENU.
000881* 2026-10-15  LM  CREDIT CHECK AT CAPTURE : WHEN THE CUSTOMER HAS
000882*                 A LIMIT ON CLIENTS.DAT, SHOW WHAT THEY ALREADY
000883*                 OWE (OPEN FACTENCR.DAT BALANCES NET OF
000884*                 REGLMNTS.DAT), THEIR UNDELIVERED ORDERS AND
000885*                 HELD ORDERS, PLUS THIS ORDER - AND ON A BREACH
000886*                 EITHER REFUSE THE ORDER OR PARK IT ON
000887*                 CMDBLOQ.DAT FOR CREDITLIBERER TO RELEASE. A
000888*                 HELD ORDER TOUCHES NO STOCK.
000889* 2026-10-15  LM  PRICE THROUGH THE CUSTOMER'S CONTRACT FIRST
000890*                 (PRIXCONTRAT), THEN PRIXEFFECTIF, THEN
000891*                 PROD-PRIX, AND STAMP THE SOURCE USED ON THE
000892*                 ORDER (OR-PRIX-SRC).
000893* 2026-10-15  LM  APPLY THE PROMOTION IN FORCE (PRIXPROMO) TO A
000894*                 NON-CONTRACT LINE AND STAMP ITS CAMPAIGN CODE.
000895* 2026-10-15  LM  KITS : WHEN THE CODE HAS A BILL OF MATERIALS
000896*                 ON NOMENCL.DAT (KITCOMPOSANTS) THE STOCK OFFERED
000897*                 IS THE NUMBER OF KITS ITS COMPONENTS' BOUTIQUE
000898*                 STOCK CAN BUILD, AND THE SALE DECREMENTS EACH
000899*                 COMPONENT WITH ITS OWN "VE" MOVEMENT. NO
000900*                 BACKORDER IS OFFERED ON A KIT.
000901* 2026-10-15  LM  THE STOCK OFFERED IS THE BOUTIQUE STOCK LESS
000902*                 WHAT OPEN QUOTES HOLD UNTIL THEIR EXPIRY (SEE
000903*                 QTERESERVEE), FOR A PLAIN PRODUCT AND FOR EACH
000904*                 COMPONENT OF A KIT ALIKE.
000905* 2026-10-15  LM  PROPOSE A PROMISED DELIVERY DATE (DATEPROMISE :
000906*                 THE CITY'S LEAD TIME FROM TODAY) THAT THE DESK
000907*                 CAN OVERRIDE, AND STAMP IT ON THE ORDER. A
000908*                 BACKORDERED REMAINDER GETS ITS OWN PROMISE WHEN
000909*                 RELIQUATLIBERER SERVES IT.
000910* 2026-10-15  LM  PRICE THE DELIVERY FROM THE CITY'S REGION
000911*                 TARIFF (TARIFLIV.DAT) : FLAT CHARGE PLUS A
000912*                 SURCHARGE ON THE WEIGHT OVER WHAT IT INCLUDES,
000913*                 FREE ABOVE THE FRANCO THRESHOLD. SHOWN WITH THE
000914*                 HT/TTC TOTAL, COUNTED IN THE CREDIT CHECK AND
000915*                 STAMPED ON THE ORDER (OR-FRAIS-PORT).
000916* 2026-10-15  LM  WHEN THE SHELF IS SHORT, OFFER THE PRODUCT'S
000917*                 SUBSTITUTES (SUBSTITS.DAT, SEE SUBSTITMAJ) THAT
000918*                 CAN COVER THE WHOLE QUANTITY, WITH THEIR PRICE
000919*                 DIFFERENCE, BEFORE FALLING BACK ON A BACKORDER.
000920*                 A SUBSTITUTE SOLD KEEPS THE CODE ASKED FOR IN
000921*                 OR-CODE-ORIG FOR SUBSTRAPPORT.
000922* 2026-10-15  LM  STAMP THE CUSTOMER'S SALES REP ON THE ORDER
000923*                 (CLI-REPRESENTANT, READ WITH THE CREDIT LIMIT)
000924*                 FOR THE COMMISSION STATEMENT (COMMISSIONS).
000925* 2026-10-15  LM  ASK HOW THE SALE IS PAID (ESPECES, CARTE, CHEQUE
000926*                 OR EN COMPTE) ONCE THE TOTAL IS SHOWN, AND STAMP
000927*                 THE METHOD AND THE TTC AMOUNT ON THE ORDER FOR
000928*                 THE TILL CLOSE (CLOTURECAISSE). A CREDIT HOLD IS
000929*                 NOT SETTLED AT THE COUNTER AND CARRIES NEITHER.
000930* 2026-10-15  LM  EVERY STOCK MOVEMENT NOW ALSO GOES TO LOTSTOCK,
000931*                 WHICH TAKES THE SALE FROM THE EARLIEST-EXPIRING
000932*                 LOTS ON THE SHELF AND TRACES THEM TO THE ORDER
000933*                 (LOTVENTE.DAT) FOR A PRODUCT RECALL.
000934* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000935*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000936*                 COMMANDE (SEE HABILITATIONS).
000937* 2026-10-15  LM  THE ORDER IS LOGGED AS ONE UNIT ON THE RECOVERY
000938*                 LOG REPRISE.DAT (REPRISELOG) - THE ORDERS.DAT
000939*                 RECORD, EACH STOCK UPDATE AND THE BACKORDERED
000940*                 REMAINDER - BEFORE ANY FILE IS TOUCHED, EACH
000941*                 UPDATE MARKED DONE AS IT IS MADE AND THE UNIT
000942*                 CLOSED AT THE END, SO REPRISE CAN FINISH OR
000943*                 BACK OUT AN ORDER A DEAD SESSION LEFT HALF
000944*                 WRITTEN.
000945* 2026-10-15  LM  THE DELIVERY CHARGE IS TAXED AT THE NORMAL RATE
000946*                 (CATEGORY 1) APART FROM THE GOODS, AS TTC
000947*                 INVOICES IT, SO THE AMOUNT TAKEN AT THE COUNTER
000948*                 MATCHES THE INVOICE FOR A REDUCED-RATE PRODUCT.
000949* 2026-10-15  LM  THE PROMISED DATE AND THE DELIVERY CHARGE ARE
000950*                 CLEARED FOR EACH ORDER - A HELD ORDER NO LONGER
000951*                 CARRIES THE PREVIOUS ORDER'S INTO CMDBLOQ.DAT.
000890*----------------------------------------------------------------

000900 ENVIRONMENT DIVISION.
001190             WITH DUPLICATES
001200         FILE STATUS IS WS-VILLES-STATUS.

001201     SELECT TARIFLIV-FILE ASSIGN TO "TARIFLIV.DAT"
001202         ORGANIZATION IS INDEXED
001203         ACCESS MODE IS RANDOM
001204         RECORD KEY IS TRF-REGION
001205         FILE STATUS IS WS-TARIF-STATUS.

001206     SELECT SUBSTIT-FILE ASSIGN TO "SUBSTITS.DAT"
001207         ORGANIZATION IS INDEXED
001208         ACCESS MODE IS DYNAMIC
001209         RECORD KEY IS SUB-CLE
001210         FILE STATUS IS WS-SUBSTIT-STATUS.

001211     SELECT CLIENTS-FILE ASSIGN TO "CLIENTS.DAT"
001212         ORGANIZATION IS INDEXED
001213         ACCESS MODE IS DYNAMIC
001214         RECORD KEY IS CLI-CODE
001215         FILE STATUS IS WS-CLIENTS-STATUS.

001216     SELECT ENCOURS-FILE ASSIGN TO "FACTENCR.DAT"
001217         ORGANIZATION IS LINE SEQUENTIAL
001218         FILE STATUS IS WS-ENCOURS-STATUS.

001219     SELECT REGLEMENT-FILE ASSIGN TO "REGLMNTS.DAT"
001220         ORGANIZATION IS LINE SEQUENTIAL
001221         FILE STATUS IS WS-REGLEMENT-STATUS.

001222     SELECT CMDBLOQ-FILE ASSIGN TO "CMDBLOQ.DAT"
001223         ORGANIZATION IS LINE SEQUENTIAL
001224         FILE STATUS IS WS-CMDBLOQ-STATUS.

001210 DATA DIVISION.
001220 FILE SECTION.

001470                   ==CMD-EN-ATTENTE== BY ==OR-EN-ATTENTE==
001480                   ==CMD-EXPEDIEE==   BY ==OR-EXPEDIEE==
001490                   ==CMD-LIVREE==     BY ==OR-LIVREE==
001491                   ==CMD-VILLE==      BY ==OR-VILLE==
001492                   ==CMD-PRIX-SRC==   BY ==OR-PRIX-SRC==
001493                   ==CMD-PX-CONTRAT== BY ==OR-PX-CONTRAT==
001494                   ==CMD-PX-TARIF==   BY ==OR-PX-TARIF==
001495                   ==CMD-PX-CATALOGUE== BY ==OR-PX-CATALOGUE==
001496                   ==CMD-CAMPAGNE==   BY ==OR-CAMPAGNE==
001497                   ==CMD-DATE-PROMISE== BY ==OR-DATE-PROMISE==
001498                   ==CMD-DATE-LIVREE== BY ==OR-DATE-LIVREE==
001499                   ==CMD-FRAIS-PORT== BY ==OR-FRAIS-PORT==
001500                   ==CMD-CODE-ORIG==  BY ==OR-CODE-ORIG==
001501                   ==CMD-REPRESENTANT== BY ==OR-REPRESENTANT==
001502                   ==CMD-MODE-REGL==  BY ==OR-MODE-REGL==
001503                   ==CMD-REGL-ESPECES== BY ==OR-REGL-ESPECES==
001504                   ==CMD-REGL-CARTE== BY ==OR-REGL-CARTE==
001505                   ==CMD-REGL-CHEQUE== BY ==OR-REGL-CHEQUE==
001506                   ==CMD-REGL-COMPTE== BY ==OR-REGL-COMPTE==
001507                   ==CMD-ENCAISSE==   BY ==OR-ENCAISSE==
001508                   ==CMD-REF-WEB==    BY ==OR-REF-WEB==.

001510*----------------------------------------------------------------
001520* ORDER NUMBER CONTROL - SINGLE RECORD, LAST NUMBER ASSIGNED
001760 FD  VILLES-FILE.
001770     COPY "VILLE-RECORD.cpy".

001771*----------------------------------------------------------------
001772* DELIVERY TARIFFS - ONE RECORD PER REGION
001773*----------------------------------------------------------------
001774 FD  TARIFLIV-FILE.
001775     COPY "TARIFLIV-RECORD.cpy".

001776*----------------------------------------------------------------
001777* SUBSTITS - REPLACEMENTS OFFERED WHEN THE SHELF IS SHORT
001778*----------------------------------------------------------------
001779 FD  SUBSTIT-FILE.
001780     COPY "SUBSTIT-RECORD.cpy".

001781*----------------------------------------------------------------
001782* CLIENTS - CUSTOMER MASTER, CARRYING THE CREDIT LIMIT
001783*----------------------------------------------------------------
001784 FD  CLIENTS-FILE.
001785     COPY "CLIENT-RECORD.cpy".

001786*----------------------------------------------------------------
001787* ENCOURS / REGLEMENTS - INVOICES AND PAYMENTS, READ TO WORK OUT
001788* WHAT THE CUSTOMER STILL OWES (SEE REGLEMENTS)
001789*----------------------------------------------------------------
001790 FD  ENCOURS-FILE.
001791     COPY "ENCOURS-RECORD.cpy".

001792 FD  REGLEMENT-FILE.
001793     COPY "REGLEMENT-RECORD.cpy".

001794*----------------------------------------------------------------
001795* COMMANDES BLOQUEES - ORDERS PARKED ON CREDIT HOLD, RELEASED OR
001796* TURNED DOWN BY CREDITLIBERER
001797*----------------------------------------------------------------
001798 FD  CMDBLOQ-FILE.
001799     COPY "CMDBLOQ-RECORD.cpy".

001780 WORKING-STORAGE SECTION.

001785     COPY "HABILITATION.cpy".

001790     COPY "ORDER-RECORD.cpy"
001800         REPLACING ==ORDER-RECORD==   BY ==WS-COMMANDE==
001810                   ==CMD-CLE==        BY ==WS-CLE==
001940                   ==CMD-EN-ATTENTE== BY ==WS-EN-ATTENTE==
001950                   ==CMD-EXPEDIEE==   BY ==WS-EXPEDIEE==
001960                   ==CMD-LIVREE==     BY ==WS-LIVREE==
001961                   ==CMD-VILLE==      BY ==WS-VILLE==
001962                   ==CMD-PRIX-SRC==   BY ==WS-PRIX-SRC==
001963                   ==CMD-PX-CONTRAT== BY ==WS-PX-CONTRAT==
001964                   ==CMD-PX-TARIF==   BY ==WS-PX-TARIF==
001965                   ==CMD-PX-CATALOGUE== BY ==WS-PX-CATALOGUE==
001966                   ==CMD-CAMPAGNE==   BY ==WS-CAMPAGNE==
001967                   ==CMD-DATE-PROMISE== BY ==WS-DATE-PROMISE==
001968                   ==CMD-DATE-LIVREE== BY ==WS-DATE-LIVREE==
001969                   ==CMD-FRAIS-PORT== BY ==WS-FRAIS-PORT==
001970                   ==CMD-CODE-ORIG==  BY ==WS-CODE-ORIG==
001971                   ==CMD-REPRESENTANT== BY ==WS-REPRESENTANT==
001972                   ==CMD-MODE-REGL==  BY ==WS-MODE-REGL==
001973                   ==CMD-REGL-ESPECES== BY ==WS-REGL-ESPECES==
001974                   ==CMD-REGL-CARTE== BY ==WS-REGL-CARTE==
001975                   ==CMD-REGL-CHEQUE== BY ==WS-REGL-CHEQUE==
001976                   ==CMD-REGL-COMPTE== BY ==WS-REGL-COMPTE==
001977                   ==CMD-ENCAISSE==   BY ==WS-ENCAISSE==
001978                   ==CMD-REF-WEB==    BY ==WS-REF-WEB==.

001980 01  WS-DATE-JOUR           PIC 9(08).


002090 01  WS-QUANTITE-RELIQUAT   PIC 9(05) VALUE ZERO.

002091     COPY "RELIQUAT-RECORD.cpy"
002092         REPLACING ==RELIQUAT-RECORD== BY ==WS-RELIQUAT-COURANT==
002093                   ==REL-DATE==       BY ==WS-REL-DATE==
002094                   ==REL-CLIENT==     BY ==WS-REL-CLIENT==
002095                   ==REL-CODE-PROD==  BY ==WS-REL-CODE-PROD==
002096                   ==REL-QUANTITE==   BY ==WS-REL-QUANTITE==
002097                   ==REL-STATUT==     BY ==WS-REL-STATUT==
002098                   ==REL-EN-ATTENTE== BY ==WS-REL-EN-ATTENTE==
002099                   ==REL-SERVI==      BY ==WS-REL-SERVI==
002100                   ==REL-NUM-CMD==    BY ==WS-REL-NUM-CMD==
002101                   ==REL-REF-WEB==    BY ==WS-REL-REF-WEB==.

002100 01  WS-PRIX-APPLIQUE       PIC 9(05)V99.

002110 01  WS-PRIX-TROUVE         PIC X(01).
002120     88 PRIX-DATE-TROUVE            VALUE "O".

002121 01  WS-PROMO-TROUVEE       PIC X(01).
002122     88 PROMO-APPLIQUEE             VALUE "O".

002123*----------------------------------------------------------------
002124* KIT - THE COMPONENTS OF THE CODE ORDERED, IF IT IS A KIT, AND
002125* HOW MANY KITS THE BOUTIQUE STOCK CAN BUILD
002126*----------------------------------------------------------------
002127     COPY "KIT-TABLE.cpy".

002128 01  WS-STOCK-DISPO         PIC 9(05).
002129 01  WS-STOCK-LIBRE         PIC 9(05).
002130 01  WS-QTE-RESERVEE        PIC 9(07).
002131 01  WS-DEVIS-EXCLU         PIC 9(08) VALUE ZERO.
002132 01  WS-KITS-COMPOSANT      PIC 9(05).
002133 01  WS-QTE-COMPOSANT       PIC 9(05).

002134 01  WS-DATE-SAISIE         PIC 9(08).

002130 01  WS-VILLES-STATUS       PIC X(02).
002140     88 VILLE-TROUVEE               VALUE "00".

002141 01  WS-TARIF-STATUS        PIC X(02).
002142     88 TARIF-OK                    VALUE "00".

002143*----------------------------------------------------------------
002144* PORT - REGION OF THE DELIVERY CITY AND WEIGHT OF THE ORDER,
002145* PRICED AGAINST THE REGION'S TARIFF
002146*----------------------------------------------------------------
002147 01  WS-REGION-LIV          PIC X(03) VALUE SPACES.
002148 01  WS-POIDS-CMD           PIC 9(07)V999.
002149 01  WS-POIDS-SURPLUS       PIC 9(07)V999.
002150 01  WS-TOTAL-HT            PIC 9(08)V99.

002151*----------------------------------------------------------------
002152* SUBSTITUTS - THE PRODUCT'S REPLACEMENTS THAT CAN COVER THE
002153* WHOLE QUANTITY, WITH THEIR PRICE AGAINST THE PRODUCT ASKED FOR
002154*----------------------------------------------------------------
002155 01  WS-SUBSTIT-STATUS      PIC X(02).
002156     88 SUBSTIT-OK                  VALUE "00".
002157 01  WS-FIN-SUBSTITS        PIC X(01).
002158     88 FIN-SUBSTITS                VALUE "Y".
002159 01  WS-NB-SUBST            PIC 9(02) VALUE ZERO.
002160 01  WS-SUBST-TABLE.
002161     05 WS-SUBST-ENTRY OCCURS 10 TIMES INDEXED BY WS-SDX.
002162         10 WS-SUBST-CODE     PIC X(04).
002163         10 WS-SUBST-LIBELLE  PIC X(20).
002164         10 WS-SUBST-STOCK    PIC 9(05).
002165         10 WS-SUBST-ECART    PIC S9(05)V99.
002166 01  WS-SUBST-CHOISI        PIC X(04).
002167 01  WS-SUBST-RETENU        PIC X(01).
002168     88 SUBST-RETENU                VALUE "O".
002169 01  WS-STOCK-ORIG          PIC 9(05).
002170 01  WS-PRIX-JOUR           PIC 9(05)V99.
002171 01  WS-PRIX-ORIG           PIC 9(05)V99.
002172 01  WS-ECART-EDITE         PIC -(5)9.99.

002150 01  WS-CODE-SAISI          PIC X(13).

002160 01  WS-SAISIE-NUMERIQUE    PIC X(12).
002250 01  WS-MVT-REFERENCE       PIC X(08).
002260 01  WS-MVT-QUANTITE        PIC S9(05).

002261 01  WS-CLIENTS-STATUS      PIC X(02).
002262     88 CLIENTS-OK                  VALUE "00".

002263 01  WS-ENCOURS-STATUS      PIC X(02).
002264     88 ENCOURS-OK                  VALUE "00".

002265 01  WS-REGLEMENT-STATUS    PIC X(02).
002266     88 REGLEMENT-OK                VALUE "00".

002267 01  WS-CMDBLOQ-STATUS      PIC X(02).
002268     88 CMDBLOQ-OK                  VALUE "00".

002269*----------------------------------------------------------------
002270* ENCOURS CLIENT - WHAT THE CUSTOMER ALREADY OWES OR HAS ON ORDER,
002271* WEIGHED AGAINST CLI-PLAFOND BEFORE THE ORDER IS TAKEN
002272*----------------------------------------------------------------
002273 01  WS-PLAFOND             PIC 9(07)V99 VALUE ZERO.
002274 01  WS-ENCOURS-FACTURES    PIC S9(09)V99.
002275 01  WS-ENCOURS-COMMANDES   PIC S9(09)V99.
002276 01  WS-ENCOURS-BLOQUES     PIC S9(09)V99.
002277 01  WS-ENCOURS-TOTAL       PIC S9(09)V99.
002278 01  WS-SOLDE-FACTURE       PIC S9(09)V99.
002279 01  WS-TOTAL-REGLE         PIC 9(09)V99.
002280 01  WS-NUM-ANNULEE         PIC 9(08).

002281 01  WS-FIN-ENCOURS         PIC X(01).
002282     88 FIN-ENCOURS                 VALUE "Y".
002283 01  WS-FIN-REGLEMENTS      PIC X(01).
002284     88 FIN-REGLEMENTS              VALUE "Y".
002285 01  WS-FIN-ORDERS          PIC X(01).
002286     88 FIN-ORDERS                  VALUE "Y".
002287 01  WS-FIN-CMDBLOQ         PIC X(01).
002288     88 FIN-CMDBLOQ                 VALUE "Y".

002270*----------------------------------------------------------------
002280* TAUX-TVA - ONE VAT RATE PER PRODUCT CATEGORY, KEPT IN STEP
002290* WITH TTC'S TABLE : 1 NORMAL, 2 REDUIT, 3 SUPER-REDUIT

002450 01  WS-TVA                 PIC 9(02)V99.
002460 01  WS-MONTANT-TTC         PIC 9(08)V99.
002462 01  WS-TVA-PORT            PIC 9(02)V99.
002464 01  WS-MONTANT-TVA         PIC 9(07)V99.
002466 01  WS-MONTANT-TVA-PORT    PIC 9(07)V99.
002470 01  WS-TVA-TROUVEE         PIC X(01).
002480     88 TAUX-TVA-TROUVE             VALUE "O".

002540     05 WS-COMMANDE-VALIDE  PIC X(01) VALUE "N".
002550         88 COMMANDE-VALIDE         VALUE "O".
002560         88 COMMANDE-REJETEE        VALUE "N".
002565         88 COMMANDE-BLOQUEE        VALUE "B".
002570     05 WS-MOTIF-REJET      PIC X(01).
002580         88 REJET-CODE-INCONNU              VALUE "C".
002590         88 REJET-STOCK-INSUFFISANT          VALUE "S".
002595         88 REJET-CREDIT                     VALUE "L".
002600     05 WS-RELIQUAT-DEMANDE PIC X(01) VALUE "N".
002610         88 RELIQUAT-A-CREER                 VALUE "O".

002612*----------------------------------------------------------------
002614* RECOVERY LOG - THE LINE BEING WRITTEN TO REPRISE.DAT
002616*----------------------------------------------------------------
002618     COPY "REPRISE-RECORD.cpy".

002620 PROCEDURE DIVISION.

002630*----------------------------------------------------------------
002640* 0000-MAINLINE
002650*----------------------------------------------------------------
002660 0000-MAINLINE.
002661     MOVE "COMMANDE" TO HAB-PROGRAMME.
002662     CALL "HABILITER" USING HAB-ZONE.
002663     IF NOT HAB-AUTORISE
002664         GOBACK
002665     END-IF.
002670     PERFORM 1000-INITIALISATION
002680         THRU 1000-INITIALISATION-EXIT.
002690     PERFORM 2000-SAISIE-COMMANDE
002730     IF COMMANDE-VALIDE
002740         PERFORM 3500-CALCULER-MONTANT
002750             THRU 3500-CALCULER-MONTANT-EXIT
002752     END-IF.
002754     IF COMMANDE-VALIDE
002756         PERFORM 3600-CALCULER-FRAIS-PORT
002758             THRU 3600-CALCULER-FRAIS-PORT-EXIT
002760     END-IF.
002761     IF COMMANDE-VALIDE
002762         PERFORM 3800-CONTROLER-CREDIT
002763             THRU 3800-CONTROLER-CREDIT-EXIT
002764     END-IF.
002765     IF COMMANDE-VALIDE
002766         PERFORM 3700-FIXER-DATE-PROMISE
002767             THRU 3700-FIXER-DATE-PROMISE-EXIT
002768     END-IF.
002770     PERFORM 4000-EDITION-RESULTAT
002780         THRU 4000-EDITION-RESULTAT-EXIT.
002782     IF COMMANDE-VALIDE
002784         PERFORM 4700-SAISIR-REGLEMENT
002786             THRU 4700-SAISIR-REGLEMENT-EXIT
002788     END-IF.
002790     IF COMMANDE-VALIDE
002800         PERFORM 5000-ENREGISTRER-COMMANDE
002810             THRU 5000-ENREGISTRER-COMMANDE-EXIT
002820     END-IF.
002822     IF COMMANDE-BLOQUEE
002824         PERFORM 5800-BLOQUER-COMMANDE
002826             THRU 5800-BLOQUER-COMMANDE-EXIT
002828     END-IF.
002830     PERFORM 9000-TERMINAISON
002840         THRU 9000-TERMINAISON-EXIT.
002850     GOBACK.
003040     SET COMMANDE-REJETEE TO TRUE.
003050     MOVE "N" TO WS-RELIQUAT-DEMANDE.
003060     MOVE ZERO TO WS-QUANTITE-RELIQUAT.
003061     MOVE SPACES TO WS-CODE-ORIG.
003062     MOVE SPACES TO WS-REPRESENTANT.
003063     MOVE SPACES TO WS-MODE-REGL.
003064     MOVE ZERO TO WS-ENCAISSE.
003065     MOVE ZERO TO WS-DATE-PROMISE.
003066     MOVE ZERO TO WS-FRAIS-PORT.
003070     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
003080 1000-INITIALISATION-EXIT.
003090     EXIT.
003800                 DISPLAY "Ville inconnue, merci de reessayer"
003810         END-READ
003820     END-PERFORM.
003825     MOVE VILLE-REGION TO WS-REGION-LIV.
003830     CLOSE VILLES-FILE.
003840 2700-SAISIR-VILLE-EXIT.
003850     EXIT.
003990         SET REJET-CODE-INCONNU TO TRUE
004000         GO TO 3000-CONTROLE-PRODUIT-EXIT
004010     END-IF.
004011     PERFORM 3150-DEDUIRE-RESERVATIONS
004012         THRU 3150-DEDUIRE-RESERVATIONS-EXIT.
004013     MOVE WS-STOCK-LIBRE TO WS-STOCK-DISPO.
004014     CALL "KITCOMPOSANTS" USING WS-CODE-PROD KIT-TABLE.
004015     IF KIT-NB-COMPOSANTS > ZERO
004016         PERFORM 3300-CALCULER-KITS
004017             THRU 3300-CALCULER-KITS-EXIT
004018         IF WS-QUANTITE > WS-STOCK-DISPO
004019             SET COMMANDE-REJETEE TO TRUE
004020             SET REJET-STOCK-INSUFFISANT TO TRUE
004021         ELSE
004022             SET COMMANDE-VALIDE TO TRUE
004023         END-IF
004024         GO TO 3000-CONTROLE-PRODUIT-EXIT
004025     END-IF.
004026     IF WS-QUANTITE > WS-STOCK-DISPO
004027         PERFORM 3250-PROPOSER-SUBSTITUT
004028             THRU 3250-PROPOSER-SUBSTITUT-EXIT
004029         IF NOT COMMANDE-VALIDE
004030             PERFORM 3200-PROPOSER-RELIQUAT
004040                 THRU 3200-PROPOSER-RELIQUAT-EXIT
004045         END-IF
004050     ELSE
004060         SET COMMANDE-VALIDE TO TRUE
004070     END-IF.
004370* THE REST, IF THE CUSTOMER ACCEPTS AND ANYTHING IS ON HAND
004380*----------------------------------------------------------------
004390 3200-PROPOSER-RELIQUAT.
004400     IF WS-STOCK-DISPO = ZERO
004410         SET COMMANDE-REJETEE TO TRUE
004420         SET REJET-STOCK-INSUFFISANT TO TRUE
004430         GO TO 3200-PROPOSER-RELIQUAT-EXIT
004440     END-IF.
004450     DISPLAY "Stock boutique disponible : "
004460         WS-STOCK-DISPO
004470         " - quantite demandee : " WS-QUANTITE.
004480     DISPLAY "Livrer le disponible et mettre le reste en"
004490         " reliquat (O/N) ? ".
004500     ACCEPT WS-REPONSE.
004510     IF REPONSE-OUI
004520         COMPUTE WS-QUANTITE-RELIQUAT =
004521             WS-QUANTITE - WS-STOCK-DISPO
004522         MOVE WS-STOCK-DISPO TO WS-QUANTITE
004550         SET RELIQUAT-A-CREER TO TRUE
004560         SET COMMANDE-VALIDE TO TRUE
004570     ELSE
004610 3200-PROPOSER-RELIQUAT-EXIT.
004620     EXIT.

004621*----------------------------------------------------------------
004622* 3250-PROPOSER-SUBSTITUT - THE PRODUCT'S SUBSTITUTES WHOSE FREE
004623* BOUTIQUE STOCK COVERS THE WHOLE QUANTITY; THE ONE THE CUSTOMER
004624* TAKES REPLACES THE PRODUCT ON THE ORDER. THE PRODUCT RECORD
004625* LEFT IN PLACE IS THE ONE THAT WILL BE SOLD
004626*----------------------------------------------------------------
004627 3250-PROPOSER-SUBSTITUT.
004628     OPEN INPUT SUBSTIT-FILE.
004629     IF NOT SUBSTIT-OK
004630         CLOSE SUBSTIT-FILE
004631         GO TO 3250-PROPOSER-SUBSTITUT-EXIT
004632     END-IF.
004633     MOVE WS-STOCK-DISPO TO WS-STOCK-ORIG.
004634     PERFORM 3270-PRIX-DU-JOUR
004635         THRU 3270-PRIX-DU-JOUR-EXIT.
004636     MOVE WS-PRIX-JOUR TO WS-PRIX-ORIG.
004637     MOVE ZERO TO WS-NB-SUBST.
004638     MOVE "N" TO WS-FIN-SUBSTITS.
004639     MOVE WS-CODE-PROD TO SUB-CODE-PROD.
004640     MOVE LOW-VALUES   TO SUB-CODE-REMPL.
004641     START SUBSTIT-FILE KEY IS NOT LESS THAN SUB-CLE
004642         INVALID KEY SET FIN-SUBSTITS TO TRUE
004643     END-START.
004644     PERFORM UNTIL FIN-SUBSTITS
004645         READ SUBSTIT-FILE NEXT RECORD
004646             AT END SET FIN-SUBSTITS TO TRUE
004647             NOT AT END
004648                 IF SUB-CODE-PROD NOT = WS-CODE-PROD
004649                     SET FIN-SUBSTITS TO TRUE
004650                 ELSE
004651                     PERFORM 3260-EXAMINER-SUBSTITUT
004652                         THRU 3260-EXAMINER-SUBSTITUT-EXIT
004653                 END-IF
004654         END-READ
004655     END-PERFORM.
004656     CLOSE SUBSTIT-FILE.
004657     MOVE "N" TO WS-SUBST-RETENU.
004658     IF WS-NB-SUBST > ZERO
004659         DISPLAY "Stock boutique insuffisant pour "
004660             FUNCTION TRIM(WS-CODE-PROD) " : " WS-STOCK-ORIG
004661             " - substitut(s) disponible(s) :"
004662         PERFORM VARYING WS-SDX FROM 1 BY 1
004663                 UNTIL WS-SDX > WS-NB-SUBST
004664             MOVE WS-SUBST-ECART(WS-SDX) TO WS-ECART-EDITE
004665             DISPLAY "  " WS-SUBST-CODE(WS-SDX) " "
004666                 WS-SUBST-LIBELLE(WS-SDX) " stock "
004667                 WS-SUBST-STOCK(WS-SDX) " ecart prix "
004668                 WS-ECART-EDITE
004669         END-PERFORM
004670         DISPLAY "Code du substitut retenu (vide si aucun) : "
004671         MOVE SPACES TO WS-SUBST-CHOISI
004672         ACCEPT WS-SUBST-CHOISI
004673         PERFORM VARYING WS-SDX FROM 1 BY 1
004674                 UNTIL WS-SDX > WS-NB-SUBST OR SUBST-RETENU
004675             IF WS-SUBST-CODE(WS-SDX) = WS-SUBST-CHOISI
004676                 AND WS-SUBST-CHOISI NOT = SPACES
004677                 SET SUBST-RETENU TO TRUE
004678             END-IF
004679         END-PERFORM
004680     END-IF.
004681     IF SUBST-RETENU
004682         SET WS-SDX DOWN BY 1
004683         MOVE WS-CODE-PROD TO WS-CODE-ORIG
004684         MOVE WS-SUBST-CODE(WS-SDX) TO WS-CODE-PROD
004685         MOVE WS-SUBST-STOCK(WS-SDX) TO WS-STOCK-DISPO
004686         SET COMMANDE-VALIDE TO TRUE
004687         DISPLAY "Substitution : " FUNCTION TRIM(WS-CODE-ORIG)
004688             " remplace par " FUNCTION TRIM(WS-CODE-PROD)
004689     ELSE
004690         MOVE WS-STOCK-ORIG TO WS-STOCK-DISPO
004691     END-IF.
004692     MOVE WS-CODE-PROD TO PROD-CODE.
004693     READ PRODUIT-FILE
004694         INVALID KEY CONTINUE
004695     END-READ.
004696     CALL "KITCOMPOSANTS" USING WS-CODE-PROD KIT-TABLE.
004697 3250-PROPOSER-SUBSTITUT-EXIT.
004698     EXIT.

004699*----------------------------------------------------------------
004700* 3260-EXAMINER-SUBSTITUT - KEEP ONE SUBSTITUTE IF IT IS ON THE
004701* MASTER, IS NOT A KIT AND ITS FREE STOCK COVERS THE QUANTITY
004702*----------------------------------------------------------------
004703 3260-EXAMINER-SUBSTITUT.
004704     IF WS-NB-SUBST = 10
004705         GO TO 3260-EXAMINER-SUBSTITUT-EXIT
004706     END-IF.
004707     MOVE SUB-CODE-REMPL TO PROD-CODE.
004708     READ PRODUIT-FILE
004709         INVALID KEY GO TO 3260-EXAMINER-SUBSTITUT-EXIT
004710     END-READ.
004711     CALL "KITCOMPOSANTS" USING SUB-CODE-REMPL KIT-TABLE.
004712     IF KIT-NB-COMPOSANTS > ZERO
004713         GO TO 3260-EXAMINER-SUBSTITUT-EXIT
004714     END-IF.
004715     PERFORM 3150-DEDUIRE-RESERVATIONS
004716         THRU 3150-DEDUIRE-RESERVATIONS-EXIT.
004717     IF WS-STOCK-LIBRE < WS-QUANTITE
004718         GO TO 3260-EXAMINER-SUBSTITUT-EXIT
004719     END-IF.
004720     PERFORM 3270-PRIX-DU-JOUR
004721         THRU 3270-PRIX-DU-JOUR-EXIT.
004722     ADD 1 TO WS-NB-SUBST.
004723     SET WS-SDX TO WS-NB-SUBST.
004724     MOVE SUB-CODE-REMPL TO WS-SUBST-CODE(WS-SDX).
004725     MOVE PROD-LIBELLE   TO WS-SUBST-LIBELLE(WS-SDX).
004726     MOVE WS-STOCK-LIBRE TO WS-SUBST-STOCK(WS-SDX).
004727     COMPUTE WS-SUBST-ECART(WS-SDX) =
004728         WS-PRIX-JOUR - WS-PRIX-ORIG.
004729 3260-EXAMINER-SUBSTITUT-EXIT.
004730     EXIT.

004731*----------------------------------------------------------------
004732* 3270-PRIX-DU-JOUR - TODAY'S LIST PRICE OF THE PRODUCT READ :
004733* THE EFFECTIVE-DATED PRICE, ELSE PROD-PRIX
004734*----------------------------------------------------------------
004735 3270-PRIX-DU-JOUR.
004736     CALL "PRIXEFFECTIF" USING PROD-CODE WS-DATE-JOUR
004737         WS-PRIX-JOUR WS-PRIX-TROUVE.
004738     IF NOT PRIX-DATE-TROUVE
004739         MOVE PROD-PRIX TO WS-PRIX-JOUR
004740     END-IF.
004741 3270-PRIX-DU-JOUR-EXIT.
004742     EXIT.

004743*----------------------------------------------------------------
004744* 3150-DEDUIRE-RESERVATIONS - BOUTIQUE STOCK OF THE PRODUCT JUST
004745* READ, LESS WHAT OPEN QUOTES HOLD ON IT TODAY
004746*----------------------------------------------------------------
004747 3150-DEDUIRE-RESERVATIONS.
004748     CALL "QTERESERVEE" USING PROD-CODE WS-DATE-JOUR
004749         WS-DEVIS-EXCLU WS-QTE-RESERVEE.
004750     IF WS-QTE-RESERVEE >= PROD-STOCK-BOUTIQUE
004751         MOVE ZERO TO WS-STOCK-LIBRE
004752     ELSE
004753         COMPUTE WS-STOCK-LIBRE =
004754             PROD-STOCK-BOUTIQUE - WS-QTE-RESERVEE
004755     END-IF.
004756     IF WS-QTE-RESERVEE > ZERO
004757         DISPLAY "Reserve par devis pour "
004758             FUNCTION TRIM(PROD-CODE) " : " WS-QTE-RESERVEE
004759     END-IF.
004760 3150-DEDUIRE-RESERVATIONS-EXIT.
004761     EXIT.

004762*----------------------------------------------------------------
004763* 3300-CALCULER-KITS - THE SMALLEST NUMBER OF KITS ANY COMPONENT
004764* CAN SUPPLY; A COMPONENT MISSING FROM THE MASTER SUPPLIES NONE.
004765* THE KIT'S OWN RECORD IS READ BACK FOR THE LABEL, PRICE AND VAT
004766*----------------------------------------------------------------
004767 3300-CALCULER-KITS.
004768     MOVE 99999 TO WS-STOCK-DISPO.
004769     PERFORM VARYING KIT-IDX FROM 1 BY 1
004770             UNTIL KIT-IDX > KIT-NB-COMPOSANTS
004771         MOVE KIT-COMPOSANT(KIT-IDX) TO PROD-CODE
004772         READ PRODUIT-FILE
004773             INVALID KEY
004774                 MOVE ZERO TO WS-KITS-COMPOSANT
004775             NOT INVALID KEY
004776                 PERFORM 3150-DEDUIRE-RESERVATIONS
004777                     THRU 3150-DEDUIRE-RESERVATIONS-EXIT
004778                 DIVIDE WS-STOCK-LIBRE
004779                     BY KIT-QUANTITE(KIT-IDX)
004780                     GIVING WS-KITS-COMPOSANT
004781         END-READ
004782         IF WS-KITS-COMPOSANT < WS-STOCK-DISPO
004783             MOVE WS-KITS-COMPOSANT TO WS-STOCK-DISPO
004784         END-IF
004785     END-PERFORM.
004786     MOVE WS-CODE-PROD TO PROD-CODE.
004787     READ PRODUIT-FILE
004788         INVALID KEY CONTINUE
004789     END-READ.
004790     DISPLAY "Kit " FUNCTION TRIM(WS-CODE-PROD) " : "
004791         WS-STOCK-DISPO " realisable(s) avec le stock boutique".
004792 3300-CALCULER-KITS-EXIT.
004793     EXIT.

004630*----------------------------------------------------------------
004640* 3500-CALCULER-MONTANT - ORDER TOTAL FROM THE MASTER UNIT PRICE
004650*----------------------------------------------------------------
004660 3500-CALCULER-MONTANT.
004697     CALL "PRIXCONTRAT" USING WS-CLIENT WS-CODE-PROD
004698         WS-DATE-JOUR WS-PRIX-APPLIQUE WS-PRIX-TROUVE.
004699     IF PRIX-DATE-TROUVE
004700         SET WS-PX-CONTRAT TO TRUE
004701     ELSE
004702         CALL "PRIXEFFECTIF" USING WS-CODE-PROD WS-DATE-JOUR
004703             WS-PRIX-APPLIQUE WS-PRIX-TROUVE
004704         IF PRIX-DATE-TROUVE
004705             SET WS-PX-TARIF TO TRUE
004706         ELSE
004707             MOVE PROD-PRIX TO WS-PRIX-APPLIQUE
004708             SET WS-PX-CATALOGUE TO TRUE
004709         END-IF
004710     END-IF.
004720     COMPUTE WS-MONTANT = WS-PRIX-APPLIQUE * WS-QUANTITE.
004721     MOVE SPACES TO WS-CAMPAGNE.
004722     IF NOT WS-PX-CONTRAT
004723         CALL "PRIXPROMO" USING WS-CODE-PROD WS-DATE-JOUR
004724             WS-QUANTITE WS-PRIX-APPLIQUE WS-MONTANT
004725             WS-CAMPAGNE WS-PROMO-TROUVEE
004726         IF PROMO-APPLIQUEE
004727             DISPLAY "Promotion " FUNCTION TRIM(WS-CAMPAGNE)
004728                 " appliquee"
004729         END-IF
004730     END-IF.
004730 3500-CALCULER-MONTANT-EXIT.
004740     EXIT.

004741*----------------------------------------------------------------
004742* 3600-CALCULER-FRAIS-PORT - TARIFF OF THE CITY'S REGION, OR OF
004743* REGION "???" WHEN IT HAS NONE; NO TARIFF AT ALL MEANS NO CHARGE
004744*----------------------------------------------------------------
004745 3600-CALCULER-FRAIS-PORT.
004746     MOVE ZERO TO WS-FRAIS-PORT.
004747     OPEN INPUT TARIFLIV-FILE.
004748     IF NOT TARIF-OK
004749         DISPLAY "Pas de tarif de livraison - port non facture"
004750         GO TO 3600-CALCULER-FRAIS-PORT-EXIT
004751     END-IF.
004752     MOVE WS-REGION-LIV TO TRF-REGION.
004753     IF TRF-REGION = SPACES
004754         MOVE "???" TO TRF-REGION
004755     END-IF.
004756     READ TARIFLIV-FILE
004757         INVALID KEY
004758             MOVE "???" TO TRF-REGION
004759             READ TARIFLIV-FILE
004760                 INVALID KEY MOVE "XX" TO WS-TARIF-STATUS
004761             END-READ
004762     END-READ.
004763     CLOSE TARIFLIV-FILE.
004764     IF WS-TARIF-STATUS = "XX"
004765         DISPLAY "Region " WS-REGION-LIV
004766             " sans tarif de livraison - port non facture"
004767         GO TO 3600-CALCULER-FRAIS-PORT-EXIT
004768     END-IF.
004769     IF TRF-SEUIL-FRANCO > ZERO
004770         AND WS-MONTANT >= TRF-SEUIL-FRANCO
004771         DISPLAY "Livraison offerte (franco "
004772             TRF-SEUIL-FRANCO ")"
004773         GO TO 3600-CALCULER-FRAIS-PORT-EXIT
004774     END-IF.
004775     IF PROD-POIDS NOT NUMERIC
004776         MOVE ZERO TO PROD-POIDS
004777     END-IF.
004778     COMPUTE WS-POIDS-CMD = PROD-POIDS * WS-QUANTITE.
004779     MOVE ZERO TO WS-POIDS-SURPLUS.
004780     IF WS-POIDS-CMD > TRF-POIDS-INCLUS
004781         COMPUTE WS-POIDS-SURPLUS =
004782             WS-POIDS-CMD - TRF-POIDS-INCLUS
004783     END-IF.
004784     COMPUTE WS-FRAIS-PORT ROUNDED = TRF-FORFAIT
004785         + (WS-POIDS-SURPLUS * TRF-SURCHARGE-KG).
004786 3600-CALCULER-FRAIS-PORT-EXIT.
004787     EXIT.

004788*----------------------------------------------------------------
004789* 3700-FIXER-DATE-PROMISE - PROPOSED FROM THE DELIVERY CITY'S
004790* LEAD TIME; THE DESK MAY KEY ANOTHER DATE, NOT BEFORE TODAY
004791*----------------------------------------------------------------
004792 3700-FIXER-DATE-PROMISE.
004793     CALL "DATEPROMISE" USING WS-VILLE WS-DATE-JOUR
004794         WS-DATE-PROMISE.
004795     DISPLAY "Livraison promise proposee : " WS-DATE-PROMISE.
004796     DISPLAY "Autre date AAAAMMJJ (vide = proposee) : ".
004797     MOVE ZERO TO WS-DATE-SAISIE.
004798     ACCEPT WS-DATE-SAISIE.
004799     IF WS-DATE-SAISIE NOT = ZERO
004800         IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-SAISIE) NOT = 0
004801             OR WS-DATE-SAISIE < WS-DATE-JOUR
004802             DISPLAY "Date invalide ou anterieure a ce jour - "
004803                 "date proposee conservee"
004804         ELSE
004805             MOVE WS-DATE-SAISIE TO WS-DATE-PROMISE
004806         END-IF
004807     END-IF.
004808     IF RELIQUAT-A-CREER
004809         DISPLAY "Le reliquat recevra sa propre date a sa"
004810             " liberation"
004811     END-IF.
004812 3700-FIXER-DATE-PROMISE-EXIT.
004813     EXIT.

004814*----------------------------------------------------------------
004815* 3800-CONTROLER-CREDIT - NO CUSTOMER RECORD OR A ZERO LIMIT MEANS
004816* NO CHECK; OTHERWISE OPEN INVOICES + UNDELIVERED ORDERS + HELD
004817* ORDERS + THIS ORDER MUST STAY WITHIN CLI-PLAFOND
004818*----------------------------------------------------------------
004819 3800-CONTROLER-CREDIT.
004820     MOVE ZERO TO WS-PLAFOND.
004821     OPEN INPUT CLIENTS-FILE.
004822     IF NOT CLIENTS-OK
004823         GO TO 3800-CONTROLER-CREDIT-EXIT
004824     END-IF.
004825     MOVE WS-CLIENT TO CLI-CODE.
004826     READ CLIENTS-FILE
004827         INVALID KEY MOVE ZERO TO CLI-PLAFOND
004828         NOT INVALID KEY
004829             MOVE CLI-REPRESENTANT TO WS-REPRESENTANT
004830     END-READ.
004831     MOVE CLI-PLAFOND TO WS-PLAFOND.
004832     CLOSE CLIENTS-FILE.
004833     IF WS-PLAFOND = ZERO
004834         GO TO 3800-CONTROLER-CREDIT-EXIT
004835     END-IF.
004836     PERFORM 3810-CUMULER-FACTURES
004837         THRU 3810-CUMULER-FACTURES-EXIT.
004838     PERFORM 3830-CUMULER-COMMANDES
004839         THRU 3830-CUMULER-COMMANDES-EXIT.
004840     PERFORM 3850-CUMULER-BLOQUEES
004841         THRU 3850-CUMULER-BLOQUEES-EXIT.
004842     COMPUTE WS-ENCOURS-TOTAL = WS-ENCOURS-FACTURES
004843         + WS-ENCOURS-COMMANDES + WS-ENCOURS-BLOQUES
004844         + WS-MONTANT + WS-FRAIS-PORT.
004845     DISPLAY "Encours client " FUNCTION TRIM(WS-CLIENT)
004846         " - plafond " WS-PLAFOND.
004847     DISPLAY "  Factures ouvertes TTC   : " WS-ENCOURS-FACTURES.
004848     DISPLAY "  Commandes non livrees HT: " WS-ENCOURS-COMMANDES.
004849     DISPLAY "  Commandes bloquees HT   : " WS-ENCOURS-BLOQUES.
004850     DISPLAY "  Cette commande HT       : " WS-MONTANT.
004851     DISPLAY "  Frais de port HT        : " WS-FRAIS-PORT.
004852     DISPLAY "  Encours total           : " WS-ENCOURS-TOTAL.
004853     IF WS-ENCOURS-TOTAL <= WS-PLAFOND
004854         GO TO 3800-CONTROLER-CREDIT-EXIT
004855     END-IF.
004856     DISPLAY "ATTENTION : plafond de credit depasse".
004857     DISPLAY "Mettre la commande en attente credit (O) ou la"
004858         " refuser (N) ? ".
004859     ACCEPT WS-REPONSE.
004860     IF REPONSE-OUI
004861         SET COMMANDE-BLOQUEE TO TRUE
004862     ELSE
004863         SET COMMANDE-REJETEE TO TRUE
004864         SET REJET-CREDIT TO TRUE
004865     END-IF.
004866 3800-CONTROLER-CREDIT-EXIT.
004867     EXIT.

004868*----------------------------------------------------------------
004869* 3810-CUMULER-FACTURES - OPEN BALANCE OF EVERY INVOICE MADE OUT
004870* TO THE CUSTOMER, PAYMENTS NETTED THE WAY REGLEMENTS DOES
004871*----------------------------------------------------------------
004872 3810-CUMULER-FACTURES.
004873     MOVE ZERO TO WS-ENCOURS-FACTURES.
004874     MOVE "N" TO WS-FIN-ENCOURS.
004875     OPEN INPUT ENCOURS-FILE.
004876     IF NOT ENCOURS-OK
004877         GO TO 3810-CUMULER-FACTURES-EXIT
004878     END-IF.
004879     PERFORM UNTIL FIN-ENCOURS
004880         READ ENCOURS-FILE
004881             AT END SET FIN-ENCOURS TO TRUE
004882             NOT AT END
004883                 IF ENC-CLIENT = WS-CLIENT
004884                     PERFORM 3820-SOMMER-REGLEMENTS
004885                         THRU 3820-SOMMER-REGLEMENTS-EXIT
004886                     COMPUTE WS-SOLDE-FACTURE =
004887                         ENC-MONTANT-TTC - WS-TOTAL-REGLE
004888                     IF WS-SOLDE-FACTURE > ZERO
004889                         ADD WS-SOLDE-FACTURE
004890                             TO WS-ENCOURS-FACTURES
004891                     END-IF
004892                 END-IF
004893         END-READ
004894     END-PERFORM.
004895     CLOSE ENCOURS-FILE.
004896 3810-CUMULER-FACTURES-EXIT.
004897     EXIT.

004898*----------------------------------------------------------------
004899* 3820-SOMMER-REGLEMENTS - TOTAL ALREADY PAID ON ENC-NUM-FACTURE
004900*----------------------------------------------------------------
004901 3820-SOMMER-REGLEMENTS.
004902     MOVE ZERO TO WS-TOTAL-REGLE.
004903     MOVE "N" TO WS-FIN-REGLEMENTS.
004904     OPEN INPUT REGLEMENT-FILE.
004905     IF NOT REGLEMENT-OK
004906         GO TO 3820-SOMMER-REGLEMENTS-EXIT
004907     END-IF.
004908     PERFORM UNTIL FIN-REGLEMENTS
004909         READ REGLEMENT-FILE
004910             AT END SET FIN-REGLEMENTS TO TRUE
004911             NOT AT END
004912                 IF REG-NUM-FACTURE = ENC-NUM-FACTURE
004913                     ADD REG-MONTANT TO WS-TOTAL-REGLE
004914                 END-IF
004915         END-READ
004916     END-PERFORM.
004917     CLOSE REGLEMENT-FILE.
004918 3820-SOMMER-REGLEMENTS-EXIT.
004919     EXIT.

004920*----------------------------------------------------------------
004921* 3830-CUMULER-COMMANDES - THE CUSTOMER'S ORDERS NOT YET LIVREE,
004922* AND SO NOT YET INVOICED. A REVERSAL SORTS AHEAD OF ITS ORDER
004923* ("A" BEFORE "O" IN CMD-CLE), SO A CANCELLED ORDER IS KNOWN BY
004924* THE TIME ITS "O" RECORD COMES UP AND IS LEFT OUT
004925*----------------------------------------------------------------
004926 3830-CUMULER-COMMANDES.
004927     MOVE ZERO TO WS-ENCOURS-COMMANDES.
004928     MOVE ZERO TO WS-NUM-ANNULEE.
004929     MOVE "N" TO WS-FIN-ORDERS.
004930     MOVE LOW-VALUES TO OR-CLE.
004931     START ORDERS-FILE KEY IS NOT LESS THAN OR-CLE
004932         INVALID KEY SET FIN-ORDERS TO TRUE
004933     END-START.
004934     PERFORM UNTIL FIN-ORDERS
004935         READ ORDERS-FILE NEXT RECORD
004936             AT END SET FIN-ORDERS TO TRUE
004937             NOT AT END
004938                 IF OR-CLIENT = WS-CLIENT
004939                     IF OR-ANNULATION
004940                         MOVE OR-NUM-CMD TO WS-NUM-ANNULEE
004941                     END-IF
004942                     IF OR-ORDRE AND NOT OR-LIVREE
004943                         AND OR-NUM-CMD NOT = WS-NUM-ANNULEE
004944                         ADD OR-MONTANT TO WS-ENCOURS-COMMANDES
004945                         IF OR-FRAIS-PORT NUMERIC
004946                             ADD OR-FRAIS-PORT
004947                                 TO WS-ENCOURS-COMMANDES
004948                         END-IF
004949                     END-IF
004950                 END-IF
004951         END-READ
004952     END-PERFORM.
004953 3830-CUMULER-COMMANDES-EXIT.
004954     EXIT.

004955*----------------------------------------------------------------
004956* 3850-CUMULER-BLOQUEES - ORDERS ALREADY WAITING ON A CREDIT
004957* RELEASE COUNT AGAINST THE LIMIT TOO
004958*----------------------------------------------------------------
004959 3850-CUMULER-BLOQUEES.
004960     MOVE ZERO TO WS-ENCOURS-BLOQUES.
004961     MOVE "N" TO WS-FIN-CMDBLOQ.
004962     OPEN INPUT CMDBLOQ-FILE.
004963     IF NOT CMDBLOQ-OK
004964         GO TO 3850-CUMULER-BLOQUEES-EXIT
004965     END-IF.
004966     PERFORM UNTIL FIN-CMDBLOQ
004967         READ CMDBLOQ-FILE
004968             AT END SET FIN-CMDBLOQ TO TRUE
004969             NOT AT END
004970                 IF BLQ-CLIENT = WS-CLIENT AND BLQ-EN-ATTENTE
004971                     ADD BLQ-MONTANT TO WS-ENCOURS-BLOQUES
004972                 END-IF
004973         END-READ
004974     END-PERFORM.
004975     CLOSE CMDBLOQ-FILE.
004976 3850-CUMULER-BLOQUEES-EXIT.
004977     EXIT.

004750*----------------------------------------------------------------
004760* 4000-EDITION-RESULTAT
004770*----------------------------------------------------------------
004780 4000-EDITION-RESULTAT.
004790     IF COMMANDE-VALIDE
004795         COMPUTE WS-TOTAL-HT = WS-MONTANT + WS-FRAIS-PORT
004800         DISPLAY "Structure de la commande creee avec succes"
004810         DISPLAY "Libelle produit : " PROD-LIBELLE
004820         DISPLAY "Prix unitaire    : " WS-PRIX-APPLIQUE
004830         DISPLAY "Quantite         : " WS-QUANTITE
004840         DISPLAY "Montant total HT : " WS-MONTANT
004841         DISPLAY "Frais de port HT : " WS-FRAIS-PORT
004842         DISPLAY "Total HT port inc: " WS-TOTAL-HT
004843         DISPLAY "Livraison promise: " WS-DATE-PROMISE
004844         IF WS-CODE-ORIG NOT = SPACES
004845             DISPLAY "En substitut de  : " WS-CODE-ORIG
004846         END-IF
004850         PERFORM 4500-AFFICHER-TTC
004860             THRU 4500-AFFICHER-TTC-EXIT
004870     ELSE
004871         IF COMMANDE-BLOQUEE
004872             DISPLAY "Commande " WS-NUM-CMD
004873                 " mise en attente credit - montant HT "
004874                 WS-MONTANT
004875             DISPLAY "A liberer par le service comptable"
004876                 " (CREDITLIBERER)"
004877             GO TO 4000-EDITION-RESULTAT-EXIT
004878         END-IF
004879         IF REJET-CREDIT
004880             DISPLAY "Commande rejetee : plafond de credit de "
004881                 FUNCTION TRIM(WS-CLIENT) " depasse"
004882             GO TO 4000-EDITION-RESULTAT-EXIT
004883         END-IF
004880         IF REJET-STOCK-INSUFFISANT
004890             DISPLAY "Commande rejetee : stock insuffisant pour "
004900                 FUNCTION TRIM(WS-CODE-PROD)
004910             DISPLAY "Stock boutique : " WS-STOCK-DISPO
004920                 " - quantite demandee : " WS-QUANTITE
004930         ELSE
004940             DISPLAY "Commande rejetee : code produit "
004990     EXIT.

005000*----------------------------------------------------------------
005007* 4500-AFFICHER-TTC - TTC AMOUNT : THE GOODS AT THE PRODUCT'S VAT
005014* CATEGORY, THE DELIVERY CHARGE AT THE NORMAL RATE (CATEGORY 1)
005021* AS TTC INVOICES IT; NO CATEGORY ON FILE MEANS HT ONLY
005030*----------------------------------------------------------------
005040 4500-AFFICHER-TTC.
005050     MOVE "N" TO WS-TVA-TROUVEE.
005055     MOVE ZERO TO WS-TVA-PORT.
005060     PERFORM VARYING WS-TDX FROM 1 BY 1 UNTIL WS-TDX > 3
005070         IF WS-TAUX-CODE(WS-TDX) = PROD-CATEGORIE-TVA
005080             MOVE WS-TAUX-VALEUR(WS-TDX) TO WS-TVA
005090             SET TAUX-TVA-TROUVE TO TRUE
005100         END-IF
005102         IF WS-TAUX-CODE(WS-TDX) = 1
005104             MOVE WS-TAUX-VALEUR(WS-TDX) TO WS-TVA-PORT
005106         END-IF
005110     END-PERFORM.
005120     IF TAUX-TVA-TROUVE
005125         COMPUTE WS-MONTANT-TVA = WS-MONTANT * WS-TVA / 100
005126         COMPUTE WS-MONTANT-TVA-PORT =
005127             WS-FRAIS-PORT * WS-TVA-PORT / 100
005130         COMPUTE WS-MONTANT-TTC = WS-TOTAL-HT
005140             + WS-MONTANT-TVA + WS-MONTANT-TVA-PORT
005150         DISPLAY "TVA              : " WS-TVA "%"
005152         IF WS-FRAIS-PORT > ZERO
005154             DISPLAY "TVA sur le port  : " WS-TVA-PORT "%"
005156         END-IF
005160         DISPLAY "Montant total TTC: " WS-MONTANT-TTC
005170     ELSE
005180         DISPLAY "Categorie de TVA absente du produit -"
005210 4500-AFFICHER-TTC-EXIT.
005220     EXIT.

005221*----------------------------------------------------------------
005222* 4700-SAISIR-REGLEMENT - HOW THE CUSTOMER PAYS, ASKED UNTIL IT IS
005223* ONE OF THE FOUR METHODS; THE AMOUNT IS THE TTC JUST SHOWN, OR
005224* THE HT TOTAL WHEN NO VAT CATEGORY IS ON FILE
005225*----------------------------------------------------------------
005226 4700-SAISIR-REGLEMENT.
005227     IF TAUX-TVA-TROUVE
005228         MOVE WS-MONTANT-TTC TO WS-ENCAISSE
005229     ELSE
005230         MOVE WS-TOTAL-HT TO WS-ENCAISSE
005231     END-IF.
005232     MOVE SPACES TO WS-MODE-REGL.
005233     PERFORM UNTIL WS-REGL-ESPECES OR WS-REGL-CARTE
005234             OR WS-REGL-CHEQUE OR WS-REGL-COMPTE
005235         DISPLAY "Reglement : especes (E), carte (C), cheque (H)"
005236             " ou en compte (T) ? "
005237         ACCEPT WS-MODE-REGL
005238         INSPECT WS-MODE-REGL CONVERTING "echt" TO "ECHT"
005239     END-PERFORM.
005240 4700-SAISIR-REGLEMENT-EXIT.
005241     EXIT.

005230*----------------------------------------------------------------
005240* 5000-ENREGISTRER-COMMANDE
005250*----------------------------------------------------------------
005260 5000-ENREGISTRER-COMMANDE.
005261     PERFORM 5100-PREPARER-ENREGISTREMENT
005262         THRU 5100-PREPARER-ENREGISTREMENT-EXIT.
005263     PERFORM 7000-OUVRIR-REPRISE
005264         THRU 7000-OUVRIR-REPRISE-EXIT.
005265     WRITE ORDERS-RECORD
005266         INVALID KEY
005267             DISPLAY "Numero de commande deja au journal : "
005268                 OR-NUM-CMD
005269             DISPLAY "Commande non enregistree - stock inchange"
005270             SET REP-DEFAIT TO TRUE
005271             PERFORM 7400-FERMER-REPRISE
005272                 THRU 7400-FERMER-REPRISE-EXIT
005273             GO TO 5000-ENREGISTRER-COMMANDE-EXIT
005274     END-WRITE.
005275     MOVE 1 TO REP-NUM-ACTION.
005276     PERFORM 7200-NOTER-EFFECTUE
005277         THRU 7200-NOTER-EFFECTUE-EXIT.
005278     IF KIT-NB-COMPOSANTS > ZERO
005279         PERFORM 5200-DESTOCKER-COMPOSANTS
005280             THRU 5200-DESTOCKER-COMPOSANTS-EXIT
005281         SET REP-FIN TO TRUE
005282         PERFORM 7400-FERMER-REPRISE
005283             THRU 7400-FERMER-REPRISE-EXIT
005284         GO TO 5000-ENREGISTRER-COMMANDE-EXIT
005285     END-IF.
005286     MOVE 2 TO REP-NUM-ACTION.
005287     PERFORM 7100-NOTER-AVANT
005288         THRU 7100-NOTER-AVANT-EXIT.
005289     SUBTRACT WS-QUANTITE FROM PROD-STOCK-BOUTIQUE.
005290     SUBTRACT WS-QUANTITE FROM PROD-STOCK.
005291     REWRITE PRODUIT-RECORD.
005292     MOVE "VE" TO WS-MVT-TYPE.
005293     MOVE OR-NUM-CMD TO WS-MVT-REFERENCE.
005294     COMPUTE WS-MVT-QUANTITE = ZERO - WS-QUANTITE.
005295     CALL "MVTSTOCK" USING WS-DATE-JOUR WS-CODE-PROD
005296         WS-MVT-TYPE WS-MVT-REFERENCE WS-MVT-QUANTITE.
005297     CALL "LOTSTOCK" USING WS-DATE-JOUR WS-CODE-PROD
005298         WS-MVT-TYPE WS-MVT-REFERENCE WS-MVT-QUANTITE.
005299     MOVE 2 TO REP-NUM-ACTION.
005300     PERFORM 7200-NOTER-EFFECTUE
005301         THRU 7200-NOTER-EFFECTUE-EXIT.
005302     IF PROD-STOCK <= PROD-SEUIL
005303         PERFORM 5500-SIGNALER-STOCK-BAS
005304             THRU 5500-SIGNALER-STOCK-BAS-EXIT
005305     END-IF.
005306     IF RELIQUAT-A-CREER
005307         PERFORM 6000-ENREGISTRER-RELIQUAT
005308             THRU 6000-ENREGISTRER-RELIQUAT-EXIT
005309         MOVE 3 TO REP-NUM-ACTION
005310         PERFORM 7200-NOTER-EFFECTUE
005311             THRU 7200-NOTER-EFFECTUE-EXIT
005312     END-IF.
005313     SET REP-FIN TO TRUE.
005314     PERFORM 7400-FERMER-REPRISE
005315         THRU 7400-FERMER-REPRISE-EXIT.
005316 5000-ENREGISTRER-COMMANDE-EXIT.
005317     EXIT.

005318*----------------------------------------------------------------
005319* 5100-PREPARER-ENREGISTREMENT - THE ORDERS.DAT RECORD AS IT WILL
005320* BE WRITTEN, SHARED BY THE NORMAL PATH AND THE CREDIT HOLD
005321*----------------------------------------------------------------
005322 5100-PREPARER-ENREGISTREMENT.
005270     MOVE WS-NUM-CMD   TO OR-NUM-CMD.
005280     MOVE "O"          TO OR-TYPE.
005290     MOVE ZERO         TO OR-SEQ.
005340     MOVE WS-DATE-JOUR TO OR-DATE.
005350     SET OR-EN-ATTENTE TO TRUE.
005360     MOVE WS-VILLE TO OR-VILLE.
005361     MOVE WS-PRIX-SRC TO OR-PRIX-SRC.
005362     MOVE WS-CAMPAGNE TO OR-CAMPAGNE.
005363     MOVE WS-DATE-PROMISE TO OR-DATE-PROMISE.
005364     MOVE ZERO TO OR-DATE-LIVREE.
005365     MOVE WS-FRAIS-PORT TO OR-FRAIS-PORT.
005366     MOVE WS-CODE-ORIG TO OR-CODE-ORIG.
005367     MOVE WS-REPRESENTANT TO OR-REPRESENTANT.
005368     MOVE WS-MODE-REGL TO OR-MODE-REGL.
005369     MOVE WS-ENCAISSE TO OR-ENCAISSE.
005370     MOVE SPACES TO OR-REF-WEB.
005371 5100-PREPARER-ENREGISTREMENT-EXIT.
005372     EXIT.

005373*----------------------------------------------------------------
005374* 5200-DESTOCKER-COMPOSANTS - A KIT SALE TAKES ITS COMPONENTS OFF
005375* THE BOUTIQUE SHELF, ONE "VE" MOVEMENT PER COMPONENT UNDER THE
005376* ORDER NUMBER; THE KIT'S OWN STOCK FIGURES ARE LEFT ALONE
005377*----------------------------------------------------------------
005378 5200-DESTOCKER-COMPOSANTS.
005379     PERFORM VARYING KIT-IDX FROM 1 BY 1
005380             UNTIL KIT-IDX > KIT-NB-COMPOSANTS
005381         PERFORM 5210-DESTOCKER-UN-COMPOSANT
005382             THRU 5210-DESTOCKER-UN-COMPOSANT-EXIT
005383     END-PERFORM.
005384 5200-DESTOCKER-COMPOSANTS-EXIT.
005385     EXIT.

005386*----------------------------------------------------------------
005387* 5210-DESTOCKER-UN-COMPOSANT
005388*----------------------------------------------------------------
005389 5210-DESTOCKER-UN-COMPOSANT.
005390     MOVE KIT-COMPOSANT(KIT-IDX) TO PROD-CODE.
005391     READ PRODUIT-FILE
005380         INVALID KEY
005386             DISPLAY "Composant introuvable, stock inchange : "
005392                 KIT-COMPOSANT(KIT-IDX)
005398             GO TO 5210-DESTOCKER-UN-COMPOSANT-EXIT
005404     END-READ.
005410     COMPUTE WS-QTE-COMPOSANT =
005416         WS-QUANTITE * KIT-QUANTITE(KIT-IDX).
005422     COMPUTE REP-NUM-ACTION = KIT-IDX + 1.
005428     PERFORM 7100-NOTER-AVANT
005434         THRU 7100-NOTER-AVANT-EXIT.
005440     SUBTRACT WS-QTE-COMPOSANT FROM PROD-STOCK-BOUTIQUE.
005446     SUBTRACT WS-QTE-COMPOSANT FROM PROD-STOCK.
005460     REWRITE PRODUIT-RECORD.
005470     MOVE "VE" TO WS-MVT-TYPE.
005480     MOVE OR-NUM-CMD TO WS-MVT-REFERENCE.
005490     COMPUTE WS-MVT-QUANTITE = ZERO - WS-QTE-COMPOSANT.
005500     CALL "MVTSTOCK" USING WS-DATE-JOUR PROD-CODE
005510         WS-MVT-TYPE WS-MVT-REFERENCE WS-MVT-QUANTITE.
005511     CALL "LOTSTOCK" USING WS-DATE-JOUR PROD-CODE
005512         WS-MVT-TYPE WS-MVT-REFERENCE WS-MVT-QUANTITE.
005513     COMPUTE REP-NUM-ACTION = KIT-IDX + 1.
005514     PERFORM 7200-NOTER-EFFECTUE
005515         THRU 7200-NOTER-EFFECTUE-EXIT.
005520     IF PROD-STOCK <= PROD-SEUIL
005530         PERFORM 5500-SIGNALER-STOCK-BAS
005540             THRU 5500-SIGNALER-STOCK-BAS-EXIT
005550     END-IF.
005560 5210-DESTOCKER-UN-COMPOSANT-EXIT.
005610     EXIT.

005620*----------------------------------------------------------------
005650*----------------------------------------------------------------
005660 5500-SIGNALER-STOCK-BAS.
005670     DISPLAY "ATTENTION : stock bas pour "
005680         FUNCTION TRIM(PROD-CODE)
005690         " - reste " PROD-STOCK
005700         " (seuil " PROD-SEUIL ")".
005710     OPEN EXTEND STOCKBAS-FILE.
005740         OPEN OUTPUT STOCKBAS-FILE
005750     END-IF.
005760     MOVE WS-DATE-JOUR TO SB-DATE.
005770     MOVE PROD-CODE    TO SB-CODE-PROD.
005780     MOVE PROD-STOCK   TO SB-STOCK.
005790     MOVE PROD-SEUIL   TO SB-SEUIL.
005800     WRITE STOCKBAS-RECORD.
005910         CLOSE RELIQUAT-FILE
005920         OPEN OUTPUT RELIQUAT-FILE
005930     END-IF.
005932     PERFORM 6100-PREPARER-RELIQUAT
005934         THRU 6100-PREPARER-RELIQUAT-EXIT.
005936     WRITE RELIQUAT-RECORD FROM WS-RELIQUAT-COURANT.
006010     CLOSE RELIQUAT-FILE.
006020     DISPLAY "Reliquat enregistre : " WS-QUANTITE-RELIQUAT
006030         " x " FUNCTION TRIM(WS-CODE-PROD)
006050 6000-ENREGISTRER-RELIQUAT-EXIT.
006060     EXIT.

006061*----------------------------------------------------------------
006062* 6100-PREPARER-RELIQUAT - THE RELIQUAT.DAT RECORD AS IT WILL BE
006063* WRITTEN, SHARED BY 6000 AND THE RECOVERY LOG
006064*----------------------------------------------------------------
006065 6100-PREPARER-RELIQUAT.
006066     MOVE WS-DATE-JOUR         TO WS-REL-DATE.
006067     MOVE WS-CLIENT            TO WS-REL-CLIENT.
006068     MOVE WS-CODE-PROD         TO WS-REL-CODE-PROD.
006069     MOVE WS-QUANTITE-RELIQUAT TO WS-REL-QUANTITE.
006070     SET WS-REL-EN-ATTENTE TO TRUE.
006071     MOVE ZERO TO WS-REL-NUM-CMD.
006072     MOVE SPACES TO WS-REL-REF-WEB.
006073 6100-PREPARER-RELIQUAT-EXIT.
006074     EXIT.

006075*----------------------------------------------------------------
006076* 5800-BLOQUER-COMMANDE - PARK THE ORDER AS BUILT ON CMDBLOQ.DAT;
006077* NO ORDERS.DAT RECORD, NO STOCK MOVEMENT UNTIL IT IS RELEASED
006078*----------------------------------------------------------------
006079 5800-BLOQUER-COMMANDE.
006080     PERFORM 5100-PREPARER-ENREGISTREMENT
006081         THRU 5100-PREPARER-ENREGISTREMENT-EXIT.
006082     OPEN EXTEND CMDBLOQ-FILE.
006083     IF NOT CMDBLOQ-OK
006084         CLOSE CMDBLOQ-FILE
006085         OPEN OUTPUT CMDBLOQ-FILE
006086     END-IF.
006087     MOVE SPACES               TO CMDBLOQ-RECORD.
006088     MOVE WS-NUM-CMD           TO BLQ-NUM-CMD.
006089     MOVE WS-CLIENT            TO BLQ-CLIENT.
006090     MOVE WS-DATE-JOUR         TO BLQ-DATE.
006091     COMPUTE BLQ-MONTANT = WS-MONTANT + WS-FRAIS-PORT.
006092     MOVE WS-ENCOURS-TOTAL     TO BLQ-ENCOURS.
006093     MOVE WS-PLAFOND           TO BLQ-PLAFOND.
006094     MOVE WS-QUANTITE-RELIQUAT TO BLQ-QTE-RELIQUAT.
006095     SET BLQ-EN-ATTENTE TO TRUE.
006096     MOVE ZERO                 TO BLQ-DATE-DECISION.
006097     MOVE ZERO                 TO BLQ-HEURE-DECISION.
006098     MOVE ORDERS-RECORD        TO BLQ-COMMANDE.
006099     WRITE CMDBLOQ-RECORD.
006100     CLOSE CMDBLOQ-FILE.
006101 5800-BLOQUER-COMMANDE-EXIT.
006102     EXIT.

006103*----------------------------------------------------------------
006104* 7000-OUVRIR-REPRISE - OPEN THE ORDER'S UNIT ON THE RECOVERY LOG
006105* AND LIST EVERY UPDATE IT WILL MAKE BEFORE THE FIRST ONE : 01
006106* THE ORDERS.DAT RECORD, THEN ONE STOCK ACTION PER COMPONENT OF A
006107* KIT OR 02 FOR THE PRODUCT, THEN 03 FOR A BACKORDERED REMAINDER
006108*----------------------------------------------------------------
006109 7000-OUVRIR-REPRISE.
006110     MOVE SPACES TO REPRISE-RECORD.
006111     MOVE "COMMANDE" TO REP-PROGRAMME.
006112     MOVE WS-DATE-JOUR TO REP-DATE.
006113     ACCEPT REP-HEURE FROM TIME.
006114     SET REP-DEBUT TO TRUE.
006115     MOVE ZERO TO REP-NUM-ACTION REP-QUANTITE REP-STOCK-AVANT.
006116     STRING "Commande " OR-NUM-CMD " - " WS-QUANTITE " x "
006117         WS-CODE-PROD " pour " WS-CLIENT
006118         DELIMITED BY SIZE INTO REP-LIBELLE.
006119     PERFORM 7300-ECRIRE-REPRISE
006120         THRU 7300-ECRIRE-REPRISE-EXIT.
006121     SET REP-ACTION TO TRUE.
006122     MOVE 1 TO REP-NUM-ACTION.
006123     SET REP-ECRIRE-ORDRE TO TRUE.
006124     MOVE ORDERS-RECORD TO REP-IMAGE.
006125     PERFORM 7300-ECRIRE-REPRISE
006126         THRU 7300-ECRIRE-REPRISE-EXIT.
006127     MOVE SPACES TO REP-IMAGE.
006128     SET REP-MAJ-STOCK TO TRUE.
006129     MOVE "VE" TO REP-MVT-TYPE.
006130     MOVE OR-NUM-CMD TO REP-MVT-REFERENCE.
006131     IF KIT-NB-COMPOSANTS > ZERO
006132         PERFORM VARYING KIT-IDX FROM 1 BY 1
006133                 UNTIL KIT-IDX > KIT-NB-COMPOSANTS
006134             COMPUTE REP-NUM-ACTION = KIT-IDX + 1
006135             MOVE KIT-COMPOSANT(KIT-IDX) TO REP-CODE-PROD
006136             COMPUTE REP-QUANTITE =
006137                 ZERO - WS-QUANTITE * KIT-QUANTITE(KIT-IDX)
006138             PERFORM 7300-ECRIRE-REPRISE
006139                 THRU 7300-ECRIRE-REPRISE-EXIT
006140         END-PERFORM
006141         GO TO 7000-OUVRIR-REPRISE-EXIT
006142     END-IF.
006143     MOVE 2 TO REP-NUM-ACTION.
006144     MOVE WS-CODE-PROD TO REP-CODE-PROD.
006145     COMPUTE REP-QUANTITE = ZERO - WS-QUANTITE.
006146     PERFORM 7300-ECRIRE-REPRISE
006147         THRU 7300-ECRIRE-REPRISE-EXIT.
006148     IF RELIQUAT-A-CREER
006149         PERFORM 6100-PREPARER-RELIQUAT
006150             THRU 6100-PREPARER-RELIQUAT-EXIT
006151         MOVE 3 TO REP-NUM-ACTION
006152         SET REP-AJOUT-RELIQUAT TO TRUE
006153         MOVE WS-CODE-PROD TO REP-CODE-PROD
006154         MOVE WS-QUANTITE-RELIQUAT TO REP-QUANTITE
006155         MOVE SPACES TO REP-MVT-TYPE REP-MVT-REFERENCE
006156         MOVE WS-RELIQUAT-COURANT TO REP-IMAGE
006157         PERFORM 7300-ECRIRE-REPRISE
006158             THRU 7300-ECRIRE-REPRISE-EXIT
006159     END-IF.
006160 7000-OUVRIR-REPRISE-EXIT.
006161     EXIT.

006162*----------------------------------------------------------------
006163* 7100-NOTER-AVANT - PROD-STOCK AS IT STANDS JUST BEFORE A STOCK
006164* ACTION REWRITES IT, SO REPRISE CAN TELL WHETHER THE REWRITE WAS
006165* DONE
006166*----------------------------------------------------------------
006167 7100-NOTER-AVANT.
006168     SET REP-AVANT TO TRUE.
006169     MOVE SPACES TO REP-CODE-ACTION REP-MVT-TYPE REP-MVT-REFERENCE
006170         REP-IMAGE.
006171     MOVE PROD-CODE TO REP-CODE-PROD.
006172     MOVE ZERO TO REP-QUANTITE.
006173     MOVE PROD-STOCK TO REP-STOCK-AVANT.
006174     PERFORM 7300-ECRIRE-REPRISE
006175         THRU 7300-ECRIRE-REPRISE-EXIT.
006176 7100-NOTER-AVANT-EXIT.
006177     EXIT.

006178*----------------------------------------------------------------
006179* 7200-NOTER-EFFECTUE - ACTION REP-NUM-ACTION IS DONE
006180*----------------------------------------------------------------
006181 7200-NOTER-EFFECTUE.
006182     SET REP-EFFECTUE TO TRUE.
006183     MOVE SPACES TO REP-CODE-ACTION REP-CODE-PROD REP-MVT-TYPE
006184         REP-MVT-REFERENCE REP-IMAGE.
006185     MOVE ZERO TO REP-QUANTITE REP-STOCK-AVANT.
006186     PERFORM 7300-ECRIRE-REPRISE
006187         THRU 7300-ECRIRE-REPRISE-EXIT.
006188 7200-NOTER-EFFECTUE-EXIT.
006189     EXIT.

006190*----------------------------------------------------------------
006191* 7400-FERMER-REPRISE - CLOSE THE UNIT WITH REP-TYPE AS SET BY THE
006192* CALLER : F WHEN THE ORDER WENT THROUGH, X WHEN NOTHING WAS DONE
006193*----------------------------------------------------------------
006194 7400-FERMER-REPRISE.
006195     MOVE ZERO TO REP-NUM-ACTION REP-QUANTITE REP-STOCK-AVANT.
006196     MOVE SPACES TO REP-CODE-ACTION REP-CODE-PROD REP-MVT-TYPE
006197         REP-MVT-REFERENCE REP-IMAGE.
006198     PERFORM 7300-ECRIRE-REPRISE
006199         THRU 7300-ECRIRE-REPRISE-EXIT.
006200 7400-FERMER-REPRISE-EXIT.
006201     EXIT.

006202*----------------------------------------------------------------
006203* 7300-ECRIRE-REPRISE - ONE LINE ONTO REPRISE.DAT (REPRISELOG)
006204*----------------------------------------------------------------
006205 7300-ECRIRE-REPRISE.
006206     CALL "REPRISELOG" USING REPRISE-RECORD.
006207 7300-ECRIRE-REPRISE-EXIT.
006208     EXIT.

006070*----------------------------------------------------------------
006080* 9000-TERMINAISON
006090*----------------------------------------------------------------
