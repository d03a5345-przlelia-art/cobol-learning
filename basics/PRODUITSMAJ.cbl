000450*                 KEY - RE-READING (NUM, "O", 00) SENT THE SCAN
000460*                 BACKWARDS ON THE DUPLICATE ORDERS CMDMIGRER
000470*                 RENUMBERED WITH A NONZERO CMD-SEQ.
000471* 2026-10-15  LM  CAPTURE THE UNIT WEIGHT ON ADD, AND A NEW
000472*                 DIMENSIONS MODE (D) SETS IT ON A PRODUCT
000473*                 ALREADY ON FILE - THE DELIVERY CHARGE WEIGHT
000474*                 SURCHARGE READS IT.
000475* 2026-10-15  LM  THE UNIT VOLUME IS CAPTURED THE SAME WAY, ON ADD
000476*                 AND IN DIMENSIONS MODE - LIVRAISONS LOADS THE
000477*                 VANS ON WEIGHT AND VOLUME.
000478* 2026-10-15  LM  CAPTURE THE PRODUCT FAMILY ON ADD, AND A NEW
000479*                 FAMILLE MODE (F) CHANGES IT - COMMISSIONS READS
000480*                 IT FOR THE REP'S PER-FAMILY RATE.
000481* 2026-10-15  LM  ASK ON ADD WHETHER THE PRODUCT IS SOLD ON THE
000482*                 WEB SHOP, AND A NEW WEB MODE (W) LISTS OR
000483*                 DELISTS ONE ALREADY ON FILE - FLUXWEB SENDS
000484*                 THE LISTED PRODUCTS' STOCK AND PRICE.
000485* 2026-10-15  LM  RECEPTIONSTOCK NOW KEEPS PROD-COUT AS A
000486*                 WEIGHTED AVERAGE; THE COUT MODE STAYS FOR
000487*                 CORRECTIONS AND LOGS EACH ONE ON COUTHIST.DAT
000488*                 (ORIGIN MA) NEXT TO THE RECEIPTS.
000489* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000490*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000491*                 PRODUITSMAJ (SEE HABILITATIONS).
000492* 2026-10-15  LM  A CHANGE TO A FIELD GROUP LISTED ON MAJCFG.DAT
000493*                 (PRICES BY DEFAULT, SEE CTLAPPROB) NO LONGER
000494*                 GOES TO PRODUITS.DAT : THE PROPOSED RECORD IS
000495*                 PARKED ON MAJATTEN.DAT UNTIL ANOTHER OPERATOR
000496*                 APPROVES IT IN MAJVALIDER, WHICH THEN APPLIES
000497*                 IT.
000480*----------------------------------------------------------------

000490 ENVIRONMENT DIVISION.
000650         RECORD KEY IS OR-CLE
000660         FILE STATUS IS WS-ORDERS-STATUS.

000662     SELECT COUTHIST-FILE ASSIGN TO "COUTHIST.DAT"
000664         ORGANIZATION IS LINE SEQUENTIAL
000666         FILE STATUS IS WS-COUTHIST-STATUS.

000667     SELECT MAJATTENTE-FILE ASSIGN TO "MAJATTEN.DAT"
000668         ORGANIZATION IS LINE SEQUENTIAL
000669         FILE STATUS IS WS-MAJATTENTE-STATUS.

000670 DATA DIVISION.
000680 FILE SECTION.

000960                   ==CMD-EN-ATTENTE== BY ==OR-EN-ATTENTE==
000970                   ==CMD-EXPEDIEE==   BY ==OR-EXPEDIEE==
000980                   ==CMD-LIVREE==     BY ==OR-LIVREE==
000981                   ==CMD-VILLE==      BY ==OR-VILLE==
000982                   ==CMD-PRIX-SRC==   BY ==OR-PRIX-SRC==
000983                   ==CMD-PX-CONTRAT== BY ==OR-PX-CONTRAT==
000984                   ==CMD-PX-TARIF==   BY ==OR-PX-TARIF==
000985                   ==CMD-PX-CATALOGUE== BY ==OR-PX-CATALOGUE==
000986                   ==CMD-CAMPAGNE==   BY ==OR-CAMPAGNE==
000987                   ==CMD-DATE-PROMISE== BY ==OR-DATE-PROMISE==
000988                   ==CMD-DATE-LIVREE== BY ==OR-DATE-LIVREE==
000989                   ==CMD-FRAIS-PORT== BY ==OR-FRAIS-PORT==
000990                   ==CMD-CODE-ORIG==  BY ==OR-CODE-ORIG==
000991                   ==CMD-REPRESENTANT== BY ==OR-REPRESENTANT==
000992                   ==CMD-MODE-REGL==  BY ==OR-MODE-REGL==
000993                   ==CMD-REGL-ESPECES== BY ==OR-REGL-ESPECES==
000994                   ==CMD-REGL-CARTE== BY ==OR-REGL-CARTE==
000995                   ==CMD-REGL-CHEQUE== BY ==OR-REGL-CHEQUE==
000996                   ==CMD-REGL-COMPTE== BY ==OR-REGL-COMPTE==
000997                   ==CMD-ENCAISSE==   BY ==OR-ENCAISSE==
000998                   ==CMD-REF-WEB==    BY ==OR-REF-WEB==.

000999*----------------------------------------------------------------
001000* COUTHIST - EVERY CHANGE OF A UNIT COST (SEE RECEPTIONSTOCK)
001001*----------------------------------------------------------------
001002 FD  COUTHIST-FILE.
001003     COPY "COUTHIST-RECORD.cpy".

001004*----------------------------------------------------------------
001005* MAJATTENTE - CHANGES PARKED FOR A SECOND OPERATOR (MAJVALIDER)
001006*----------------------------------------------------------------
001007 FD  MAJATTENTE-FILE.
001008     COPY "MAJATTENTE-RECORD.cpy".

001000 WORKING-STORAGE SECTION.

001005     COPY "HABILITATION.cpy".

001010 01  WS-MODE                 PIC X(01).
001020     88 MODE-AJOUT                    VALUE "A" "a".
001030     88 MODE-REPRIX                   VALUE "P" "p".
001040     88 MODE-COUT                     VALUE "C" "c".
001050     88 MODE-RETRAIT                  VALUE "R" "r".
001055     88 MODE-DIMENSIONS               VALUE "D" "d".
001057     88 MODE-FAMILLE                  VALUE "F" "f".
001058     88 MODE-WEB                      VALUE "W" "w".

001060 01  WS-PRODUIT-STATUS       PIC X(02).
001070     88 PRODUIT-OK                    VALUE "00".
001130 01  WS-ORDERS-STATUS        PIC X(02).
001140     88 ORDERS-OK                     VALUE "00".

001141 01  WS-COUTHIST-STATUS      PIC X(02).
001142     88 COUTHIST-OK                   VALUE "00".

001143 01  WS-MAJATTENTE-STATUS    PIC X(02).
001144     88 MAJATTENTE-OK                 VALUE "00".

001145 01  WS-MAJ-FICHIER          PIC X(12) VALUE "PRODUITS".
001146 01  WS-MAJ-ZONE             PIC X(10).
001147 01  WS-MAJ-OPERATION        PIC X(01).
001148 01  WS-APPROBATION          PIC X(01).
001149     88 APPROBATION-REQUISE           VALUE "O".

001150 01  WS-SWITCHES.
001160     05 WS-FIN-ORDERS        PIC X(01).
001170         88 FIN-ORDERS                VALUE "Y".
001250 01  WS-NOUVEAU-PRIX         PIC 9(05)V99.
001260 01  WS-DATE-EFFET           PIC 9(08).
001270 01  WS-DATE-JOUR            PIC 9(08).
001275 01  WS-ANCIEN-COUT          PIC 9(05)V99.

001280 PROCEDURE DIVISION.

001300* 0000-MAINLINE
001310*----------------------------------------------------------------
001320 0000-MAINLINE.
001321     MOVE "PRODUITSMAJ" TO HAB-PROGRAMME.
001322     CALL "HABILITER" USING HAB-ZONE.
001323     IF NOT HAB-AUTORISE
001324         GOBACK
001325     END-IF.
001330     DISPLAY "Ajout (A), reprix (P), cout (C), dimensions (D)"
001340         ", famille (F), web (W) ou retrait (R) ? ".
001350     ACCEPT WS-MODE.
001360     PERFORM 0500-OUVRIR-FICHIER
001370         THRU 0500-OUVRIR-FICHIER-EXIT.
001510                     PERFORM 3000-RETIRER-PRODUIT
001520                         THRU 3000-RETIRER-PRODUIT-EXIT
001530                 ELSE
001531                     IF MODE-DIMENSIONS
001532                         PERFORM 2800-MODIFIER-DIMENSIONS
001533                             THRU 2800-MODIFIER-DIMENSIONS-EXIT
001534                     ELSE
001535                         IF MODE-FAMILLE
001536                             PERFORM 2900-MODIFIER-FAMILLE
001537                                 THRU 2900-MODIFIER-FAMILLE-EXIT
001538                         ELSE
001539                             IF MODE-WEB
001540                                 PERFORM 2950-MODIFIER-WEB
001541                                     THRU 2950-MODIFIER-WEB-EXIT
001542                             ELSE
001543                                 DISPLAY "Mode non reconnu"
001544                             END-IF
001545                         END-IF
001546                     END-IF
001550                 END-IF
001560             END-IF
001570         END-IF
002010         ACCEPT PROD-COUT
002020         DISPLAY "Code EAN (vide si aucun) : "
002030         ACCEPT PROD-EAN
002031         DISPLAY "Poids unitaire en kg : "
002032         MOVE ZERO TO PROD-POIDS
002033         ACCEPT PROD-POIDS
002034         DISPLAY "Volume unitaire en litres : "
002035         MOVE ZERO TO PROD-VOLUME
002036         ACCEPT PROD-VOLUME
002037         DISPLAY "Famille (3 lettres, vide si aucune) : "
002038         MOVE SPACES TO PROD-FAMILLE
002039         ACCEPT PROD-FAMILLE
002040           PERFORM 2960-SAISIR-WEB
002041               THRU 2960-SAISIR-WEB-EXIT
002040         MOVE ZERO TO WS-CATEGORIE-TVA
002050         PERFORM UNTIL CATEGORIE-TVA-VALIDE
002060             DISPLAY "Categorie de TVA (1 normal, 2 reduit,"
002120             END-IF
002130         END-PERFORM
002140         MOVE WS-CATEGORIE-TVA TO PROD-CATEGORIE-TVA
002141         MOVE SPACES TO PROD-CLASSE-ABC
002142         MOVE ZERO TO PROD-DATE-COMPTAGE
002143         MOVE ZERO TO PROD-PROCH-COMPTAGE
002144         MOVE "AJOUT" TO WS-MAJ-ZONE
002145         PERFORM 7000-CONTROLER-APPROBATION
002146             THRU 7000-CONTROLER-APPROBATION-EXIT
002147         IF APPROBATION-REQUISE
002148             MOVE "A" TO WS-MAJ-OPERATION
002149             PERFORM 7100-PROPOSER-MAJ
002150                 THRU 7100-PROPOSER-MAJ-EXIT
002151             GO TO 1000-AJOUTER-PRODUIT-EXIT
002152         END-IF
002150         WRITE PRODUIT-RECORD
002160         DISPLAY "Produit cree : " PROD-CODE
002170     END-IF.
002410         IF WS-DATE-EFFET = ZERO
002420             MOVE WS-DATE-JOUR TO WS-DATE-EFFET
002430         END-IF
002431         MOVE "PRIX" TO WS-MAJ-ZONE
002432         PERFORM 7000-CONTROLER-APPROBATION
002433             THRU 7000-CONTROLER-APPROBATION-EXIT
002434         IF APPROBATION-REQUISE
002435             MOVE WS-NOUVEAU-PRIX TO PROD-PRIX
002436             MOVE "M" TO WS-MAJ-OPERATION
002437             PERFORM 7100-PROPOSER-MAJ
002438                 THRU 7100-PROPOSER-MAJ-EXIT
002439             GO TO 2000-REPRIXER-PRODUIT-EXIT
002440         END-IF
002440         PERFORM 2500-ARCHIVER-PRIX
002450             THRU 2500-ARCHIVER-PRIX-EXIT
002460         IF WS-DATE-EFFET <= WS-DATE-JOUR
002850         DISPLAY "Code produit inconnu : " PROD-CODE
002860     ELSE
002870         DISPLAY "Ancien cout : " PROD-COUT
002875         MOVE PROD-COUT TO WS-ANCIEN-COUT
002880         DISPLAY "Nouveau cout : "
002890         ACCEPT PROD-COUT
002891         MOVE "COUT" TO WS-MAJ-ZONE
002892         PERFORM 7000-CONTROLER-APPROBATION
002893             THRU 7000-CONTROLER-APPROBATION-EXIT
002894         IF APPROBATION-REQUISE
002895             MOVE "M" TO WS-MAJ-OPERATION
002896             PERFORM 7100-PROPOSER-MAJ
002897                 THRU 7100-PROPOSER-MAJ-EXIT
002898             GO TO 2700-MODIFIER-COUT-EXIT
002899         END-IF
002900         REWRITE PRODUIT-RECORD
002910         DISPLAY "Cout mis a jour : " PROD-CODE
002911         PERFORM 2750-HISTORISER-COUT
002912             THRU 2750-HISTORISER-COUT-EXIT
002920     END-IF.
002930 2700-MODIFIER-COUT-EXIT.
002940     EXIT.

002941*----------------------------------------------------------------
002942* 2750-HISTORISER-COUT - THE HAND CORRECTION ONTO COUTHIST.DAT
002943*----------------------------------------------------------------
002944 2750-HISTORISER-COUT.
002945     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
002946     MOVE WS-DATE-JOUR TO CHC-DATE.
002947     MOVE PROD-CODE TO CHC-CODE-PROD.
002948     SET CHC-MANUEL TO TRUE.
002949     MOVE SPACES TO CHC-REFERENCE.
002950     MOVE WS-ANCIEN-COUT TO CHC-ANCIEN-COUT.
002951     MOVE PROD-COUT TO CHC-NOUVEAU-COUT.
002952     MOVE PROD-STOCK TO CHC-STOCK-AVANT.
002953     MOVE ZERO TO CHC-QUANTITE.
002954     MOVE ZERO TO CHC-PRIX-ACHAT.
002955     OPEN EXTEND COUTHIST-FILE.
002956     IF NOT COUTHIST-OK
002957         CLOSE COUTHIST-FILE
002958         OPEN OUTPUT COUTHIST-FILE
002959     END-IF.
002960     WRITE COUTHIST-RECORD.
002961     CLOSE COUTHIST-FILE.
002962 2750-HISTORISER-COUT-EXIT.
002963     EXIT.

002964*----------------------------------------------------------------
002965* 2800-MODIFIER-DIMENSIONS - CHANGE THE UNIT WEIGHT AND VOLUME
002966* OF AN EXISTING PRODUIT-RECORD
002967*----------------------------------------------------------------
002968 2800-MODIFIER-DIMENSIONS.
002969     DISPLAY "Code produit : ".
002970     ACCEPT PROD-CODE.
002971     READ PRODUIT-FILE
002972         INVALID KEY SET PRODUIT-ABSENT TO TRUE
002973         NOT INVALID KEY SET PRODUIT-TROUVE TO TRUE
002974     END-READ.
002975     IF PRODUIT-ABSENT
002976         DISPLAY "Code produit inconnu : " PROD-CODE
002977     ELSE
002978         IF PROD-POIDS IS NOT NUMERIC
002979             MOVE ZERO TO PROD-POIDS
002980         END-IF
002981         DISPLAY "Ancien poids (kg) : " PROD-POIDS
002982         DISPLAY "Nouveau poids (kg) : "
002983         ACCEPT PROD-POIDS
002984         IF PROD-VOLUME IS NOT NUMERIC
002985             MOVE ZERO TO PROD-VOLUME
002986         END-IF
002987         DISPLAY "Ancien volume (litres) : " PROD-VOLUME
002988         DISPLAY "Nouveau volume (litres) : "
002989         ACCEPT PROD-VOLUME
002990         MOVE "DIMENSIONS" TO WS-MAJ-ZONE
002991         PERFORM 7000-CONTROLER-APPROBATION
002992             THRU 7000-CONTROLER-APPROBATION-EXIT
002993         IF APPROBATION-REQUISE
002994             MOVE "M" TO WS-MAJ-OPERATION
002995             PERFORM 7100-PROPOSER-MAJ
002996                 THRU 7100-PROPOSER-MAJ-EXIT
002997             GO TO 2800-MODIFIER-DIMENSIONS-EXIT
002998         END-IF
002999         REWRITE PRODUIT-RECORD
003000         DISPLAY "Dimensions mises a jour : " PROD-CODE
003001     END-IF.
003002 2800-MODIFIER-DIMENSIONS-EXIT.
003003     EXIT.

003004*----------------------------------------------------------------
003005* 2900-MODIFIER-FAMILLE - CHANGE THE PRODUCT FAMILY OF AN
003006* EXISTING PRODUIT-RECORD
003007*----------------------------------------------------------------
003008 2900-MODIFIER-FAMILLE.
003009     DISPLAY "Code produit : ".
003010     ACCEPT PROD-CODE.
003011     READ PRODUIT-FILE
003012         INVALID KEY SET PRODUIT-ABSENT TO TRUE
003013         NOT INVALID KEY SET PRODUIT-TROUVE TO TRUE
003014     END-READ.
003015     IF PRODUIT-ABSENT
003016         DISPLAY "Code produit inconnu : " PROD-CODE
003017     ELSE
003018         DISPLAY "Ancienne famille : " PROD-FAMILLE
003019         DISPLAY "Nouvelle famille (vide si aucune) : "
003020         MOVE SPACES TO PROD-FAMILLE
003021         ACCEPT PROD-FAMILLE
003022         MOVE "FAMILLE" TO WS-MAJ-ZONE
003023         PERFORM 7000-CONTROLER-APPROBATION
003024             THRU 7000-CONTROLER-APPROBATION-EXIT
003025         IF APPROBATION-REQUISE
003026             MOVE "M" TO WS-MAJ-OPERATION
003027             PERFORM 7100-PROPOSER-MAJ
003028                 THRU 7100-PROPOSER-MAJ-EXIT
003029             GO TO 2900-MODIFIER-FAMILLE-EXIT
003030         END-IF
003031         REWRITE PRODUIT-RECORD
003032         DISPLAY "Famille mise a jour : " PROD-CODE
003033     END-IF.
003034 2900-MODIFIER-FAMILLE-EXIT.
003035     EXIT.

003036*----------------------------------------------------------------
003037* 2950-MODIFIER-WEB - LIST OR DELIST AN EXISTING PRODUIT-RECORD
003038* ON THE WEB SHOP
003039*----------------------------------------------------------------
003040 2950-MODIFIER-WEB.
003041     DISPLAY "Code produit : ".
003042     ACCEPT PROD-CODE.
003043     READ PRODUIT-FILE
003044         INVALID KEY SET PRODUIT-ABSENT TO TRUE
003045         NOT INVALID KEY SET PRODUIT-TROUVE TO TRUE
003046     END-READ.
003047     IF PRODUIT-ABSENT
003048         DISPLAY "Code produit inconnu : " PROD-CODE
003049     ELSE
003050         IF PROD-EN-LIGNE
003051             DISPLAY "Actuellement en vente sur le site web"
003052         ELSE
003053             DISPLAY "Actuellement absent du site web"
003054         END-IF
003055         PERFORM 2960-SAISIR-WEB
003056             THRU 2960-SAISIR-WEB-EXIT
003057         MOVE "WEB" TO WS-MAJ-ZONE
003058         PERFORM 7000-CONTROLER-APPROBATION
003059             THRU 7000-CONTROLER-APPROBATION-EXIT
003060         IF APPROBATION-REQUISE
003061             MOVE "M" TO WS-MAJ-OPERATION
003062             PERFORM 7100-PROPOSER-MAJ
003063                 THRU 7100-PROPOSER-MAJ-EXIT
003064             GO TO 2950-MODIFIER-WEB-EXIT
003065         END-IF
003066         REWRITE PRODUIT-RECORD
003067         DISPLAY "Site web mis a jour : " PROD-CODE
003068     END-IF.
003069 2950-MODIFIER-WEB-EXIT.
003070     EXIT.

003071*----------------------------------------------------------------
003072* 2960-SAISIR-WEB - ANYTHING BUT O LEAVES THE PRODUCT OFF THE
003073* WEB SHOP
003074*----------------------------------------------------------------
003075 2960-SAISIR-WEB.
003076     DISPLAY "En vente sur le site web (O/N) : ".
003077     ACCEPT PROD-WEB.
003078     INSPECT PROD-WEB CONVERTING "o" TO "O".
003079     IF NOT PROD-EN-LIGNE
003080         MOVE SPACE TO PROD-WEB
003081     END-IF.
003082 2960-SAISIR-WEB-EXIT.
003083     EXIT.

002950*----------------------------------------------------------------
002960* 3000-RETIRER-PRODUIT - DROP A PRODUIT-RECORD OUT OF PRODUITS.DAT
002970*----------------------------------------------------------------
003120                 " attente referencent encore " PROD-CODE
003130             GO TO 3000-RETIRER-PRODUIT-EXIT
003140         END-IF
003141         MOVE "RETRAIT" TO WS-MAJ-ZONE
003142         PERFORM 7000-CONTROLER-APPROBATION
003143             THRU 7000-CONTROLER-APPROBATION-EXIT
003144         IF APPROBATION-REQUISE
003145             MOVE "S" TO WS-MAJ-OPERATION
003146             PERFORM 7100-PROPOSER-MAJ
003147                 THRU 7100-PROPOSER-MAJ-EXIT
003148             GO TO 3000-RETIRER-PRODUIT-EXIT
003149         END-IF
003150         DELETE PRODUIT-FILE RECORD
003160             INVALID KEY
003170                 DISPLAY "Suppression impossible : " PROD-CODE
003700     END-READ.
003710 3600-VERIFIER-ANNULATION-EXIT.
003720     EXIT.

003721*----------------------------------------------------------------
003722* 7000-CONTROLER-APPROBATION - DOES A CHANGE OF THIS FIELD GROUP
003723* NEED A SECOND OPERATOR (MAJCFG.DAT, SEE CTLAPPROB) ?
003724*----------------------------------------------------------------
003725 7000-CONTROLER-APPROBATION.
003726     CALL "CTLAPPROB" USING WS-MAJ-FICHIER WS-MAJ-ZONE
003727         WS-APPROBATION.
003728 7000-CONTROLER-APPROBATION-EXIT.
003729     EXIT.

003730*----------------------------------------------------------------
003731* 7100-PROPOSER-MAJ - PARK THE PROPOSED PRODUIT-RECORD ON
003732* MAJATTEN.DAT INSTEAD OF WRITING THE MASTER
003733*----------------------------------------------------------------
003734 7100-PROPOSER-MAJ.
003735     MOVE SPACES TO MAJATTENTE-RECORD.
003736     MOVE WS-MAJ-FICHIER TO MAJ-FICHIER.
003737     MOVE WS-MAJ-ZONE TO MAJ-ZONE.
003738     MOVE WS-MAJ-OPERATION TO MAJ-OPERATION.
003739     MOVE PROD-CODE TO MAJ-CLE.
003740     MOVE ZERO TO MAJ-DATE-EFFET.
003741     IF WS-MAJ-ZONE = "PRIX"
003742         MOVE WS-DATE-EFFET TO MAJ-DATE-EFFET
003743     END-IF.
003744     ACCEPT MAJ-DATE FROM DATE YYYYMMDD.
003745     ACCEPT MAJ-HEURE FROM TIME.
003746     MOVE HAB-OPERATEUR TO MAJ-AUTEUR.
003747     SET MAJ-EN-ATTENTE TO TRUE.
003748     MOVE ZERO TO MAJ-DATE-DECISION.
003749     MOVE PRODUIT-RECORD TO MAJ-IMAGE.
003750     OPEN EXTEND MAJATTENTE-FILE.
003751     IF NOT MAJATTENTE-OK
003752         CLOSE MAJATTENTE-FILE
003753         OPEN OUTPUT MAJATTENTE-FILE
003754     END-IF.
003755     WRITE MAJATTENTE-RECORD.
003756     CLOSE MAJATTENTE-FILE.
003757     DISPLAY "Modification soumise a la validation d'un second"
003758         " operateur (MAJVALIDER) : " PROD-CODE.
003759 7100-PROPOSER-MAJ-EXIT.
003760     EXIT.
