000180* 2026-09-02  LM  WARN WHEN THE 100-PRODUCT RESULTS TABLE FILLS
000190*                 UP INSTEAD OF SILENTLY TRUNCATING THE REPORT,
000200*                 AS THE SALES-CODES TABLE ALREADY DOES.
000201* 2026-10-15  LM  SET EACH PRODUCT'S COVER AGAINST THE LEAD TIME
000202*                 OF ITS LAST SUPPLIER (LATEST PURCHASE ORDER ON
000203*                 ACHATS.DAT) - MEASURED BY SCOREFRN WHEN KNOWN,
000204*                 PROMISED OTHERWISE - AND FLAG A COMMANDER WHEN
000205*                 THE STOCK RUNS OUT BEFORE A NEW ORDER COULD
000206*                 LAND.
000207* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000208*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000209*                 COUVERTURESTOCK (SEE HABILITATIONS).
000210* 2026-10-15  LM  NO MORE FIXED TABLES : NET SALES AND THE LATEST
000211*                 PURCHASE PER PRODUCT ARE KEPT ON THE KEYED WORK
000212*                 FILES COUVVENT.TMP AND COUVACH.TMP, AND THE
000213*                 PRODUCTS ARE SORTED ON THEIR COVER THROUGH THE
000214*                 SORT WORK FILE TRI-COUVERTURES, SO EVERY
000215*                 PRODUCT IS LISTED WHATEVER THE SIZE OF THE
000216*                 FILES. THE TABLE-FULL WARNINGS ARE GONE.
000210*----------------------------------------------------------------
000220
000230 ENVIRONMENT DIVISION.
000370         ALTERNATE RECORD KEY IS PROD-EAN
000380             WITH DUPLICATES
000390         FILE STATUS IS WS-PRODUIT-STATUS.
000391
000392     SELECT ACHATS-FILE ASSIGN TO "ACHATS.DAT"
000393         ORGANIZATION IS INDEXED
000394         ACCESS MODE IS SEQUENTIAL
000395         RECORD KEY IS ACH-NUM
000396         FILE STATUS IS WS-ACHATS-STATUS.
000397
000398     SELECT FOURNISSEUR-FILE ASSIGN TO "FOURNSSR.DAT"
000399         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000401         RECORD KEY IS FRN-CODE
000402         FILE STATUS IS WS-FOURNISSEUR-STATUS.
000403
000404     SELECT VENTES-FILE ASSIGN TO "COUVVENT.TMP"
000405         ORGANIZATION IS INDEXED
000406         ACCESS MODE IS RANDOM
000407         RECORD KEY IS VTE-CODE
000408         FILE STATUS IS WS-VENTES-STATUS.
000409
000410     SELECT DERNIERS-FILE ASSIGN TO "COUVACH.TMP"
000411         ORGANIZATION IS INDEXED
000412         ACCESS MODE IS RANDOM
000413         RECORD KEY IS DER-CODE
000414         FILE STATUS IS WS-DERNIERS-STATUS.
000415
000416     SELECT TRI-COUVERTURES ASSIGN TO "COUVERT.SRT".
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000600                   ==CMD-EN-ATTENTE== BY ==OR-EN-ATTENTE==
000610                   ==CMD-EXPEDIEE==   BY ==OR-EXPEDIEE==
000620                   ==CMD-LIVREE==     BY ==OR-LIVREE==
000621                   ==CMD-VILLE==      BY ==OR-VILLE==
000622                   ==CMD-PRIX-SRC==   BY ==OR-PRIX-SRC==
000623                   ==CMD-PX-CONTRAT== BY ==OR-PX-CONTRAT==
000624                   ==CMD-PX-TARIF==   BY ==OR-PX-TARIF==
000625                   ==CMD-PX-CATALOGUE== BY ==OR-PX-CATALOGUE==
000626                   ==CMD-CAMPAGNE==   BY ==OR-CAMPAGNE==
000627                   ==CMD-DATE-PROMISE== BY ==OR-DATE-PROMISE==
000628                   ==CMD-DATE-LIVREE== BY ==OR-DATE-LIVREE==
000629                   ==CMD-FRAIS-PORT== BY ==OR-FRAIS-PORT==
000630                   ==CMD-CODE-ORIG==  BY ==OR-CODE-ORIG==
000631                   ==CMD-REPRESENTANT== BY ==OR-REPRESENTANT==
000632                   ==CMD-MODE-REGL==  BY ==OR-MODE-REGL==
000633                   ==CMD-REGL-ESPECES== BY ==OR-REGL-ESPECES==
000634                   ==CMD-REGL-CARTE== BY ==OR-REGL-CARTE==
000635                   ==CMD-REGL-CHEQUE== BY ==OR-REGL-CHEQUE==
000636                   ==CMD-REGL-COMPTE== BY ==OR-REGL-COMPTE==
000637                   ==CMD-ENCAISSE==   BY ==OR-ENCAISSE==
000638                   ==CMD-REF-WEB==    BY ==OR-REF-WEB==.
000640
000650 FD  PRODUIT-FILE.
000660     COPY "PRODUIT-RECORD.cpy".
000661
000662 FD  ACHATS-FILE.
000663     COPY "ACHAT-RECORD.cpy".
000664
000665 FD  FOURNISSEUR-FILE.
000666     COPY "FOURNISSEUR-RECORD.cpy".
000667
000668*----------------------------------------------------------------
000669* VENTES - WORK FILE, NET QUANTITY SOLD PER CODE OVER THE WINDOW
000670*----------------------------------------------------------------
000671 FD  VENTES-FILE.
000672 01  VENTE-RECORD.
000673     05 VTE-CODE             PIC X(04).
000674     05 VTE-QUANTITE         PIC S9(07).
000675
000676*----------------------------------------------------------------
000677* DERNIERS - WORK FILE, THE SUPPLIER OF EACH PRODUCT'S LATEST
000678* PURCHASE ORDER, WHOSE LEAD TIME THE COVER IS SET AGAINST
000679*----------------------------------------------------------------
000680 FD  DERNIERS-FILE.
000681 01  DERNIER-RECORD.
000682     05 DER-CODE             PIC X(04).
000683     05 DER-DATE             PIC 9(08).
000684     05 DER-FRN              PIC X(04).
000685
000686*----------------------------------------------------------------
000687* TRI-COUVERTURES - SORT WORK FILE, DAYS OF COVER PER PRODUCT,
000688* SOONEST OUT FIRST
000689*----------------------------------------------------------------
000690 SD  TRI-COUVERTURES.
000691 01  TRI-COUVERTURE.
000692     05 TRI-COU-COUVERTURE   PIC 9(05)V9.
000693     05 TRI-COU-CODE         PIC X(04).
000694     05 TRI-COU-LIBELLE      PIC X(20).
000695     05 TRI-COU-STOCK        PIC 9(05).
000696     05 TRI-COU-VENTES       PIC S9(07).
000697     05 TRI-COU-DELAI        PIC 9(03).
000670
000680 WORKING-STORAGE SECTION.
000690
000693     COPY "HABILITATION.cpy".
000696
000700 01  WS-DATE-JOUR            PIC 9(08).
000710 01  WS-JOURS-FENETRE        PIC 9(04).
000720 01  WS-AGE-JOURS            PIC S9(09).
000780
000790 01  WS-PRODUIT-STATUS       PIC X(02).
000800     88 PRODUIT-OK                    VALUE "00".
000801
000802 01  WS-ACHATS-STATUS        PIC X(02).
000803     88 ACHATS-OK                     VALUE "00".
000804
000805 01  WS-FOURNISSEUR-STATUS   PIC X(02).
000806     88 FOURNISSEUR-OK                VALUE "00".
000807
000808 01  WS-VENTES-STATUS        PIC X(02).
000809     88 VENTES-OK                     VALUE "00".
000810
000811 01  WS-DERNIERS-STATUS      PIC X(02).
000812     88 DERNIERS-OK                   VALUE "00".
000813
000814 01  WS-NOM-VENTES           PIC X(40) VALUE "COUVVENT.TMP".
000815 01  WS-NOM-DERNIERS         PIC X(40) VALUE "COUVACH.TMP".
000816 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.
000817
000820 01  WS-SWITCHES.
000830     05 WS-FIN-ORDERS        PIC X(01) VALUE "N".
000840         88 FIN-ORDERS                VALUE "Y".
000850     05 WS-FIN-PRODUITS      PIC X(01) VALUE "N".
000860         88 FIN-PRODUITS              VALUE "Y".
000870     05 WS-FIN-ACHATS        PIC X(01) VALUE "N".
000880         88 FIN-ACHATS                VALUE "Y".
000890     05 WS-FRN-OUVERT        PIC X(01) VALUE "N".
000900         88 FRN-OUVERT                VALUE "O".
000910     05 WS-TRAVAIL-OUVERT    PIC X(01) VALUE "N".
000920         88 TRAVAIL-OUVERT            VALUE "O".
000930     05 WS-FIN-TRI           PIC X(01) VALUE "N".
000940         88 FIN-TRI                   VALUE "Y".
001250
001260 01  WS-TAUX-JOUR            PIC 9(05)V99.
001270
001310* 0000-MAINLINE
001320*----------------------------------------------------------------
001330 0000-MAINLINE.
001331     MOVE "COUVERTURESTOCK" TO HAB-PROGRAMME.
001332     CALL "HABILITER" USING HAB-ZONE.
001333     IF NOT HAB-AUTORISE
001334         GOBACK
001335     END-IF.
001340     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001350     DISPLAY "Fenetre de ventes en jours (defaut 30) : ".
001360     MOVE ZERO TO WS-JOURS-FENETRE.
001380     IF WS-JOURS-FENETRE = ZERO
001390         MOVE 30 TO WS-JOURS-FENETRE
001400     END-IF.
001401     PERFORM 0500-OUVRIR-TRAVAIL
001402         THRU 0500-OUVRIR-TRAVAIL-EXIT.
001403     IF NOT TRAVAIL-OUVERT
001404         STOP RUN
001405     END-IF.
001410     PERFORM 1000-CUMULER-VENTES
001420         THRU 1000-CUMULER-VENTES-EXIT.
001424     PERFORM 1500-CHARGER-DERNIERS-ACHATS
001428         THRU 1500-CHARGER-DERNIERS-ACHATS-EXIT.
001432     SORT TRI-COUVERTURES
001436         ON ASCENDING KEY TRI-COU-COUVERTURE
001440         WITH DUPLICATES IN ORDER
001444         INPUT PROCEDURE IS 2000-CALCULER-COUVERTURES
001448             THRU 2000-CALCULER-COUVERTURES-EXIT
001452         OUTPUT PROCEDURE IS 4000-EDITER-RAPPORT
001456             THRU 4000-EDITER-RAPPORT-EXIT.
001460     CLOSE VENTES-FILE.
001464     CLOSE DERNIERS-FILE.
001468     CALL "CBL_DELETE_FILE" USING WS-NOM-VENTES
001472         RETURNING WS-RETOUR-SUPPRESSION.
001476     CALL "CBL_DELETE_FILE" USING WS-NOM-DERNIERS
001480         RETURNING WS-RETOUR-SUPPRESSION.
001490     STOP RUN.
001491
001492*----------------------------------------------------------------
001493* 0500-OUVRIR-TRAVAIL - THE TWO KEYED WORK FILES, CREATED EMPTY
001494* THEN REOPENED FOR UPDATE
001495*----------------------------------------------------------------
001496 0500-OUVRIR-TRAVAIL.
001497     OPEN OUTPUT VENTES-FILE.
001498     IF NOT VENTES-OK
001499         CALL "FICHSTAT" USING WS-VENTES-STATUS
001500             WS-MESSAGE-STATUT
001501         DISPLAY "COUVVENT.TMP : "
001502             FUNCTION TRIM(WS-MESSAGE-STATUT)
001503         GO TO 0500-OUVRIR-TRAVAIL-EXIT
001504     END-IF.
001505     OPEN OUTPUT DERNIERS-FILE.
001506     IF NOT DERNIERS-OK
001507         CALL "FICHSTAT" USING WS-DERNIERS-STATUS
001508             WS-MESSAGE-STATUT
001509         DISPLAY "COUVACH.TMP : "
001510             FUNCTION TRIM(WS-MESSAGE-STATUT)
001511         CLOSE VENTES-FILE
001512         GO TO 0500-OUVRIR-TRAVAIL-EXIT
001513     END-IF.
001514     CLOSE VENTES-FILE.
001515     CLOSE DERNIERS-FILE.
001516     OPEN I-O VENTES-FILE.
001517     OPEN I-O DERNIERS-FILE.
001518     SET TRAVAIL-OUVERT TO TRUE.
001519 0500-OUVRIR-TRAVAIL-EXIT.
001520     EXIT.
001500
001510*----------------------------------------------------------------
001520* 1000-CUMULER-VENTES - NET QUANTITY PER CODE OVER THE WINDOW
001690         END-READ
001700     END-PERFORM.
001710     CLOSE ORDERS-FILE.
001760 1000-CUMULER-VENTES-EXIT.
001770     EXIT.
001780
001890     IF WS-AGE-JOURS > WS-JOURS-FENETRE
001900         GO TO 1100-CUMULER-UN-ENREG-EXIT
001910     END-IF.
001920     MOVE OR-CODE-PROD TO VTE-CODE.
001930     READ VENTES-FILE
001940         INVALID KEY
001950             MOVE ZERO TO VTE-QUANTITE
001970             PERFORM 1200-AJOUTER-AU-NET
001980                 THRU 1200-AJOUTER-AU-NET-EXIT
001990             WRITE VENTE-RECORD
002000                 INVALID KEY CONTINUE
002010             END-WRITE
002020         NOT INVALID KEY
002070             PERFORM 1200-AJOUTER-AU-NET
002080                 THRU 1200-AJOUTER-AU-NET-EXIT
002090             REWRITE VENTE-RECORD
002100                 INVALID KEY CONTINUE
002110             END-REWRITE
002120     END-READ.
002130 1100-CUMULER-UN-ENREG-EXIT.
002140     EXIT.
002150
002160*----------------------------------------------------------------
002170* 1200-AJOUTER-AU-NET - VENTE-RECORD HOLDS THE CODE'S RUNNING NET
002180*----------------------------------------------------------------
002190 1200-AJOUTER-AU-NET.
002200     IF OR-ANNULATION OR OR-RETOUR
002210         SUBTRACT OR-QUANTITE FROM VTE-QUANTITE
002220     ELSE
002230         ADD OR-QUANTITE TO VTE-QUANTITE
002240     END-IF.
002250 1200-AJOUTER-AU-NET-EXIT.
002260     EXIT.
002270
002280*----------------------------------------------------------------
002281* 1500-CHARGER-DERNIERS-ACHATS - LATEST PURCHASE ORDER PER
002282* PRODUCT; NO ACHATS.DAT SIMPLY MEANS NO LEAD TIME
002283*----------------------------------------------------------------
002284 1500-CHARGER-DERNIERS-ACHATS.
002285     OPEN INPUT ACHATS-FILE.
002286     IF NOT ACHATS-OK
002287         GO TO 1500-CHARGER-DERNIERS-ACHATS-EXIT
002288     END-IF.
002289     PERFORM UNTIL FIN-ACHATS
002290         READ ACHATS-FILE
002291             AT END SET FIN-ACHATS TO TRUE
002292             NOT AT END
002293                 PERFORM 1600-RETENIR-UN-ACHAT
002294                     THRU 1600-RETENIR-UN-ACHAT-EXIT
002295         END-READ
002296     END-PERFORM.
002297     CLOSE ACHATS-FILE.
002298 1500-CHARGER-DERNIERS-ACHATS-EXIT.
002299     EXIT.
002300
002301*----------------------------------------------------------------
002302* 1600-RETENIR-UN-ACHAT - KEEP THE LATEST ORDER PER PRODUCT
002303*----------------------------------------------------------------
002304 1600-RETENIR-UN-ACHAT.
002305     MOVE ACH-CODE-PROD TO DER-CODE.
002306     READ DERNIERS-FILE
002307         INVALID KEY
002308             MOVE ACH-DATE TO DER-DATE
002309             MOVE ACH-CODE-FRN TO DER-FRN
002310             WRITE DERNIER-RECORD
002311                 INVALID KEY CONTINUE
002312             END-WRITE
002313         NOT INVALID KEY
002314             IF ACH-DATE NOT < DER-DATE
002315                 MOVE ACH-DATE TO DER-DATE
002316                 MOVE ACH-CODE-FRN TO DER-FRN
002317                 REWRITE DERNIER-RECORD
002318                     INVALID KEY CONTINUE
002319                 END-REWRITE
002320             END-IF
002321     END-READ.
002322 1600-RETENIR-UN-ACHAT-EXIT.
002323     EXIT.
002324
002325*----------------------------------------------------------------
002326* 2000-CALCULER-COUVERTURES - SORT INPUT : STOCK OVER DAILY RATE
002327* PER PRODUCT
002310*----------------------------------------------------------------
002320 2000-CALCULER-COUVERTURES.
002330     OPEN INPUT PRODUIT-FILE.
002380             FUNCTION TRIM(WS-MESSAGE-STATUT)
002390         GO TO 2000-CALCULER-COUVERTURES-EXIT
002400     END-IF.
002402     OPEN INPUT FOURNISSEUR-FILE.
002404     IF FOURNISSEUR-OK
002406         SET FRN-OUVERT TO TRUE
002408     END-IF.
002410     PERFORM UNTIL FIN-PRODUITS
002420         READ PRODUIT-FILE
002430             AT END SET FIN-PRODUITS TO TRUE
002470         END-READ
002480     END-PERFORM.
002490     CLOSE PRODUIT-FILE.
002492     IF FRN-OUVERT
002494         CLOSE FOURNISSEUR-FILE
002496     END-IF.
002500 2000-CALCULER-COUVERTURES-EXIT.
002510     EXIT.
002520
002550* SORTING NATURALLY TO THE END OF THE LIST
002560*----------------------------------------------------------------
002570 2100-CALCULER-UN-PRODUIT.
002580     MOVE PROD-CODE    TO TRI-COU-CODE.
002590     MOVE PROD-LIBELLE TO TRI-COU-LIBELLE.
002600     MOVE PROD-STOCK   TO TRI-COU-STOCK.
002610     MOVE ZERO TO TRI-COU-VENTES.
002620     MOVE PROD-CODE TO VTE-CODE.
002630     READ VENTES-FILE
002640         INVALID KEY CONTINUE
002650         NOT INVALID KEY
002660             MOVE VTE-QUANTITE TO TRI-COU-VENTES
002670     END-READ.
002680     IF TRI-COU-VENTES <= ZERO
002690         MOVE 99999.9 TO TRI-COU-COUVERTURE
002770     ELSE
002780         COMPUTE WS-TAUX-JOUR ROUNDED =
002790             TRI-COU-VENTES / WS-JOURS-FENETRE
002800         IF WS-TAUX-JOUR = ZERO
002810             MOVE 99999.9 TO TRI-COU-COUVERTURE
002820         ELSE
002830             COMPUTE TRI-COU-COUVERTURE ROUNDED =
002840                 PROD-STOCK / WS-TAUX-JOUR
002850         END-IF
002860     END-IF.
002862     PERFORM 2200-TROUVER-DELAI
002864         THRU 2200-TROUVER-DELAI-EXIT.
002866     RELEASE TRI-COUVERTURE.
002870 2100-CALCULER-UN-PRODUIT-EXIT.
002880     EXIT.
002890
002900*----------------------------------------------------------------
002906* 2200-TROUVER-DELAI - LEAD TIME OF THE PRODUCT'S LAST SUPPLIER,
002912* MEASURED BEFORE PROMISED; ZERO WHEN NEVER BOUGHT
002920*----------------------------------------------------------------
002926 2200-TROUVER-DELAI.
002932     MOVE ZERO TO TRI-COU-DELAI.
002938     IF NOT FRN-OUVERT
002944         GO TO 2200-TROUVER-DELAI-EXIT
002950     END-IF.
002956     MOVE PROD-CODE TO DER-CODE.
002962     READ DERNIERS-FILE
002968         INVALID KEY
002974             GO TO 2200-TROUVER-DELAI-EXIT
002980     END-READ.
002986     MOVE DER-FRN TO FRN-CODE.
002992     READ FOURNISSEUR-FILE
002998         INVALID KEY
003004             GO TO 2200-TROUVER-DELAI-EXIT
003010     END-READ.
003016     IF FRN-DELAI-MESURE NOT = ZERO
003022         MOVE FRN-DELAI-MESURE TO TRI-COU-DELAI
003028     ELSE
003034         MOVE FRN-DELAI TO TRI-COU-DELAI
003040     END-IF.
003046 2200-TROUVER-DELAI-EXIT.
003060     EXIT.
003070
003080*----------------------------------------------------------------
003090* 4000-EDITER-RAPPORT - SORT OUTPUT : SOONEST OUT FIRST, EQUAL
003100* COVERS IN PRODUITS.DAT ORDER
003240*----------------------------------------------------------------
003250 4000-EDITER-RAPPORT.
003260     DISPLAY "Couverture de stock sur une fenetre de "
003270         WS-JOURS-FENETRE " jours".
003280     DISPLAY "-----------------------------------------".
003290     PERFORM 4100-EDITER-UN-PRODUIT
003300         THRU 4100-EDITER-UN-PRODUIT-EXIT
003310         UNTIL FIN-TRI.
003490 4000-EDITER-RAPPORT-EXIT.
003500     EXIT.
003510
003520*----------------------------------------------------------------
003530* 4100-EDITER-UN-PRODUIT
003540*----------------------------------------------------------------
003550 4100-EDITER-UN-PRODUIT.
003560     RETURN TRI-COUVERTURES
003570         AT END
003580             SET FIN-TRI TO TRUE
003590             GO TO 4100-EDITER-UN-PRODUIT-EXIT
003600     END-RETURN.
003610     IF TRI-COU-COUVERTURE = 99999.9
003620         DISPLAY TRI-COU-CODE " "
003630             FUNCTION TRIM(TRI-COU-LIBELLE)
003640             " : pas de vente dans la fenetre - stock "
003650             TRI-COU-STOCK
003660     ELSE
003670         DISPLAY TRI-COU-CODE " "
003680             FUNCTION TRIM(TRI-COU-LIBELLE)
003690             " : " TRI-COU-COUVERTURE
003700             " jours de stock (ventes "
003710             TRI-COU-VENTES " - stock "
003720             TRI-COU-STOCK ")"
003730         IF TRI-COU-DELAI NOT = ZERO
003740             AND TRI-COU-COUVERTURE
003750                 <= TRI-COU-DELAI
003760             DISPLAY "     A COMMANDER - delai fournisseur "
003770                 TRI-COU-DELAI " jours"
003780         END-IF
003790     END-IF.
003800 4100-EDITER-UN-PRODUIT-EXIT.
003810     EXIT.
