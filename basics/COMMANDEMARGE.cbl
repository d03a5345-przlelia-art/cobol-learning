000130*                 OF GOODS (NET QUANTITY TIMES PROD-COUT) AND
000140*                 MARGIN PER PRODUCT, FLAGGING ANY PRODUCT WHOSE
000150*                 CATALOGUE PRICE SITS BELOW ITS UNIT COST.
000151* 2026-10-15  LM  SPLIT OUT THE SALES MADE AT A CUSTOMER'S
000152*                 CONTRACT PRICE (OR-PX-CONTRAT) : EACH PRODUCT
000153*                 SHOWS ITS CONTRACT REVENUE AND MARGIN UNDER THE
000154*                 OVERALL LINE, WITH A CONTRACT TOTAL AT THE END.
000155* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000156*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000157*                 COMMANDEMARGE (SEE HABILITATIONS).
000160*----------------------------------------------------------------
000170
000180 ENVIRONMENT DIVISION.
000530                   ==CMD-EN-ATTENTE== BY ==OR-EN-ATTENTE==
000540                   ==CMD-EXPEDIEE==   BY ==OR-EXPEDIEE==
000550                   ==CMD-LIVREE==     BY ==OR-LIVREE==
000551                   ==CMD-VILLE==      BY ==OR-VILLE==
000552                   ==CMD-PRIX-SRC==   BY ==OR-PRIX-SRC==
000553                   ==CMD-PX-CONTRAT== BY ==OR-PX-CONTRAT==
000554                   ==CMD-PX-TARIF==   BY ==OR-PX-TARIF==
000555                   ==CMD-PX-CATALOGUE== BY ==OR-PX-CATALOGUE==
000556                   ==CMD-CAMPAGNE==   BY ==OR-CAMPAGNE==
000557                   ==CMD-DATE-PROMISE== BY ==OR-DATE-PROMISE==
000558                   ==CMD-DATE-LIVREE== BY ==OR-DATE-LIVREE==
000559                   ==CMD-FRAIS-PORT== BY ==OR-FRAIS-PORT==
000560                   ==CMD-CODE-ORIG==  BY ==OR-CODE-ORIG==
000561                   ==CMD-REPRESENTANT== BY ==OR-REPRESENTANT==
000562                   ==CMD-MODE-REGL==  BY ==OR-MODE-REGL==
000563                   ==CMD-REGL-ESPECES== BY ==OR-REGL-ESPECES==
000564                   ==CMD-REGL-CARTE== BY ==OR-REGL-CARTE==
000565                   ==CMD-REGL-CHEQUE== BY ==OR-REGL-CHEQUE==
000566                   ==CMD-REGL-COMPTE== BY ==OR-REGL-COMPTE==
000567                   ==CMD-ENCAISSE==   BY ==OR-ENCAISSE==
000568                   ==CMD-REF-WEB==    BY ==OR-REF-WEB==.
000560
000570 FD  PRODUIT-FILE.
000580     COPY "PRODUIT-RECORD.cpy".
000590
000600 WORKING-STORAGE SECTION.
000610
000613     COPY "HABILITATION.cpy".
000616
000620*----------------------------------------------------------------
000630* MARGE TABLE - ONE ENTRY PER DISTINCT PROD-CODE SEEN ON
000640* ORDERS.DAT, WITH NET QUANTITY AND REVENUE
000680         10 WS-M-CODE-PROD   PIC X(04).
000690         10 WS-M-QUANTITE    PIC S9(07).
000700         10 WS-M-MONTANT     PIC S9(09)V99.
000703         10 WS-M-QTE-CONTRAT PIC S9(07).
000706         10 WS-M-MNT-CONTRAT PIC S9(09)V99.
000710
000720 01  WS-NB-PRODUITS           PIC 9(04) VALUE ZERO.
000730
000800
000810 01  WS-COUT-REVIENT          PIC S9(09)V99.
000820 01  WS-MARGE                 PIC S9(09)V99.
000825 01  WS-TOTAL-CONTRAT         PIC S9(09)V99 VALUE ZERO.
000830
000840 01  WS-MESSAGE-STATUT        PIC X(40).
000850
000990* 0000-MAINLINE
001000*----------------------------------------------------------------
001010 0000-MAINLINE.
001011     MOVE "COMMANDEMARGE" TO HAB-PROGRAMME.
001012     CALL "HABILITER" USING HAB-ZONE.
001013     IF NOT HAB-AUTORISE
001014         GOBACK
001015     END-IF.
001020     PERFORM 1000-CUMULER-COMMANDES
001030         THRU 1000-CUMULER-COMMANDES-EXIT.
001040     PERFORM 2000-EDITER-MARGES
001430             MOVE OR-CODE-PROD TO WS-M-CODE-PROD(WS-IDX)
001440             MOVE ZERO TO WS-M-QUANTITE(WS-IDX)
001450             MOVE ZERO TO WS-M-MONTANT(WS-IDX)
001453             MOVE ZERO TO WS-M-QTE-CONTRAT(WS-IDX)
001456             MOVE ZERO TO WS-M-MNT-CONTRAT(WS-IDX)
001460             SET PROD-TROUVE TO TRUE
001470         ELSE
001480             SET TABLE-PLEINE TO TRUE
001570             ADD OR-MONTANT  TO WS-M-MONTANT(WS-IDX)
001580         END-IF
001590     END-IF.
001591     IF PROD-TROUVE AND OR-PX-CONTRAT
001592         IF OR-ANNULATION OR OR-RETOUR
001593             SUBTRACT OR-QUANTITE FROM WS-M-QTE-CONTRAT(WS-IDX)
001594             SUBTRACT OR-MONTANT  FROM WS-M-MNT-CONTRAT(WS-IDX)
001595         ELSE
001596             ADD OR-QUANTITE TO WS-M-QTE-CONTRAT(WS-IDX)
001597             ADD OR-MONTANT  TO WS-M-MNT-CONTRAT(WS-IDX)
001598         END-IF
001599     END-IF.
001600 1100-CUMULER-UNE-COMMANDE-EXIT.
001610     EXIT.
001620
002040     CLOSE PRODUIT-FILE.
002050     DISPLAY "-----------------------------------------".
002060     DISPLAY "Produits distincts : " WS-NB-PRODUITS.
002065     DISPLAY "CA aux prix contrat : " WS-TOTAL-CONTRAT.
002070 2000-EDITER-MARGES-EXIT.
002080     EXIT.
002090
002310         DISPLAY "   ATTENTION : vente a perte - prix "
002320             PROD-PRIX " sous le cout " PROD-COUT
002330     END-IF.
002331     IF WS-M-MNT-CONTRAT(WS-IDX) NOT = ZERO
002332         ADD WS-M-MNT-CONTRAT(WS-IDX) TO WS-TOTAL-CONTRAT
002333         COMPUTE WS-COUT-REVIENT =
002334             WS-M-QTE-CONTRAT(WS-IDX) * PROD-COUT
002335         COMPUTE WS-MARGE =
002336             WS-M-MNT-CONTRAT(WS-IDX) - WS-COUT-REVIENT
002337         DISPLAY "   dont contrats : CA "
002338             WS-M-MNT-CONTRAT(WS-IDX)
002339             " - cout " WS-COUT-REVIENT
002340             " - marge " WS-MARGE
002341     END-IF.
002340 2100-EDITER-UN-PRODUIT-EXIT.
002350     EXIT.
