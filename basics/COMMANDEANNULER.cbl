000330*                 COUNTER MENU (MENUCOMMERCE) CAN CALL THIS AS AN
000340*                 OPTION WITHOUT ENDING THE WHOLE RUN UNIT, THE
000350*                 SAME CHANGE THE FICHIERS SUITE MADE FOR ITS MENU.
000351* 2026-10-15  LM  THE REVERSAL CARRIES THE ORIGINAL'S PRICE
000352*                 SOURCE SO COMMANDEMARGE NETS A CANCELLED
000353*                 CONTRACT SALE OUT OF THE CONTRACT FIGURES.
000354* 2026-10-15  LM  AND THE ORIGINAL'S PROMOTION CAMPAIGN CODE, FOR
000355*                 PROMORAPPORT.
000356* 2026-10-15  LM  AND THE ORIGINAL'S SALES REP, SO COMMISSIONS
000357*                 TAKES THE CANCELLATION OFF THE SAME REP.
000358* 2026-10-15  LM  AND THE ORIGINAL'S DELIVERY CHARGE, SO THE
000359*                 DELIVERY REVENUE REPORT NETS IT OUT.
000360* 2026-10-15  LM  A CANCELLED KIT GOES BACK ONTO THE SHELF AS ITS
000361*                 COMPONENTS (KITCOMPOSANTS), ONE "AN" LINE EACH.
000362* 2026-10-15  LM  THE REVERSAL CARRIES NO PROMISED OR DELIVERY
000363*                 DATE - PONCTUALITE LEAVES CANCELLED ORDERS OUT.
000364* 2026-10-15  LM  AND THE ORIGINAL'S PAYMENT METHOD AND TILL
000365*                 AMOUNT : A COUNTER SALE CANCELLED IS REFUNDED
000366*                 AT THE TILL AND CLOTURECAISSE TAKES IT OFF THE
000367*                 DAY'S TAKINGS FOR THAT METHOD.
000368* 2026-10-15  LM  THE CANCELLED QUANTITY GOES BACK ON THE SHELF
000369*                 UNDER THE LOTS THE ORDER WAS SERVED FROM (SEE
000370*                 LOTSTOCK).
000371* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000372*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000373*                 COMMANDEANNULER (SEE HABILITATIONS).
000374* 2026-10-15  LM  THE CANCELLATION IS LOGGED AS ONE UNIT ON THE
000375*                 RECOVERY LOG REPRISE.DAT (REPRISELOG) BEFORE
000376*                 ANY FILE IS TOUCHED, EACH UPDATE MARKED DONE AS
000377*                 IT IS MADE, SO REPRISE CAN FINISH OR BACK OUT
000378*                 ONE A DEAD SESSION LEFT HALF WRITTEN.
000360*----------------------------------------------------------------
000370
000380 ENVIRONMENT DIVISION.
000750                   ==CMD-EN-ATTENTE== BY ==OR-EN-ATTENTE==
000760                   ==CMD-EXPEDIEE==   BY ==OR-EXPEDIEE==
000770                   ==CMD-LIVREE==     BY ==OR-LIVREE==
000771                   ==CMD-VILLE==      BY ==OR-VILLE==
000772                   ==CMD-PRIX-SRC==   BY ==OR-PRIX-SRC==
000773                   ==CMD-PX-CONTRAT== BY ==OR-PX-CONTRAT==
000774                   ==CMD-PX-TARIF==   BY ==OR-PX-TARIF==
000775                   ==CMD-PX-CATALOGUE== BY ==OR-PX-CATALOGUE==
000776                   ==CMD-CAMPAGNE==   BY ==OR-CAMPAGNE==
000777                   ==CMD-DATE-PROMISE== BY ==OR-DATE-PROMISE==
000778                   ==CMD-DATE-LIVREE== BY ==OR-DATE-LIVREE==
000779                   ==CMD-FRAIS-PORT== BY ==OR-FRAIS-PORT==
000780                   ==CMD-CODE-ORIG==  BY ==OR-CODE-ORIG==
000781                   ==CMD-REPRESENTANT== BY ==OR-REPRESENTANT==
000782                   ==CMD-MODE-REGL==  BY ==OR-MODE-REGL==
000783                   ==CMD-REGL-ESPECES== BY ==OR-REGL-ESPECES==
000784                   ==CMD-REGL-CARTE== BY ==OR-REGL-CARTE==
000785                   ==CMD-REGL-CHEQUE== BY ==OR-REGL-CHEQUE==
000786                   ==CMD-REGL-COMPTE== BY ==OR-REGL-COMPTE==
000787                   ==CMD-ENCAISSE==   BY ==OR-ENCAISSE==
000788                   ==CMD-REF-WEB==    BY ==OR-REF-WEB==.
000790
000800 FD  PRODUIT-FILE.
000810     COPY "PRODUIT-RECORD.cpy".
000820
000830 WORKING-STORAGE SECTION.
000840
000843     COPY "HABILITATION.cpy".
000846
000850 01  WS-NUM-RECHERCHE         PIC 9(08).
000860
000870 01  WS-DATE-JOUR             PIC 9(08).
001000     05 WS-S-QUANTITE         PIC 9(05).
001010     05 WS-S-MONTANT          PIC 9(07)V99.
001020     05 WS-S-VILLE            PIC X(20).
001021     05 WS-S-PRIX-SRC         PIC X(01).
001022     05 WS-S-CAMPAGNE         PIC X(08).
001023     05 WS-S-FRAIS-PORT       PIC 9(05)V99.
001024     05 WS-S-REPRESENTANT     PIC X(04).
001025     05 WS-S-MODE-REGL        PIC X(01).
001026         88 WS-S-REGL-COMPTOIR         VALUE "E" "C" "H".
001027     05 WS-S-ENCAISSE         PIC 9(07)V99.
001030
001040 01  WS-ORDERS-STATUS         PIC X(02).
001050     88 ORDERS-OK                      VALUE "00".
001060
001070 01  WS-PRODUIT-STATUS        PIC X(02).
001080     88 PRODUIT-OK                     VALUE "00".
001085
001090 01  WS-MVT-TYPE              PIC X(02).
001100 01  WS-MVT-REFERENCE         PIC X(08).
001110 01  WS-MVT-QUANTITE          PIC S9(05).
001112
001114     COPY "KIT-TABLE.cpy".
001116
001118 01  WS-QTE-COMPOSANT         PIC 9(05).
001120
001121*----------------------------------------------------------------
001122* RECOVERY LOG - THE LINE BEING WRITTEN TO REPRISE.DAT
001123*----------------------------------------------------------------
001124     COPY "REPRISE-RECORD.cpy".
001125
001126 01  WS-REPRISE-OUVERTE       PIC X(01) VALUE "N".
001127     88 REPRISE-OUVERTE               VALUE "O".
001128
001130 PROCEDURE DIVISION.
001140
001150*----------------------------------------------------------------
001160* 0000-MAINLINE
001170*----------------------------------------------------------------
001180 0000-MAINLINE.
001181     MOVE "COMMANDEANNULER" TO HAB-PROGRAMME.
001182     CALL "HABILITER" USING HAB-ZONE.
001183     IF NOT HAB-AUTORISE
001184         GOBACK
001185     END-IF.
001190     DISPLAY "Numero de commande a annuler : ".
001200     ACCEPT WS-NUM-RECHERCHE.
001210     PERFORM 1000-RETROUVER-COMMANDE
001300                 THRU 2000-ENREGISTRER-ANNULATION-EXIT
001310             PERFORM 3000-RESTITUER-STOCK
001320                 THRU 3000-RESTITUER-STOCK-EXIT
001322             SET REP-FIN TO TRUE
001324             PERFORM 7400-FERMER-REPRISE
001326                 THRU 7400-FERMER-REPRISE-EXIT
001330             DISPLAY "Commande annulee : " WS-NUM-RECHERCHE
001331             IF WS-S-REGL-COMPTOIR
001332                 DISPLAY "A rembourser en caisse : "
001333                     WS-S-ENCAISSE " (reglement "
001334                     WS-S-MODE-REGL ")"
001335             END-IF
001340         END-IF
001350     END-IF.
001360     GOBACK.
001590             MOVE OR-QUANTITE   TO WS-S-QUANTITE
001600             MOVE OR-MONTANT    TO WS-S-MONTANT
001610             MOVE OR-VILLE      TO WS-S-VILLE
001611             MOVE OR-PRIX-SRC   TO WS-S-PRIX-SRC
001612             MOVE OR-CAMPAGNE   TO WS-S-CAMPAGNE
001613             MOVE OR-FRAIS-PORT TO WS-S-FRAIS-PORT
001614             MOVE OR-REPRESENTANT TO WS-S-REPRESENTANT
001615             MOVE OR-MODE-REGL  TO WS-S-MODE-REGL
001616             MOVE OR-ENCAISSE   TO WS-S-ENCAISSE
001620     END-READ.
001630     IF ORDRE-TROUVE
001640         MOVE WS-NUM-RECHERCHE TO OR-NUM-CMD
001910         MOVE WS-DATE-JOUR   TO OR-DATE
001920         MOVE SPACE          TO OR-STATUT
001930         MOVE WS-S-VILLE     TO OR-VILLE
001931         MOVE WS-S-PRIX-SRC  TO OR-PRIX-SRC
001932         MOVE WS-S-CAMPAGNE  TO OR-CAMPAGNE
001933         MOVE ZERO           TO OR-DATE-PROMISE
001934         MOVE ZERO           TO OR-DATE-LIVREE
001935         MOVE WS-S-FRAIS-PORT TO OR-FRAIS-PORT
001936         MOVE SPACES         TO OR-CODE-ORIG
001937         MOVE WS-S-REPRESENTANT TO OR-REPRESENTANT
001938         MOVE WS-S-MODE-REGL TO OR-MODE-REGL
001939         MOVE WS-S-ENCAISSE  TO OR-ENCAISSE
001940         MOVE SPACES         TO OR-REF-WEB
001941         PERFORM 7000-OUVRIR-REPRISE
001942             THRU 7000-OUVRIR-REPRISE-EXIT
001940         WRITE ORDERS-RECORD
001950             INVALID KEY
001960                 DISPLAY "Annulation deja au journal : "
001970                     WS-S-NUM-CMD
001972             NOT INVALID KEY
001974                 MOVE 1 TO REP-NUM-ACTION
001976                 PERFORM 7200-NOTER-EFFECTUE
001978                     THRU 7200-NOTER-EFFECTUE-EXIT
001980         END-WRITE
001990         CLOSE ORDERS-FILE
002000     END-IF.
002060*----------------------------------------------------------------
002070 3000-RESTITUER-STOCK.
002080     OPEN I-O PRODUIT-FILE.
002081     IF NOT PRODUIT-OK
002082         GO TO 3000-RESTITUER-STOCK-EXIT
002083     END-IF.
002084     CALL "KITCOMPOSANTS" USING WS-S-CODE-PROD KIT-TABLE.
002085     IF KIT-NB-COMPOSANTS > ZERO
002086         PERFORM VARYING KIT-IDX FROM 1 BY 1
002087                 UNTIL KIT-IDX > KIT-NB-COMPOSANTS
002088             PERFORM 3100-RESTITUER-UN-COMPOSANT
002089                 THRU 3100-RESTITUER-UN-COMPOSANT-EXIT
002090         END-PERFORM
002091         CLOSE PRODUIT-FILE
002092         GO TO 3000-RESTITUER-STOCK-EXIT
002093     END-IF.
002090     IF PRODUIT-OK
002100         MOVE WS-S-CODE-PROD TO PROD-CODE
002110         READ PRODUIT-FILE
002130                 DISPLAY "Produit introuvable, stock inchange : "
002140                     WS-S-CODE-PROD
002150             NOT INVALID KEY
002152                 MOVE 2 TO REP-NUM-ACTION
002154                 PERFORM 7100-NOTER-AVANT
002156                     THRU 7100-NOTER-AVANT-EXIT
002160                 ADD WS-S-QUANTITE TO PROD-STOCK-BOUTIQUE
002170                 ADD WS-S-QUANTITE TO PROD-STOCK
002180                 REWRITE PRODUIT-RECORD
002220                 CALL "MVTSTOCK" USING WS-DATE-JOUR
002230                     WS-S-CODE-PROD WS-MVT-TYPE
002240                     WS-MVT-REFERENCE WS-MVT-QUANTITE
002242                 CALL "LOTSTOCK" USING WS-DATE-JOUR
002244                     WS-S-CODE-PROD WS-MVT-TYPE
002246                     WS-MVT-REFERENCE WS-MVT-QUANTITE
002247                 PERFORM 7200-NOTER-EFFECTUE
002248                     THRU 7200-NOTER-EFFECTUE-EXIT
002250         END-READ
002260         CLOSE PRODUIT-FILE
002270     END-IF.
002280 3000-RESTITUER-STOCK-EXIT.
002290     EXIT.
002291
002292*----------------------------------------------------------------
002293* 3100-RESTITUER-UN-COMPOSANT - ONE COMPONENT OF A CANCELLED KIT
002294*----------------------------------------------------------------
002295 3100-RESTITUER-UN-COMPOSANT.
002296     MOVE KIT-COMPOSANT(KIT-IDX) TO PROD-CODE.
002297     READ PRODUIT-FILE
002298         INVALID KEY
002299             DISPLAY "Composant introuvable, stock inchange : "
002300                 KIT-COMPOSANT(KIT-IDX)
002301             GO TO 3100-RESTITUER-UN-COMPOSANT-EXIT
002302     END-READ.
002303     COMPUTE WS-QTE-COMPOSANT =
002304         WS-S-QUANTITE * KIT-QUANTITE(KIT-IDX).
002305     COMPUTE REP-NUM-ACTION = KIT-IDX + 1.
002306     PERFORM 7100-NOTER-AVANT
002307         THRU 7100-NOTER-AVANT-EXIT.
002308     ADD WS-QTE-COMPOSANT TO PROD-STOCK-BOUTIQUE.
002309     ADD WS-QTE-COMPOSANT TO PROD-STOCK.
002310     REWRITE PRODUIT-RECORD.
002311     MOVE "AN" TO WS-MVT-TYPE.
002312     MOVE WS-S-NUM-CMD TO WS-MVT-REFERENCE.
002313     MOVE WS-QTE-COMPOSANT TO WS-MVT-QUANTITE.
002314     CALL "MVTSTOCK" USING WS-DATE-JOUR PROD-CODE
002315         WS-MVT-TYPE WS-MVT-REFERENCE WS-MVT-QUANTITE.
002316     CALL "LOTSTOCK" USING WS-DATE-JOUR PROD-CODE
002317         WS-MVT-TYPE WS-MVT-REFERENCE WS-MVT-QUANTITE.
002318     COMPUTE REP-NUM-ACTION = KIT-IDX + 1.
002319     PERFORM 7200-NOTER-EFFECTUE
002320         THRU 7200-NOTER-EFFECTUE-EXIT.
002321 3100-RESTITUER-UN-COMPOSANT-EXIT.
002322     EXIT.
002323
002324*----------------------------------------------------------------
002325* 7000-OUVRIR-REPRISE - OPEN THE CANCELLATION'S UNIT ON THE
002326* RECOVERY LOG AND LIST ITS UPDATES BEFORE THE FIRST ONE : 01 THE
002327* REVERSAL RECORD, THEN ONE STOCK ACTION PER COMPONENT OF A KIT
002328* OR 02 FOR THE PRODUCT
002329*----------------------------------------------------------------
002330 7000-OUVRIR-REPRISE.
002331     MOVE SPACES TO REPRISE-RECORD.
002332     MOVE "COMMANDEANNULER" TO REP-PROGRAMME.
002333     MOVE WS-DATE-JOUR TO REP-DATE.
002334     ACCEPT REP-HEURE FROM TIME.
002335     SET REP-DEBUT TO TRUE.
002336     MOVE ZERO TO REP-NUM-ACTION REP-QUANTITE REP-STOCK-AVANT.
002337     STRING "Annulation commande " WS-S-NUM-CMD " - "
002338         WS-S-QUANTITE " x " WS-S-CODE-PROD
002339         DELIMITED BY SIZE INTO REP-LIBELLE.
002340     PERFORM 7300-ECRIRE-REPRISE
002341         THRU 7300-ECRIRE-REPRISE-EXIT.
002342     SET REPRISE-OUVERTE TO TRUE.
002343     SET REP-ACTION TO TRUE.
002344     MOVE 1 TO REP-NUM-ACTION.
002345     SET REP-ECRIRE-ORDRE TO TRUE.
002346     MOVE ORDERS-RECORD TO REP-IMAGE.
002347     PERFORM 7300-ECRIRE-REPRISE
002348         THRU 7300-ECRIRE-REPRISE-EXIT.
002349     MOVE SPACES TO REP-IMAGE.
002350     SET REP-MAJ-STOCK TO TRUE.
002351     MOVE "AN" TO REP-MVT-TYPE.
002352     MOVE WS-S-NUM-CMD TO REP-MVT-REFERENCE.
002353     CALL "KITCOMPOSANTS" USING WS-S-CODE-PROD KIT-TABLE.
002354     IF KIT-NB-COMPOSANTS > ZERO
002355         PERFORM VARYING KIT-IDX FROM 1 BY 1
002356                 UNTIL KIT-IDX > KIT-NB-COMPOSANTS
002357             COMPUTE REP-NUM-ACTION = KIT-IDX + 1
002358             MOVE KIT-COMPOSANT(KIT-IDX) TO REP-CODE-PROD
002359             COMPUTE REP-QUANTITE =
002360                 WS-S-QUANTITE * KIT-QUANTITE(KIT-IDX)
002361             PERFORM 7300-ECRIRE-REPRISE
002362                 THRU 7300-ECRIRE-REPRISE-EXIT
002363         END-PERFORM
002364         GO TO 7000-OUVRIR-REPRISE-EXIT
002365     END-IF.
002366     MOVE 2 TO REP-NUM-ACTION.
002367     MOVE WS-S-CODE-PROD TO REP-CODE-PROD.
002368     MOVE WS-S-QUANTITE TO REP-QUANTITE.
002369     PERFORM 7300-ECRIRE-REPRISE
002370         THRU 7300-ECRIRE-REPRISE-EXIT.
002371 7000-OUVRIR-REPRISE-EXIT.
002372     EXIT.
002373
002374*----------------------------------------------------------------
002375* 7100-NOTER-AVANT - PROD-STOCK AS IT STANDS JUST BEFORE A STOCK
002376* ACTION REWRITES IT, SO REPRISE CAN TELL WHETHER THE REWRITE WAS
002377* DONE
002378*----------------------------------------------------------------
002379 7100-NOTER-AVANT.
002380     IF NOT REPRISE-OUVERTE
002381         GO TO 7100-NOTER-AVANT-EXIT
002382     END-IF.
002383     SET REP-AVANT TO TRUE.
002384     MOVE SPACES TO REP-CODE-ACTION REP-MVT-TYPE REP-MVT-REFERENCE
002385         REP-IMAGE.
002386     MOVE PROD-CODE TO REP-CODE-PROD.
002387     MOVE ZERO TO REP-QUANTITE.
002388     MOVE PROD-STOCK TO REP-STOCK-AVANT.
002389     PERFORM 7300-ECRIRE-REPRISE
002390         THRU 7300-ECRIRE-REPRISE-EXIT.
002391 7100-NOTER-AVANT-EXIT.
002392     EXIT.
002393
002394*----------------------------------------------------------------
002395* 7200-NOTER-EFFECTUE - ACTION REP-NUM-ACTION IS DONE
002396*----------------------------------------------------------------
002397 7200-NOTER-EFFECTUE.
002398     IF NOT REPRISE-OUVERTE
002399         GO TO 7200-NOTER-EFFECTUE-EXIT
002400     END-IF.
002401     SET REP-EFFECTUE TO TRUE.
002402     MOVE SPACES TO REP-CODE-ACTION REP-CODE-PROD REP-MVT-TYPE
002403         REP-MVT-REFERENCE REP-IMAGE.
002404     MOVE ZERO TO REP-QUANTITE REP-STOCK-AVANT.
002405     PERFORM 7300-ECRIRE-REPRISE
002406         THRU 7300-ECRIRE-REPRISE-EXIT.
002407 7200-NOTER-EFFECTUE-EXIT.
002408     EXIT.
002409
002410*----------------------------------------------------------------
002411* 7300-ECRIRE-REPRISE - ONE LINE ONTO REPRISE.DAT (REPRISELOG)
002412*----------------------------------------------------------------
002413 7300-ECRIRE-REPRISE.
002414     CALL "REPRISELOG" USING REPRISE-RECORD.
002415 7300-ECRIRE-REPRISE-EXIT.
002416     EXIT.
002417
002418*----------------------------------------------------------------
002419* 7400-FERMER-REPRISE - CLOSE THE UNIT WITH REP-TYPE AS SET BY THE
002420* CALLER
002421*----------------------------------------------------------------
002422 7400-FERMER-REPRISE.
002423     IF NOT REPRISE-OUVERTE
002424         GO TO 7400-FERMER-REPRISE-EXIT
002425     END-IF.
002426     MOVE ZERO TO REP-NUM-ACTION REP-QUANTITE REP-STOCK-AVANT.
002427     MOVE SPACES TO REP-CODE-ACTION REP-CODE-PROD REP-MVT-TYPE
002428         REP-MVT-REFERENCE REP-IMAGE.
002429     PERFORM 7300-ECRIRE-REPRISE
002430         THRU 7300-ECRIRE-REPRISE-EXIT.
002431     MOVE "N" TO WS-REPRISE-OUVERTE.
002432 7400-FERMER-REPRISE-EXIT.
002433     EXIT.
