000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SUBSTRAPPORT.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. MONTHLY SUBSTITUTION REPORT : FOR
000110*                 EVERY ORDER TAKEN IN THE MONTH ASKED ON WHICH
000120*                 COMMANDE SOLD A SUBSTITUTE (CMD-CODE-ORIG SET),
000130*                 HOW OFTEN EACH PRODUCT WAS SUBSTITUTED AND BY
000140*                 WHAT, SO PURCHASING SEES WHICH SHELVES RUN
000150*                 EMPTY. A SUBSTITUTION LATER CANCELLED STILL
000160*                 COUNTS - THE SHELF WAS EMPTY ALL THE SAME - BUT
000165*                 IS SHOWN APART.
000166* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000167*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000168*                 SUBSTRAPPORT (SEE HABILITATIONS).
000169* 2026-10-15  LM  THE COUNTS PER PRODUCT AND PER
000170*                 PRODUCT/SUBSTITUTE PAIR ARE KEPT ON THE KEYED
000171*                 WORK FILE SUBSTIT.TMP INSTEAD OF THE TWO
000172*                 200-ENTRY TABLES, SO THE BREAKDOWN IS ALWAYS
000173*                 COMPLETE. THE PRODUCTS AND THEIR SUBSTITUTES NOW
000174*                 COME OUT IN CODE ORDER.
000170*----------------------------------------------------------------

000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.

000210     SELECT ORDERS-FILE ASSIGN TO "ORDERS.DAT"
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS SEQUENTIAL
000240         RECORD KEY IS OR-CLE
000250         FILE STATUS IS WS-ORDERS-STATUS.

000260     SELECT PRODUIT-FILE ASSIGN TO "PRODUITS.DAT"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS RANDOM
000290         RECORD KEY IS PROD-CODE
000300         ALTERNATE RECORD KEY IS PROD-EAN
000310             WITH DUPLICATES
000320         FILE STATUS IS WS-PRODUIT-STATUS.

000321     SELECT SUBST-TRAVAIL ASSIGN TO "SUBSTIT.TMP"
000322         ORGANIZATION IS INDEXED
000323         ACCESS MODE IS DYNAMIC
000324         RECORD KEY IS SBT-CLE
000325         FILE STATUS IS WS-TRAVAIL-STATUS.

000330 DATA DIVISION.
000340 FILE SECTION.

000350 FD  ORDERS-FILE.
000360     COPY "ORDER-RECORD.cpy"
000370         REPLACING ==ORDER-RECORD==   BY ==ORDERS-RECORD==
000380                   ==CMD-CLE==        BY ==OR-CLE==
000390                   ==CMD-NUM-CMD==    BY ==OR-NUM-CMD==
000400                   ==CMD-TYPE==       BY ==OR-TYPE==
000410                   ==CMD-SEQ==        BY ==OR-SEQ==
000420                   ==CMD-ORDRE==      BY ==OR-ORDRE==
000430                   ==CMD-ANNULATION== BY ==OR-ANNULATION==
000440                   ==CMD-RETOUR==     BY ==OR-RETOUR==
000450                   ==CMD-CLIENT==     BY ==OR-CLIENT==
000460                   ==CMD-CODE-PROD==  BY ==OR-CODE-PROD==
000470                   ==CMD-QUANTITE==   BY ==OR-QUANTITE==
000480                   ==CMD-MONTANT==    BY ==OR-MONTANT==
000490                   ==CMD-DATE==       BY ==OR-DATE==
000500                   ==CMD-STATUT==     BY ==OR-STATUT==
000510                   ==CMD-EN-ATTENTE== BY ==OR-EN-ATTENTE==
000520                   ==CMD-EXPEDIEE==   BY ==OR-EXPEDIEE==
000530                   ==CMD-LIVREE==     BY ==OR-LIVREE==
000540                   ==CMD-VILLE==      BY ==OR-VILLE==
000550                   ==CMD-PRIX-SRC==   BY ==OR-PRIX-SRC==
000560                   ==CMD-PX-CONTRAT== BY ==OR-PX-CONTRAT==
000570                   ==CMD-PX-TARIF==   BY ==OR-PX-TARIF==
000580                   ==CMD-PX-CATALOGUE== BY ==OR-PX-CATALOGUE==
000590                   ==CMD-CAMPAGNE==   BY ==OR-CAMPAGNE==
000600                   ==CMD-DATE-PROMISE== BY ==OR-DATE-PROMISE==
000610                   ==CMD-DATE-LIVREE== BY ==OR-DATE-LIVREE==
000620                   ==CMD-FRAIS-PORT== BY ==OR-FRAIS-PORT==
000630                   ==CMD-CODE-ORIG==  BY ==OR-CODE-ORIG==
000635                   ==CMD-REPRESENTANT== BY ==OR-REPRESENTANT==
000636                   ==CMD-MODE-REGL==  BY ==OR-MODE-REGL==
000637                   ==CMD-REGL-ESPECES== BY ==OR-REGL-ESPECES==
000638                   ==CMD-REGL-CARTE== BY ==OR-REGL-CARTE==
000639                   ==CMD-REGL-CHEQUE== BY ==OR-REGL-CHEQUE==
000640                   ==CMD-REGL-COMPTE== BY ==OR-REGL-COMPTE==
000641                   ==CMD-ENCAISSE==   BY ==OR-ENCAISSE==
000642                   ==CMD-REF-WEB==    BY ==OR-REF-WEB==.

000643*----------------------------------------------------------------
000650* PRODUITS - LABELS FOR THE REPORT
000660*----------------------------------------------------------------
000670 FD  PRODUIT-FILE.
000680     COPY "PRODUIT-RECORD.cpy".

000681*----------------------------------------------------------------
000682* SUBST-TRAVAIL - ONE RECORD PER PRODUCT AND SUBSTITUTE SOLD FOR
000683* IT, AND AHEAD OF THEM ONE WITH A BLANK SUBSTITUTE CARRYING THE
000684* PRODUCT'S OWN TOTALS
000685*----------------------------------------------------------------
000686 FD  SUBST-TRAVAIL.
000687 01  SUBST-RECORD.
000688     05 SBT-CLE.
000689         10 SBT-ORIG         PIC X(04).
000690         10 SBT-REMPL        PIC X(04).
000691             88 SBT-TOTAL-PRODUIT     VALUE SPACES.
000692     05 SBT-FOIS             PIC 9(05).
000693     05 SBT-QUANTITE         PIC 9(07).
000694     05 SBT-ANNULEES         PIC 9(05).

000690 WORKING-STORAGE SECTION.

000695     COPY "HABILITATION.cpy".

000700 01  WS-MOIS                 PIC 9(06).
000710 01  WS-DATE-JOUR            PIC 9(08).
000720 01  WS-NUM-ANNULEE          PIC 9(08) VALUE ZERO.

000730 01  WS-MESSAGE-STATUT       PIC X(40).
000732 01  WS-NOM-TRAVAIL          PIC X(40) VALUE "SUBSTIT.TMP".
000734 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.
000736 01  WS-REMPL-CHERCHE        PIC X(04).

000740 01  WS-ORDERS-STATUS        PIC X(02).
000750     88 ORDERS-OK                     VALUE "00".

000760 01  WS-PRODUIT-STATUS       PIC X(02).
000770     88 PRODUIT-OK                    VALUE "00".

000773 01  WS-TRAVAIL-STATUS       PIC X(02).
000776     88 TRAVAIL-OK                    VALUE "00".

000780 01  WS-SWITCHES.
000790     05 WS-FIN-ORDERS        PIC X(01) VALUE "N".
000800         88 FIN-ORDERS                VALUE "Y".
000808     05 WS-FIN-TRAVAIL       PIC X(01) VALUE "N".
000816         88 FIN-TRAVAIL               VALUE "Y".
000824     05 WS-ANNULEE           PIC X(01).
000832         88 COMMANDE-ANNULEE          VALUE "O".
000843     05 WS-PRODUITS-OUVERTS  PIC X(01) VALUE "N".
000846         88 PRODUITS-OUVERTS          VALUE "O".

000850 01  WS-TOTAUX.
000860     05 WS-NB-SUBSTITUTIONS  PIC 9(05) VALUE ZERO.
000870     05 WS-NB-ANNULEES       PIC 9(05) VALUE ZERO.
000880     05 WS-QTE-SUBSTITUEE    PIC 9(07) VALUE ZERO.

001090 PROCEDURE DIVISION.

001100*----------------------------------------------------------------
001110* 0000-MAINLINE
001120*----------------------------------------------------------------
001130 0000-MAINLINE.
001131     MOVE "SUBSTRAPPORT" TO HAB-PROGRAMME.
001132     CALL "HABILITER" USING HAB-ZONE.
001133     IF NOT HAB-AUTORISE
001134         GOBACK
001135     END-IF.
001140     DISPLAY "Mois AAAAMM (vide = mois en cours) : ".
001150     MOVE ZERO TO WS-MOIS.
001160     ACCEPT WS-MOIS.
001170     IF WS-MOIS = ZERO
001180         ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
001190         MOVE WS-DATE-JOUR(1:6) TO WS-MOIS
001191     END-IF.
001192     OPEN OUTPUT SUBST-TRAVAIL.
001193     IF NOT TRAVAIL-OK
001194         CALL "FICHSTAT" USING WS-TRAVAIL-STATUS
001195             WS-MESSAGE-STATUT
001196         DISPLAY "SUBSTIT.TMP : "
001197             FUNCTION TRIM(WS-MESSAGE-STATUT)
001198         STOP RUN
001200     END-IF.
001203     CLOSE SUBST-TRAVAIL.
001206     OPEN I-O SUBST-TRAVAIL.
001210     PERFORM 1000-CUMULER-COMMANDES
001220         THRU 1000-CUMULER-COMMANDES-EXIT.
001230     IF WS-NB-SUBSTITUTIONS = ZERO
001240         DISPLAY "Aucune substitution en " WS-MOIS
001250     ELSE
001260         PERFORM 3000-EDITER-SYNTHESE
001270             THRU 3000-EDITER-SYNTHESE-EXIT
001280     END-IF.
001282     CLOSE SUBST-TRAVAIL.
001284     CALL "CBL_DELETE_FILE" USING WS-NOM-TRAVAIL
001286         RETURNING WS-RETOUR-SUPPRESSION.
001290     STOP RUN.

001300*----------------------------------------------------------------
001310* 1000-CUMULER-COMMANDES - ONE PASS OVER ORDERS.DAT. A REVERSAL
001320* SORTS AHEAD OF ITS ORDER ("A" BEFORE "O" IN CMD-CLE), SO A
001330* CANCELLED ORDER IS KNOWN BY THE TIME ITS "O" RECORD COMES UP
001340*----------------------------------------------------------------
001350 1000-CUMULER-COMMANDES.
001360     OPEN INPUT ORDERS-FILE.
001370     IF NOT ORDERS-OK
001380         CALL "FICHSTAT" USING WS-ORDERS-STATUS
001390             WS-MESSAGE-STATUT
001400         DISPLAY "ORDERS.DAT : "
001410             FUNCTION TRIM(WS-MESSAGE-STATUT)
001420         GO TO 1000-CUMULER-COMMANDES-EXIT
001430     END-IF.
001440     PERFORM UNTIL FIN-ORDERS
001450         READ ORDERS-FILE
001460             AT END SET FIN-ORDERS TO TRUE
001470             NOT AT END
001480                 IF OR-ANNULATION
001490                     MOVE OR-NUM-CMD TO WS-NUM-ANNULEE
001500                 END-IF
001510                 IF OR-ORDRE AND OR-DATE(1:6) = WS-MOIS
001520                     AND OR-CODE-ORIG NOT = SPACES
001530                     AND OR-CODE-ORIG NOT = LOW-VALUES
001540                     PERFORM 1100-COMPTER-SUBSTITUTION
001550                         THRU 1100-COMPTER-SUBSTITUTION-EXIT
001560                 END-IF
001570         END-READ
001580     END-PERFORM.
001590     CLOSE ORDERS-FILE.
001600 1000-CUMULER-COMMANDES-EXIT.
001610     EXIT.

001620*----------------------------------------------------------------
001630* 1100-COMPTER-SUBSTITUTION - ONE SUBSTITUTION UNDER ITS PRODUCT
001640* AND UNDER ITS PRODUCT/SUBSTITUTE PAIR
001650*----------------------------------------------------------------
001660 1100-COMPTER-SUBSTITUTION.
002060     ADD 1 TO WS-NB-SUBSTITUTIONS.
002070     ADD OR-QUANTITE TO WS-QTE-SUBSTITUEE.
002080     MOVE "N" TO WS-ANNULEE.
002120     IF OR-NUM-CMD = WS-NUM-ANNULEE
002130         ADD 1 TO WS-NB-ANNULEES
002140         SET COMMANDE-ANNULEE TO TRUE
002150     END-IF.
002151     MOVE OR-CODE-PROD TO WS-REMPL-CHERCHE.
002152     PERFORM 1200-CUMULER-CLE
002153         THRU 1200-CUMULER-CLE-EXIT.
002154     MOVE SPACES TO WS-REMPL-CHERCHE.
002155     PERFORM 1200-CUMULER-CLE
002156         THRU 1200-CUMULER-CLE-EXIT.
002160 1100-COMPTER-SUBSTITUTION-EXIT.
002170     EXIT.

002171*----------------------------------------------------------------
002172* 1200-CUMULER-CLE - THE SUBSTITUTION UNDER OR-CODE-ORIG AND
002173* WS-REMPL-CHERCHE (BLANK FOR THE PRODUCT'S OWN TOTALS)
002174*----------------------------------------------------------------
002175 1200-CUMULER-CLE.
002176     MOVE OR-CODE-ORIG     TO SBT-ORIG.
002177     MOVE WS-REMPL-CHERCHE TO SBT-REMPL.
002178     READ SUBST-TRAVAIL
002179         INVALID KEY
002180             MOVE OR-CODE-ORIG     TO SBT-ORIG
002181             MOVE WS-REMPL-CHERCHE TO SBT-REMPL
002182             MOVE 1                TO SBT-FOIS
002183             MOVE OR-QUANTITE      TO SBT-QUANTITE
002184             MOVE ZERO             TO SBT-ANNULEES
002185             IF COMMANDE-ANNULEE
002186                 MOVE 1 TO SBT-ANNULEES
002187             END-IF
002188             WRITE SUBST-RECORD
002189                 INVALID KEY CONTINUE
002190             END-WRITE
002191             GO TO 1200-CUMULER-CLE-EXIT
002192     END-READ.
002193     ADD 1 TO SBT-FOIS.
002194     ADD OR-QUANTITE TO SBT-QUANTITE.
002195     IF COMMANDE-ANNULEE
002196         ADD 1 TO SBT-ANNULEES
002197     END-IF.
002198     REWRITE SUBST-RECORD
002199         INVALID KEY CONTINUE
002200     END-REWRITE.
002201 1200-CUMULER-CLE-EXIT.
002202     EXIT.

002180*----------------------------------------------------------------
002190* 3000-EDITER-SYNTHESE - ONE BLOCK PER PRODUCT SUBSTITUTED, WITH
002200* A LINE PER SUBSTITUTE SOLD IN ITS PLACE, THEN THE MONTH
002210*----------------------------------------------------------------
002220 3000-EDITER-SYNTHESE.
002230     OPEN INPUT PRODUIT-FILE.
002232     IF PRODUIT-OK
002234         SET PRODUITS-OUVERTS TO TRUE
002236     END-IF.
002240     DISPLAY "Substitutions de produits - " WS-MOIS.
002250     DISPLAY "-----------------------------------".
002259     MOVE LOW-VALUES TO SBT-CLE.
002268     START SUBST-TRAVAIL KEY IS NOT LESS THAN SBT-CLE
002277         INVALID KEY SET FIN-TRAVAIL TO TRUE
002286     END-START.
002295     PERFORM UNTIL FIN-TRAVAIL
002304         READ SUBST-TRAVAIL NEXT RECORD
002313             AT END SET FIN-TRAVAIL TO TRUE
002322             NOT AT END
002331                 PERFORM 3100-EDITER-LIGNE
002340                     THRU 3100-EDITER-LIGNE-EXIT
002349         END-READ
002360     END-PERFORM.
002370     IF PRODUITS-OUVERTS
002380         CLOSE PRODUIT-FILE
002390     END-IF.
002400     DISPLAY "-----------------------------------".
002410     DISPLAY "Substitutions : " WS-NB-SUBSTITUTIONS
002420         " - quantite " WS-QTE-SUBSTITUEE.
002430     IF WS-NB-ANNULEES > ZERO
002440         DISPLAY "dont commandes annulees depuis : "
002450             WS-NB-ANNULEES
002460     END-IF.
002510 3000-EDITER-SYNTHESE-EXIT.
002520     EXIT.

002530*----------------------------------------------------------------
002536* 3100-EDITER-LIGNE - THE PRODUCT LINE, OR ONE SUBSTITUTE SOLD
002542* IN ITS PLACE
002550*----------------------------------------------------------------
002559 3100-EDITER-LIGNE.
002568     IF SBT-TOTAL-PRODUIT
002577         MOVE SBT-ORIG TO PROD-CODE
002586         PERFORM 3200-LIRE-LIBELLE
002595             THRU 3200-LIRE-LIBELLE-EXIT
002604         DISPLAY SBT-ORIG " " PROD-LIBELLE
002613             " : " SBT-FOIS " fois, quantite " SBT-QUANTITE
002622         GO TO 3100-EDITER-LIGNE-EXIT
002631     END-IF.
002640     MOVE SBT-REMPL TO PROD-CODE.
002649     PERFORM 3200-LIRE-LIBELLE
002658         THRU 3200-LIRE-LIBELLE-EXIT.
002667     DISPLAY "    par " SBT-REMPL " "
002676         PROD-LIBELLE " : " SBT-FOIS
002685         " fois, quantite " SBT-QUANTITE.
002694     IF SBT-ANNULEES > ZERO
002703         DISPLAY "        dont annulees : " SBT-ANNULEES
002712     END-IF.
002721 3100-EDITER-LIGNE-EXIT.
002730     EXIT.

002740*----------------------------------------------------------------
002750* 3200-LIRE-LIBELLE - LABEL OF PROD-CODE, BLANK IF NOT ON FILE
002760*----------------------------------------------------------------
002770 3200-LIRE-LIBELLE.
002780     IF NOT PRODUITS-OUVERTS
002790         MOVE SPACES TO PROD-LIBELLE
002800         GO TO 3200-LIRE-LIBELLE-EXIT
002810     END-IF.
002820     READ PRODUIT-FILE
002830         INVALID KEY MOVE SPACES TO PROD-LIBELLE
002840     END-READ.
002860 3200-LIRE-LIBELLE-EXIT.
002870     EXIT.
