000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PROMOSMAJ.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. MAINTAINS THE PROMOTION CAMPAIGNS
000110*                 ON PROMOS.DAT : A CAMPAIGN IS KEYED ONCE (CODE,
000120*                 WINDOW, RULE) WITH ITS PRODUCTS ONE AFTER THE
000130*                 OTHER, THEN A LINE CAN BE CORRECTED, RETIRED OR
000140*                 THE CAMPAIGN LISTED. COMMANDE AND DEVIS APPLY IT
000150*                 BY THEMSELVES INSIDE THE WINDOW (SEE
000160*                 PRIXPROMO) - NO MORE TEMPORARY REPRICING IN
000165*                 PRODUITSMAJ.
000166* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000167*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000168*                 PROMOSMAJ (SEE HABILITATIONS).
000170*----------------------------------------------------------------

000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.

000210     SELECT PROMO-FILE ASSIGN TO "PROMOS.DAT"
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS DYNAMIC
000240         RECORD KEY IS PRM-CLE
000250         FILE STATUS IS WS-PROMO-STATUS.

000260 DATA DIVISION.
000270 FILE SECTION.

000280*----------------------------------------------------------------
000290* PROMOTIONS - ONE RECORD PER CAMPAIGN AND PRODUCT
000300*----------------------------------------------------------------
000310 FD  PROMO-FILE.
000320     COPY "PROMO-RECORD.cpy".

000330 WORKING-STORAGE SECTION.

000335     COPY "HABILITATION.cpy".

000340 01  WS-MODE                 PIC X(01).
000350     88 MODE-AJOUT                    VALUE "A" "a".
000360     88 MODE-MODIF                    VALUE "M" "m".
000370     88 MODE-RETRAIT                  VALUE "R" "r".
000380     88 MODE-LISTE                    VALUE "L" "l".

000390 01  WS-PROMO-STATUS         PIC X(02).
000400     88 PROMO-OK                      VALUE "00".

000410 01  WS-PRM-TROUVE           PIC X(01).
000420     88 PRM-TROUVE                    VALUE "O".
000430     88 PRM-ABSENT                    VALUE "N".

000440 01  WS-FIN-PROMOS           PIC X(01).
000450     88 FIN-PROMOS                    VALUE "Y".

000460 01  WS-FIN-SAISIE           PIC X(01).
000470     88 FIN-SAISIE                    VALUE "Y".

000480*----------------------------------------------------------------
000490* CAMPAGNE - WHAT EVERY PRODUCT OF A NEW CAMPAIGN SHARES
000500*----------------------------------------------------------------
000510 01  WS-CAMPAGNE.
000520     05 WS-CAMP-CODE         PIC X(08).
000530     05 WS-CAMP-DEBUT        PIC 9(08).
000540     05 WS-CAMP-FIN          PIC 9(08).
000550     05 WS-CAMP-REGLE        PIC X(01).
000560         88 CAMP-REGLE-VALIDE         VALUE "R" "G".
000570     05 WS-CAMP-TAUX         PIC 9(02)V99.
000580     05 WS-CAMP-QTE-PAYEE    PIC 9(03).

000590 01  WS-CODE-SAISI           PIC X(04).
000600 01  WS-NB-LIGNES            PIC 9(04) VALUE ZERO.

000610 PROCEDURE DIVISION.

000620*----------------------------------------------------------------
000630* 0000-MAINLINE
000640*----------------------------------------------------------------
000650 0000-MAINLINE.
000651     MOVE "PROMOSMAJ" TO HAB-PROGRAMME.
000652     CALL "HABILITER" USING HAB-ZONE.
000653     IF NOT HAB-AUTORISE
000654         GOBACK
000655     END-IF.
000660     DISPLAY "Ajout (A), modification (M), retrait (R)"
000670         " ou liste (L) ? ".
000680     ACCEPT WS-MODE.
000690     PERFORM 0500-OUVRIR-FICHIER
000700         THRU 0500-OUVRIR-FICHIER-EXIT.
000710     IF MODE-AJOUT
000720         PERFORM 1000-AJOUTER-CAMPAGNE
000730             THRU 1000-AJOUTER-CAMPAGNE-EXIT
000740     ELSE
000750         IF MODE-MODIF
000760             PERFORM 2000-MODIFIER-LIGNE
000770                 THRU 2000-MODIFIER-LIGNE-EXIT
000780         ELSE
000790             IF MODE-RETRAIT
000800                 PERFORM 3000-RETIRER-LIGNE
000810                     THRU 3000-RETIRER-LIGNE-EXIT
000820             ELSE
000830                 IF MODE-LISTE
000840                     PERFORM 4000-LISTER-CAMPAGNE
000850                         THRU 4000-LISTER-CAMPAGNE-EXIT
000860                 ELSE
000870                     DISPLAY "Mode non reconnu"
000880                 END-IF
000890             END-IF
000900         END-IF
000910     END-IF.
000920     CLOSE PROMO-FILE.
000930     STOP RUN.

000940*----------------------------------------------------------------
000950* 0500-OUVRIR-FICHIER - BOOTSTRAP PROMOS.DAT ON A FIRST RUN
000960*----------------------------------------------------------------
000970 0500-OUVRIR-FICHIER.
000980     OPEN I-O PROMO-FILE.
000990     IF NOT PROMO-OK
001000         CLOSE PROMO-FILE
001010         OPEN OUTPUT PROMO-FILE
001020         CLOSE PROMO-FILE
001030         OPEN I-O PROMO-FILE
001040     END-IF.
001050 0500-OUVRIR-FICHIER-EXIT.
001060     EXIT.

001070*----------------------------------------------------------------
001080* 0600-SAISIR-REGLE - WINDOW AND RULE, INTO WS-CAMPAGNE
001090*----------------------------------------------------------------
001100 0600-SAISIR-REGLE.
001110     DISPLAY "Debut de campagne AAAAMMJJ : ".
001120     ACCEPT WS-CAMP-DEBUT.
001130     DISPLAY "Fin de campagne AAAAMMJJ : ".
001140     ACCEPT WS-CAMP-FIN.
001150     DISPLAY "Remise en % (R) ou produit offert (G) ? ".
001160     ACCEPT WS-CAMP-REGLE.
001170     MOVE ZERO TO WS-CAMP-TAUX.
001180     MOVE ZERO TO WS-CAMP-QTE-PAYEE.
001190     IF WS-CAMP-REGLE = "R"
001200         DISPLAY "Taux de remise (ex. 15.00) : "
001210         ACCEPT WS-CAMP-TAUX
001220     END-IF.
001230     IF WS-CAMP-REGLE = "G"
001240         DISPLAY "Un offert pour combien achetes (ex. 3) : "
001250         ACCEPT WS-CAMP-QTE-PAYEE
001260     END-IF.
001270 0600-SAISIR-REGLE-EXIT.
001280     EXIT.

001290*----------------------------------------------------------------
001300* 1000-AJOUTER-CAMPAGNE - ONE RULE, THEN ITS PRODUCTS UNTIL BLANK
001310*----------------------------------------------------------------
001320 1000-AJOUTER-CAMPAGNE.
001330     DISPLAY "Code campagne : ".
001340     ACCEPT WS-CAMP-CODE.
001350     PERFORM 0600-SAISIR-REGLE
001360         THRU 0600-SAISIR-REGLE-EXIT.
001370     IF NOT CAMP-REGLE-VALIDE
001380         DISPLAY "Regle inconnue - campagne non creee"
001390         GO TO 1000-AJOUTER-CAMPAGNE-EXIT
001400     END-IF.
001410     IF WS-CAMP-FIN < WS-CAMP-DEBUT
001420         DISPLAY "Fin avant le debut - campagne non creee"
001430         GO TO 1000-AJOUTER-CAMPAGNE-EXIT
001440     END-IF.
001450     MOVE "N" TO WS-FIN-SAISIE.
001460     PERFORM UNTIL FIN-SAISIE
001470         DISPLAY "Code produit (vide pour finir) : "
001480         MOVE SPACES TO WS-CODE-SAISI
001490         ACCEPT WS-CODE-SAISI
001500         IF WS-CODE-SAISI = SPACES
001510             SET FIN-SAISIE TO TRUE
001520         ELSE
001530             PERFORM 1100-ECRIRE-LIGNE
001540                 THRU 1100-ECRIRE-LIGNE-EXIT
001550         END-IF
001560     END-PERFORM.
001570     DISPLAY "Produits ajoutes a " FUNCTION TRIM(WS-CAMP-CODE)
001580         " : " WS-NB-LIGNES.
001590 1000-AJOUTER-CAMPAGNE-EXIT.
001600     EXIT.

001610*----------------------------------------------------------------
001620* 1100-ECRIRE-LIGNE
001630*----------------------------------------------------------------
001640 1100-ECRIRE-LIGNE.
001650     MOVE WS-CAMP-CODE      TO PRM-CAMPAGNE.
001660     MOVE WS-CODE-SAISI     TO PRM-CODE-PROD.
001670     MOVE WS-CAMP-DEBUT     TO PRM-DATE-DEBUT.
001680     MOVE WS-CAMP-FIN       TO PRM-DATE-FIN.
001690     MOVE WS-CAMP-REGLE     TO PRM-REGLE.
001700     MOVE WS-CAMP-TAUX      TO PRM-TAUX.
001710     MOVE WS-CAMP-QTE-PAYEE TO PRM-QTE-PAYEE.
001720     WRITE PROMO-RECORD
001730         INVALID KEY
001740             DISPLAY "Produit deja dans la campagne : "
001750                 WS-CODE-SAISI
001760         NOT INVALID KEY
001770             ADD 1 TO WS-NB-LIGNES
001780     END-WRITE.
001790 1100-ECRIRE-LIGNE-EXIT.
001800     EXIT.

001810*----------------------------------------------------------------
001820* 2000-MODIFIER-LIGNE - NEW WINDOW AND RULE FOR ONE PRODUCT
001830*----------------------------------------------------------------
001840 2000-MODIFIER-LIGNE.
001850     DISPLAY "Code campagne : ".
001860     ACCEPT PRM-CAMPAGNE.
001870     DISPLAY "Code produit : ".
001880     ACCEPT PRM-CODE-PROD.
001890     READ PROMO-FILE
001900         INVALID KEY SET PRM-ABSENT TO TRUE
001910         NOT INVALID KEY SET PRM-TROUVE TO TRUE
001920     END-READ.
001930     IF PRM-ABSENT
001940         DISPLAY "Ligne de campagne inconnue"
001950         GO TO 2000-MODIFIER-LIGNE-EXIT
001960     END-IF.
001970     DISPLAY "Actuellement du " PRM-DATE-DEBUT " au " PRM-DATE-FIN
001980         " - regle " PRM-REGLE.
001990     PERFORM 0600-SAISIR-REGLE
002000         THRU 0600-SAISIR-REGLE-EXIT.
002010     IF NOT CAMP-REGLE-VALIDE
002020         DISPLAY "Regle inconnue - ligne inchangee"
002030         GO TO 2000-MODIFIER-LIGNE-EXIT
002040     END-IF.
002050     MOVE WS-CAMP-DEBUT     TO PRM-DATE-DEBUT.
002060     MOVE WS-CAMP-FIN       TO PRM-DATE-FIN.
002070     MOVE WS-CAMP-REGLE     TO PRM-REGLE.
002080     MOVE WS-CAMP-TAUX      TO PRM-TAUX.
002090     MOVE WS-CAMP-QTE-PAYEE TO PRM-QTE-PAYEE.
002100     REWRITE PROMO-RECORD.
002110     DISPLAY "Ligne de campagne mise a jour".
002120 2000-MODIFIER-LIGNE-EXIT.
002130     EXIT.

002140*----------------------------------------------------------------
002150* 3000-RETIRER-LIGNE - DROP ONE PRODUCT OUT OF A CAMPAIGN
002160*----------------------------------------------------------------
002170 3000-RETIRER-LIGNE.
002180     DISPLAY "Code campagne : ".
002190     ACCEPT PRM-CAMPAGNE.
002200     DISPLAY "Code produit : ".
002210     ACCEPT PRM-CODE-PROD.
002220     READ PROMO-FILE
002230         INVALID KEY SET PRM-ABSENT TO TRUE
002240         NOT INVALID KEY SET PRM-TROUVE TO TRUE
002250     END-READ.
002260     IF PRM-ABSENT
002270         DISPLAY "Ligne de campagne inconnue"
002280     ELSE
002290         DELETE PROMO-FILE RECORD
002300             INVALID KEY
002310                 DISPLAY "Suppression impossible"
002320             NOT INVALID KEY
002330                 DISPLAY "Ligne de campagne retiree"
002340         END-DELETE
002350     END-IF.
002360 3000-RETIRER-LIGNE-EXIT.
002370     EXIT.

002380*----------------------------------------------------------------
002390* 4000-LISTER-CAMPAGNE - EVERY PRODUCT OF ONE CAMPAIGN
002400*----------------------------------------------------------------
002410 4000-LISTER-CAMPAGNE.
002420     DISPLAY "Code campagne : ".
002430     ACCEPT WS-CAMP-CODE.
002440     MOVE WS-CAMP-CODE TO PRM-CAMPAGNE.
002450     MOVE LOW-VALUES   TO PRM-CODE-PROD.
002460     MOVE "N" TO WS-FIN-PROMOS.
002470     START PROMO-FILE KEY IS NOT LESS THAN PRM-CLE
002480         INVALID KEY SET FIN-PROMOS TO TRUE
002490     END-START.
002500     PERFORM UNTIL FIN-PROMOS
002510         READ PROMO-FILE NEXT RECORD
002520             AT END SET FIN-PROMOS TO TRUE
002530             NOT AT END
002540                 IF PRM-CAMPAGNE NOT = WS-CAMP-CODE
002550                     SET FIN-PROMOS TO TRUE
002560                 ELSE
002570                     ADD 1 TO WS-NB-LIGNES
002580                     DISPLAY PRM-CODE-PROD " du " PRM-DATE-DEBUT
002590                         " au " PRM-DATE-FIN " - regle " PRM-REGLE
002600                         " taux " PRM-TAUX
002610                         " offert pour " PRM-QTE-PAYEE
002620                 END-IF
002630         END-READ
002640     END-PERFORM.
002650     DISPLAY "Produits en campagne : " WS-NB-LIGNES.
002660 4000-LISTER-CAMPAGNE-EXIT.
002670     EXIT.
