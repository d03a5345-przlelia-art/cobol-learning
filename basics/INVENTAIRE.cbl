000168*                 TAKEN DEPOT AND BOUTIQUE SEPARATELY, THE
000169*                 VARIANCE AND CORRECTION COVER BOTH, AND THE
000171*                 COMBINED PROD-STOCK IS RECOMPUTED AS THE SUM.
000172* 2026-10-15  LM  CYCLE COUNTS : EVERY PRODUCT COUNTED HAS ITS
000173*                 COUNT DATE STAMPED AND ITS NEXT COUNT PLANNED
000174*                 FROM ITS ABC CLASS (A MONTHLY, B QUARTERLY, C
000175*                 AND UNCLASSIFIED YEARLY), EVEN WHEN THE COUNT
000176*                 MATCHES. THE DAY'S SHEET (FEUILLECOMPTAGE) IS
000177*                 A PARTIAL COUNT FILE : PRODUCTS NOT ON IT ARE
000178*                 LEFT AS THEY ARE.
000179* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000180*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000181*                 INVENTAIRE (SEE HABILITATIONS).
000170*----------------------------------------------------------------
000180
000190 ENVIRONMENT DIVISION.
000620
000630 WORKING-STORAGE SECTION.
000640
000643     COPY "HABILITATION.cpy".
000646
000650 01  WS-MODE                 PIC X(01).
000660     88 MODE-SAISIE                   VALUE "S" "s".
000670     88 MODE-FICHIER                  VALUE "F" "f".
000750 01  WS-DATE-JOUR            PIC 9(08).
000760
000770 01  WS-ECART                PIC S9(05).
000771
000772 01  WS-MVT-TYPE             PIC X(02).
000774 01  WS-MVT-REFERENCE        PIC X(08).
000776 01  WS-MVT-QUANTITE         PIC S9(05).
000777 01  WS-INTERVALLE           PIC 9(03).
000778 01  WS-JOUR-PROCHAIN        PIC 9(08).
000780
000790 01  WS-MESSAGE-STATUT       PIC X(40).
000800
000980 01  WS-NB-COMPTAGES         PIC 9(04) VALUE ZERO.
000990 01  WS-NB-ECARTS            PIC 9(04) VALUE ZERO.
001000 01  WS-NB-AJUSTES           PIC 9(04) VALUE ZERO.
001005 01  WS-NB-DATES             PIC 9(04) VALUE ZERO.
001010
001020*----------------------------------------------------------------
001030* COMPTAGES TABLE - THE WHOLE STOCK-TAKE HELD IN MEMORY SO THE
001140* 0000-MAINLINE
001150*----------------------------------------------------------------
001160 0000-MAINLINE.
001161     MOVE "INVENTAIRE" TO HAB-PROGRAMME.
001162     CALL "HABILITER" USING HAB-ZONE.
001163     IF NOT HAB-AUTORISE
001164         GOBACK
001165     END-IF.
001170     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001180     DISPLAY "Saisie clavier (S) ou fichier INVCOMPT.DAT"
001190         " (F) ? ".
001330         THRU 2000-EDITER-ECARTS-EXIT.
001340     IF WS-NB-ECARTS = ZERO
001350         DISPLAY "Aucun ecart - le fichier correspond au rayon"
001352         PERFORM 3000-APPLIQUER-AJUSTEMENTS
001354             THRU 3000-APPLIQUER-AJUSTEMENTS-EXIT
001356         DISPLAY "Comptages dates : " WS-NB-DATES
001360         GO TO 0000-FIN
001370     END-IF.
001380     DISPLAY "Appliquer les ajustements (O/N) ? ".
001410         PERFORM 3000-APPLIQUER-AJUSTEMENTS
001420             THRU 3000-APPLIQUER-AJUSTEMENTS-EXIT
001430         DISPLAY "Produits ajustes : " WS-NB-AJUSTES
001435         DISPLAY "Comptages dates : " WS-NB-DATES
001440     ELSE
001450         DISPLAY "Aucun ajustement applique - fichier inchange"
001460     END-IF.
001470 0000-FIN.
001472     IF WS-NB-COMPTAGES > ZERO
001474         DISPLAY "Produits hors comptage : inchanges"
001476     END-IF.
001480     STOP RUN.
001490
001500*----------------------------------------------------------------
002870     EXIT.
002880
002890*----------------------------------------------------------------
002900* 3100-AJUSTER-UN-PRODUIT - ONE ADJUSTMENT RECORD ONLY WHERE THE
002910* COUNT DIFFERS; THE COUNT DATES ARE STAMPED EITHER WAY
002920*----------------------------------------------------------------
002930 3100-AJUSTER-UN-PRODUIT.
002940     MOVE WS-CPT-CODE(WS-CDX) TO PROD-CODE.
002960         INVALID KEY
002970             GO TO 3100-AJUSTER-UN-PRODUIT-EXIT
002980     END-READ.
002981     PERFORM 3200-DATER-COMPTAGE
002982         THRU 3200-DATER-COMPTAGE-EXIT.
002985     COMPUTE WS-TOTAL-COMPTE =
002986         WS-CPT-DEPOT(WS-CDX) + WS-CPT-BOUTIQUE(WS-CDX).
002990     IF WS-TOTAL-COMPTE = PROD-STOCK
002991         AND WS-CPT-DEPOT(WS-CDX) = PROD-STOCK-DEPOT
002992         AND WS-CPT-BOUTIQUE(WS-CDX) = PROD-STOCK-BOUTIQUE
002996         REWRITE PRODUIT-RECORD
003000         GO TO 3100-AJUSTER-UN-PRODUIT-EXIT
003010     END-IF.
003020     MOVE WS-DATE-JOUR            TO AJU-DATE.
003110     ADD 1 TO WS-NB-AJUSTES.
003120 3100-AJUSTER-UN-PRODUIT-EXIT.
003130     EXIT.
003131
003132*----------------------------------------------------------------
003133* 3200-DATER-COMPTAGE - COUNTED TODAY; THE NEXT COUNT FALLS ONE
003134* CLASS INTERVAL LATER
003135*----------------------------------------------------------------
003136 3200-DATER-COMPTAGE.
003137     EVALUATE TRUE
003138         WHEN PROD-CLASSE-A
003139             MOVE 30 TO WS-INTERVALLE
003140         WHEN PROD-CLASSE-B
003141             MOVE 91 TO WS-INTERVALLE
003142         WHEN OTHER
003143             MOVE 365 TO WS-INTERVALLE
003144     END-EVALUATE.
003145     MOVE WS-DATE-JOUR TO PROD-DATE-COMPTAGE.
003146     COMPUTE WS-JOUR-PROCHAIN =
003147         FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR) + WS-INTERVALLE.
003148     COMPUTE PROD-PROCH-COMPTAGE =
003149         FUNCTION DATE-OF-INTEGER(WS-JOUR-PROCHAIN).
003150     ADD 1 TO WS-NB-DATES.
003151 3200-DATER-COMPTAGE-EXIT.
003152     EXIT.
