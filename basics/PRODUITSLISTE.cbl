000140*                 PRODUCTS AT OR UNDER THEIR REORDER THRESHOLD.
000150*                 UNTIL NOW NOTHING LISTED THE PRODUCT MASTER AT
000160*                 ALL.
000161* 2026-10-15  LM  A KIT (SEE NOMENCLMAJ) ALSO SHOWS HOW MANY CAN
000162*                 BE BUILT FROM ITS COMPONENTS' BOUTIQUE STOCK -
000163*                 ITS OWN STOCK FIGURE MEANS NOTHING. THE MASTER
000164*                 IS READ IN DYNAMIC MODE FOR THE COMPONENT READS.
000165* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000166*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000167*                 PRODUITSLISTE (SEE HABILITATIONS).
000170*----------------------------------------------------------------
000180
000190 ENVIRONMENT DIVISION.
000220
000230     SELECT PRODUIT-FILE ASSIGN TO "PRODUITS.DAT"
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS PROD-CODE
000270         ALTERNATE RECORD KEY IS PROD-EAN
000280             WITH DUPLICATES
000360
000370 WORKING-STORAGE SECTION.
000380
000383     COPY "HABILITATION.cpy".
000386
000390 01  WS-MODE                 PIC X(01).
000400     88 MODE-TOUT                     VALUE "T" "t" " ".
000410     88 MODE-SEUIL                    VALUE "S" "s".
000570     05 WS-FIN-PRODUITS      PIC X(01) VALUE "N".
000580         88 FIN-PRODUITS              VALUE "Y".
000590
000591 01  WS-CODE-KIT             PIC X(04).
000592 01  WS-KITS-POSSIBLES       PIC 9(05).
000593 01  WS-KITS-COMPOSANT       PIC 9(05).
000594
000595     COPY "KIT-TABLE.cpy".
000596
000600 PROCEDURE DIVISION.
000610
000620*----------------------------------------------------------------
000630* 0000-MAINLINE
000640*----------------------------------------------------------------
000650 0000-MAINLINE.
000651     MOVE "PRODUITSLISTE" TO HAB-PROGRAMME.
000652     CALL "HABILITER" USING HAB-ZONE.
000653     IF NOT HAB-AUTORISE
000654         GOBACK
000655     END-IF.
000660     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
000670     DISPLAY "Tout le catalogue (T) ou produits au seuil"
000680         " (S) ? ".
000840         GO TO 1000-LISTER-CATALOGUE-EXIT
000850     END-IF.
000860     PERFORM UNTIL FIN-PRODUITS
000870         READ PRODUIT-FILE NEXT RECORD
000880             AT END SET FIN-PRODUITS TO TRUE
000890             NOT AT END
000900                 IF MODE-SEUIL AND PROD-STOCK > PROD-SEUIL
001170     IF PROD-STOCK <= PROD-SEUIL
001180         DISPLAY "     >> AU SEUIL OU EN DESSOUS"
001190     END-IF.
001191     CALL "KITCOMPOSANTS" USING PROD-CODE KIT-TABLE.
001192     IF KIT-NB-COMPOSANTS > ZERO
001193         PERFORM 1150-CALCULER-KITS
001194             THRU 1150-CALCULER-KITS-EXIT
001195         DISPLAY "     >> KIT : " WS-KITS-POSSIBLES
001196             " realisable(s) avec le stock des composants"
001197     END-IF.
001200     IF WS-LIGNES-PAGE-COURANTE >= WS-LIGNES-PAR-PAGE
001210         ADD 1 TO WS-NUM-PAGE
001220         MOVE ZERO TO WS-LIGNES-PAGE-COURANTE
001230     END-IF.
001240 1100-EDITER-UN-PRODUIT-EXIT.
001250     EXIT.
001251
001252*----------------------------------------------------------------
001253* 1150-CALCULER-KITS - SMALLEST NUMBER OF KITS ANY COMPONENT'S
001254* BOUTIQUE STOCK SUPPLIES. THE KIT IS READ BACK BY KEY AFTERWARDS
001255* SO THE NEXT READ NEXT CARRIES ON FROM IT
001256*----------------------------------------------------------------
001257 1150-CALCULER-KITS.
001258     MOVE PROD-CODE TO WS-CODE-KIT.
001259     MOVE 99999 TO WS-KITS-POSSIBLES.
001260     PERFORM VARYING KIT-IDX FROM 1 BY 1
001261             UNTIL KIT-IDX > KIT-NB-COMPOSANTS
001262         MOVE KIT-COMPOSANT(KIT-IDX) TO PROD-CODE
001263         READ PRODUIT-FILE
001264             INVALID KEY
001265                 MOVE ZERO TO WS-KITS-COMPOSANT
001266             NOT INVALID KEY
001267                 DIVIDE PROD-STOCK-BOUTIQUE
001268                     BY KIT-QUANTITE(KIT-IDX)
001269                     GIVING WS-KITS-COMPOSANT
001270         END-READ
001271         IF WS-KITS-COMPOSANT < WS-KITS-POSSIBLES
001272             MOVE WS-KITS-COMPOSANT TO WS-KITS-POSSIBLES
001273         END-IF
001274     END-PERFORM.
001275     MOVE WS-CODE-KIT TO PROD-CODE.
001276     READ PRODUIT-FILE
001277         INVALID KEY SET FIN-PRODUITS TO TRUE
001278     END-READ.
001279 1150-CALCULER-KITS-EXIT.
001280     EXIT.
001260
001270*----------------------------------------------------------------
001280* 1200-EDITER-ENTETE - PAGE HEADER, SAME SHAPE AS LIREFICHIER'S
