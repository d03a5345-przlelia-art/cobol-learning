000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PRIXPROMO.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW SUBPROGRAM. APPLIES THE PROMOTION IN FORCE
000110*                 ON A DATE TO ONE ORDER LINE : EVERY PROMOS.DAT
000120*                 LINE FOR THE PRODUCT WHOSE WINDOW COVERS THE
000130*                 DATE IS TRIED, AND THE ONE GIVING THE CUSTOMER
000140*                 THE LOWEST LINE TOTAL WINS. THE CALLER PASSES
000150*                 THE UNIT PRICE ALREADY RESOLVED AND GETS BACK
000160*                 THE DISCOUNTED TOTAL AND THE CAMPAIGN CODE.
000170*                 SHARED BY COMMANDE AND DEVIS.
000180*----------------------------------------------------------------

000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.

000220     SELECT PROMO-FILE ASSIGN TO "PROMOS.DAT"
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS SEQUENTIAL
000250         RECORD KEY IS PRM-CLE
000260         FILE STATUS IS WS-PROMO-STATUS.

000270 DATA DIVISION.
000280 FILE SECTION.

000290 FD  PROMO-FILE.
000300     COPY "PROMO-RECORD.cpy".

000310 WORKING-STORAGE SECTION.

000320 01  WS-PROMO-STATUS          PIC X(02).
000330     88 PROMO-OK                      VALUE "00".

000340 01  WS-SWITCHES.
000350     05 WS-FIN-PROMOS         PIC X(01).
000360         88 FIN-PROMOS                VALUE "Y".

000370 01  WS-QTE-GRATUITE          PIC 9(05).
000375 01  WS-TAILLE-LOT            PIC 9(04).
000380 01  WS-MONTANT-PROMO         PIC 9(07)V99.

000390 LINKAGE SECTION.

000400 01  LK-CODE-PROD             PIC X(04).
000410 01  LK-DATE                  PIC 9(08).
000420 01  LK-QUANTITE              PIC 9(05).
000430 01  LK-PRIX                  PIC 9(05)V99.
000440 01  LK-MONTANT               PIC 9(07)V99.
000450 01  LK-CAMPAGNE              PIC X(08).
000460 01  LK-TROUVE                PIC X(01).

000470 PROCEDURE DIVISION USING LK-CODE-PROD LK-DATE LK-QUANTITE
000480                          LK-PRIX LK-MONTANT LK-CAMPAGNE
000490                          LK-TROUVE.

000500*----------------------------------------------------------------
000510* 0000-MAINLINE - FULL SCAN; LK-MONTANT ONLY EVER GOES DOWN
000520*----------------------------------------------------------------
000530 0000-MAINLINE.
000540     MOVE "N" TO LK-TROUVE.
000550     MOVE SPACES TO LK-CAMPAGNE.
000560     MOVE "N" TO WS-FIN-PROMOS.
000570     OPEN INPUT PROMO-FILE.
000580     IF NOT PROMO-OK
000590         GOBACK
000600     END-IF.
000610     PERFORM UNTIL FIN-PROMOS
000620         READ PROMO-FILE
000630             AT END SET FIN-PROMOS TO TRUE
000640             NOT AT END
000650                 IF PRM-CODE-PROD = LK-CODE-PROD
000660                     AND PRM-DATE-DEBUT <= LK-DATE
000670                     AND PRM-DATE-FIN >= LK-DATE
000680                     PERFORM 1000-ESSAYER-PROMO
000690                         THRU 1000-ESSAYER-PROMO-EXIT
000700                 END-IF
000710         END-READ
000720     END-PERFORM.
000730     CLOSE PROMO-FILE.
000740     GOBACK.

000750*----------------------------------------------------------------
000760* 1000-ESSAYER-PROMO - LINE TOTAL UNDER THIS RULE, KEPT IF LOWER
000770*----------------------------------------------------------------
000780 1000-ESSAYER-PROMO.
000790     IF PRM-REMISE
000800         COMPUTE WS-MONTANT-PROMO ROUNDED =
000810             LK-PRIX * LK-QUANTITE * (100 - PRM-TAUX) / 100
000820     ELSE
000830         IF PRM-GRATUIT AND PRM-QTE-PAYEE > ZERO
000835         COMPUTE WS-TAILLE-LOT = PRM-QTE-PAYEE + 1
000840             DIVIDE LK-QUANTITE BY WS-TAILLE-LOT
000850                 GIVING WS-QTE-GRATUITE
000860             COMPUTE WS-MONTANT-PROMO =
000870                 LK-PRIX * (LK-QUANTITE - WS-QTE-GRATUITE)
000880         ELSE
000890             GO TO 1000-ESSAYER-PROMO-EXIT
000900         END-IF
000910     END-IF.
000920     IF WS-MONTANT-PROMO < LK-MONTANT
000930         MOVE WS-MONTANT-PROMO TO LK-MONTANT
000940         MOVE PRM-CAMPAGNE TO LK-CAMPAGNE
000950         MOVE "O" TO LK-TROUVE
000960     END-IF.
000970 1000-ESSAYER-PROMO-EXIT.
000980     EXIT.
