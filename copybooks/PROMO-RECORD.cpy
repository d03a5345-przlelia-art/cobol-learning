000010*----------------------------------------------------------------
000020* PROMO-RECORD - ONE PRODUCT OF ONE PROMOTION CAMPAIGN ON
000030* PROMOS.DAT, KEYED BY CAMPAIGN CODE AND PRODUCT
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. TIME-BOXED CAMPAIGNS USED TO BE
000060*                 KEYED AS A TEMPORARY REPRICING IN PRODUITSMAJ.
000070*                 A LINE CARRIES THE WINDOW AND THE RULE : "R"
000080*                 IS A PERCENTAGE OFF (PRM-TAUX), "G" IS ONE
000090*                 FREE FOR EVERY PRM-QTE-PAYEE BOUGHT ("BUY 3
000100*                 GET THE 4TH FREE" IS PRM-QTE-PAYEE 3).
000110*                 MAINTAINED BY PROMOSMAJ, APPLIED BY PRIXPROMO.
000120*----------------------------------------------------------------
000130 01  PROMO-RECORD.
000140     05 PRM-CLE.
000150         10 PRM-CAMPAGNE      PIC X(08).
000160         10 PRM-CODE-PROD     PIC X(04).
000170     05 PRM-DATE-DEBUT        PIC 9(08).
000180     05 PRM-DATE-FIN          PIC 9(08).
000190     05 PRM-REGLE             PIC X(01).
000200         88 PRM-REMISE                VALUE "R".
000210         88 PRM-GRATUIT               VALUE "G".
000220     05 PRM-TAUX              PIC 9(02)V99.
000230     05 PRM-QTE-PAYEE         PIC 9(03).
