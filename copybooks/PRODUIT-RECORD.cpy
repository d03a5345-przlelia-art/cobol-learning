000155*                 LOW-STOCK TEST ALREADY READ - EVERY UPDATE
000156*                 KEEPS THE THREE IN STEP. SALES SERVE THE
000157*                 BOUTIQUE, RECEIPTS LAND IN THE DEPOT.
000158* 2026-10-15  LM  ADD PROD-POIDS, THE UNIT WEIGHT IN KG, FOR THE
000159*                 DELIVERY CHARGE WEIGHT SURCHARGE (COMMANDE,
000160*                 AGAINST THE TARIFLIV.DAT TARIFF).
000161*                 ZERO ON OLDER RECORDS - NO SURCHARGE.
000162* 2026-10-15  LM  ADD PROD-VOLUME, THE UNIT VOLUME IN LITRES, SO
000163*                 LIVRAISONS CAN FILL EACH VAN (VANS.DAT) ON
000164*                 WEIGHT AND VOLUME BOTH. ZERO ON OLDER RECORDS.
000165* 2026-10-15  LM  ADD PROD-FAMILLE, A THREE-LETTER PRODUCT FAMILY
000166*                 A SALES REP CAN CARRY A SPECIFIC COMMISSION
000167*                 RATE FOR (SEE REPRESENTMAJ / COMMISSIONS). BLANK
000168*                 ON OLDER RECORDS - THE REP'S DEFAULT RATE.
000169* 2026-10-15  LM  ADD PROD-WEB : "O" WHEN THE PRODUCT IS LISTED ON
000170*                 THE WEB SHOP, WHICH FLUXWEB SENDS ITS STOCK
000171*                 AND PRICE TO. BLANK ON OLDER RECORDS - NOT
000172*                 LISTED.
000173* 2026-10-15  LM  ADD THE ABC CLASS SET EACH QUARTER BY CLASSEABC
000174*                 FROM SALES VALUE, THE DATE OF THE LAST CYCLE
000175*                 COUNT (STAMPED BY INVENTAIRE) AND THE DATE THE
000176*                 NEXT ONE IS DUE (FEUILLECOMPTAGE LISTS THE DAY'S
000177*                 DUE PRODUCTS). BLANK/ZERO ON OLDER RECORDS -
000178*                 UNCLASSIFIED, NOT YET PLANNED.
000140*----------------------------------------------------------------
000150 01  PRODUIT-RECORD.
000160     05 PROD-CODE             PIC X(04).
000230     05 PROD-CATEGORIE-TVA    PIC 9(01).
000240     05 PROD-STOCK-DEPOT      PIC 9(05).
000250     05 PROD-STOCK-BOUTIQUE   PIC 9(05).
000497     05 PROD-POIDS            PIC 9(03)V999.
000507     05 PROD-VOLUME           PIC 9(04)V99.
000517     05 PROD-FAMILLE          PIC X(03).
000527     05 PROD-WEB              PIC X(01).
000537         88 PROD-EN-LIGNE             VALUE "O".
000547     05 PROD-CLASSE-ABC       PIC X(01).
000557         88 PROD-CLASSE-A             VALUE "A".
000567         88 PROD-CLASSE-B             VALUE "B".
000577         88 PROD-CLASSE-C             VALUE "C".
000587     05 PROD-DATE-COMPTAGE    PIC 9(08).
000597     05 PROD-PROCH-COMPTAGE   PIC 9(08).
