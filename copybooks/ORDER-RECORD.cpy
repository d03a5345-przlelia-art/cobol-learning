000111*                 LOADING (SEE LIVRAISONS) STOPS BEING PLANNED
000112*                 OFF STICKY NOTES. BLANK ON RECORDS WRITTEN
000113*                 BEFORE THE FIELD EXISTED.
000114* 2026-10-15  LM  ADD THE PRICE SOURCE - CONTRACT (CONTRATS.DAT),
000115*                 EFFECTIVE PRICE LIST (PRIXEFF.DAT) OR CATALOGUE
000116*                 PROD-PRIX - SO COMMANDEMARGE CAN TELL CONTRACT
000117*                 SALES APART. BLANK ON OLDER RECORDS, READ AS
000118*                 CATALOGUE.
000119* 2026-10-15  LM  ADD THE PROMOTION CAMPAIGN CODE APPLIED TO THE
000120*                 LINE (SEE PROMOSMAJ / PRIXPROMO), BLANK WHEN NO
000121*                 CAMPAIGN WAS IN FORCE.
000122* 2026-10-15  LM  ADD THE PROMISED DELIVERY DATE (PROPOSED BY
000123*                 DATEPROMISE AT CAPTURE) AND THE DATE THE ORDER
000124*                 WENT TO LIVREE (STAMPED BY COMMANDESTATUT), SO
000125*                 PONCTUALITE CAN MEASURE ON-TIME DELIVERY. ZERO
000126*                 ON OLDER RECORDS.
000127* 2026-10-15  LM  ADD THE DELIVERY CHARGE HT, PRICED BY COMMANDE
000128*                 FROM THE REGION TARIFF (TARIFLIV.DAT). IT IS
000129*                 KEPT APART FROM CMD-MONTANT, WHICH STAYS THE
000130*                 VALUE OF THE GOODS. ZERO ON OLDER RECORDS.
000131* 2026-10-15  LM  ADD THE PRODUCT CODE ORIGINALLY ASKED FOR WHEN
000132*                 COMMANDE SOLD A SUBSTITUTE IN ITS PLACE (SEE
000133*                 SUBSTITMAJ) - CMD-CODE-PROD IS WHAT WAS SOLD.
000134*                 BLANK WHEN NO SUBSTITUTION WAS MADE.
000135* 2026-10-15  LM  ADD THE SALES REP OF THE CUSTOMER AT CAPTURE
000136*                 (CLI-REPRESENTANT), SO COMMISSIONS PAYS THE REP
000137*                 WHO HAD THE ACCOUNT WHEN THE ORDER WAS TAKEN.
000138*                 REVERSALS AND RETURNS CARRY THE ORIGINAL'S REP.
000139*                 BLANK = NO REP, NO COMMISSION.
000140* 2026-10-15  LM  ADD HOW A COUNTER SALE WAS PAID (ESPECES, CARTE,
000141*                 CHEQUE OR EN COMPTE) AND ITS TTC AMOUNT, SO
000142*                 CLOTURECAISSE CAN TOTAL THE DAY BY
000143*                 PAYMENT METHOD. A REVERSAL CARRIES THE
000144*                 ORIGINAL'S METHOD AND AMOUNT (REFUNDED AT THE
000145*                 TILL); A RETURN, SETTLED BY CREDIT NOTE, CARRIES
000146*                 NEITHER. BLANK/ZERO ON LINES NOT TAKEN AT THE
000147*                 COUNTER.
000148* 2026-10-15  LM  ADD CMD-REF-WEB, THE WEB SHOP'S OWN ORDER
000149*                 REFERENCE ON A LINE COMMANDEIMPORT BROUGHT IN,
000150*                 SO FLUXWEB CAN REPORT ITS STATUS BACK. BLANK ON
000151*                 LINES NOT TAKEN ON THE WEB SHOP.
000101*----------------------------------------------------------------
000110 01  ORDER-RECORD.
000120     05 CMD-CLE.
000250         88 CMD-EXPEDIEE              VALUE "E".
000260         88 CMD-LIVREE                VALUE "L".
000270     05 CMD-VILLE             PIC X(20).
000271     05 CMD-PRIX-SRC          PIC X(01).
000272         88 CMD-PX-CONTRAT            VALUE "C".
000273         88 CMD-PX-TARIF              VALUE "T".
000274         88 CMD-PX-CATALOGUE          VALUE "P" " ".
000275     05 CMD-CAMPAGNE          PIC X(08).
000276     05 CMD-DATE-PROMISE      PIC 9(08).
000277     05 CMD-DATE-LIVREE       PIC 9(08).
000278     05 CMD-FRAIS-PORT        PIC 9(05)V99.
000279     05 CMD-CODE-ORIG         PIC X(04).
000280     05 CMD-REPRESENTANT      PIC X(04).
000281     05 CMD-MODE-REGL         PIC X(01).
000282         88 CMD-REGL-ESPECES          VALUE "E".
000283         88 CMD-REGL-CARTE            VALUE "C".
000284         88 CMD-REGL-CHEQUE           VALUE "H".
000285         88 CMD-REGL-COMPTE           VALUE "T".
000286     05 CMD-ENCAISSE          PIC 9(07)V99.
000287     05 CMD-REF-WEB           PIC X(12).
