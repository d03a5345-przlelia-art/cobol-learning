000010*----------------------------------------------------------------
000020* COUTHIST-RECORD - ONE CHANGE OF A PRODUCT'S UNIT COST, APPENDED
000030* TO COUTHIST.DAT
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. RECEPTIONSTOCK WRITES ONE LINE PER
000060*                 PRICED RECEIPT (ORIGIN RE, REFERENCE = PURCHASE
000070*                 ORDER) WITH WHAT WENT INTO THE WEIGHTED AVERAGE;
000080*                 PRODUITSMAJ'S COUT MODE WRITES A HAND CORRECTION
000090*                 (ORIGIN MA) WITH NO STOCK OR PRICE FIGURES.
000100*----------------------------------------------------------------
000110 01  COUTHIST-RECORD.
000120     05 CHC-DATE              PIC 9(08).
000130     05 CHC-CODE-PROD         PIC X(04).
000140     05 CHC-ORIGINE           PIC X(02).
000150         88 CHC-RECEPTION             VALUE "RE".
000160         88 CHC-MANUEL                VALUE "MA".
000170     05 CHC-REFERENCE         PIC X(08).
000180     05 CHC-ANCIEN-COUT       PIC 9(05)V99.
000190     05 CHC-NOUVEAU-COUT      PIC 9(05)V99.
000200     05 CHC-STOCK-AVANT       PIC 9(05).
000210     05 CHC-QUANTITE          PIC 9(05).
000220     05 CHC-PRIX-ACHAT        PIC 9(05)V99.
