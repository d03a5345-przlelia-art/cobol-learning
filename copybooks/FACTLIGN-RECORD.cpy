000010*----------------------------------------------------------------
000020* FACTLIGN-RECORD - ONE LINE OF A SUPPLIER INVOICE ON
000030* FACTLIGN.DAT, MATCHED AGAINST ITS PURCHASE ORDER
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. WRITTEN BY FACTUREFRN WITH WHAT
000060*                 THE PURCHASE ORDER SAID (QUANTITY, PRICE), WHAT
000070*                 RECEPTIONSTOCK BOOKED IN, WHAT EARLIER INVOICES
000080*                 ALREADY CHARGED, AND THE TWO DIFFERENCE FLAGS -
000090*                 THE APPROVER WORKS FROM THESE LINES.
000100*----------------------------------------------------------------
000110 01  FACTLIGN-RECORD.
000120     05 FFL-CODE-FRN          PIC X(04).
000130     05 FFL-NUM-FACTURE       PIC X(12).
000140     05 FFL-NUM-ACHAT         PIC 9(08).
000150     05 FFL-CODE-PROD         PIC X(04).
000160     05 FFL-QTE-FACTUREE      PIC 9(05).
000170     05 FFL-PRIX-FACTURE      PIC 9(05)V99.
000180     05 FFL-QTE-COMMANDEE     PIC 9(05).
000190     05 FFL-QTE-RECUE         PIC 9(05).
000200     05 FFL-QTE-DEJA-FACTUREE PIC 9(05).
000210     05 FFL-PRIX-COMMANDE     PIC 9(05)V99.
000220     05 FFL-ECART-QTE         PIC X(01).
000230         88 FFL-ECART-QUANTITE        VALUE "Q".
000240     05 FFL-ECART-PRIX        PIC X(01).
000250         88 FFL-ECART-SUR-PRIX        VALUE "P".
