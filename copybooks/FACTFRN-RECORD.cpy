000010*----------------------------------------------------------------
000020* FACTFRN-RECORD - ONE SUPPLIER INVOICE ON FACTFRN.DAT, KEYED BY
000030* SUPPLIER CODE AND THE SUPPLIER'S OWN INVOICE NUMBER
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. FACTUREFRN WRITES THE INVOICE
000060*                 AFTER MATCHING ITS LINES (FACTLIGN.DAT) AGAINST
000070*                 THE PURCHASE ORDERS : CONFORME GOES STRAIGHT TO
000080*                 THE PAYABLES (DETTEFRN.DAT), BLOQUEE WAITS FOR
000090*                 APPROVAL, WHICH MAKES IT APPROUVEE (PAYABLE) OR
000100*                 REFUSEE. THE DUE DATE COMES FROM THE SUPPLIER'S
000110*                 PAYMENT TERMS.
000120*----------------------------------------------------------------
000130 01  FACTFRN-RECORD.
000140     05 FFR-CLE.
000150         10 FFR-CODE-FRN      PIC X(04).
000160         10 FFR-NUM-FACTURE   PIC X(12).
000170     05 FFR-DATE-FACTURE      PIC 9(08).
000180     05 FFR-DATE-SAISIE       PIC 9(08).
000190     05 FFR-ECHEANCE          PIC 9(08).
000200     05 FFR-MONTANT-HT        PIC 9(09)V99.
000210     05 FFR-MONTANT-TTC       PIC 9(09)V99.
000220     05 FFR-NB-LIGNES         PIC 9(03).
000230     05 FFR-NB-ECARTS         PIC 9(03).
000240     05 FFR-STATUT            PIC X(01).
000250         88 FFR-CONFORME              VALUE "C".
000260         88 FFR-BLOQUEE               VALUE "B".
000270         88 FFR-APPROUVEE             VALUE "A".
000280         88 FFR-REFUSEE               VALUE "R".
000290     05 FFR-DATE-DECISION     PIC 9(08).
