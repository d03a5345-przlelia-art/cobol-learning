000010*----------------------------------------------------------------
000020* DETTEFRN-RECORD - ONE PAYABLE ON DETTEFRN.DAT : A SUPPLIER
000030* INVOICE CLEARED FOR PAYMENT, WITH ITS DUE DATE
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. WRITTEN BY FACTUREFRN WHEN AN
000060*                 INVOICE MATCHES OR IS APPROVED; REGLEMENTSFRN
000070*                 BOOKS THE PAYMENTS (REGLFRN.DAT) AND PRINTS THE
000080*                 AGING AND THE WEEK'S LIST TO PAY.
000090*----------------------------------------------------------------
000100 01  DETTEFRN-RECORD.
000110     05 DTF-CODE-FRN          PIC X(04).
000120     05 DTF-NUM-FACTURE       PIC X(12).
000130     05 DTF-DATE-FACTURE      PIC 9(08).
000140     05 DTF-ECHEANCE          PIC 9(08).
000150     05 DTF-MONTANT-TTC       PIC 9(09)V99.
