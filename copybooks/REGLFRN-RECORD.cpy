000010*----------------------------------------------------------------
000020* REGLFRN-RECORD - ONE PAYMENT TO A SUPPLIER ON REGLFRN.DAT,
000030* AGAINST A PAYABLE OF DETTEFRN.DAT
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK (SEE REGLEMENTSFRN).
000060*----------------------------------------------------------------
000070 01  REGLFRN-RECORD.
000080     05 RGF-CODE-FRN          PIC X(04).
000090     05 RGF-NUM-FACTURE       PIC X(12).
000100     05 RGF-DATE              PIC 9(08).
000110     05 RGF-MONTANT           PIC 9(09)V99.
