000010*----------------------------------------------------------------
000020* PERTE-RECORD - ONE BAD-DEBT WRITE-OFF ON PERTES.DAT, THE
000030* WRITE-OFF REGISTER
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. WRITTEN BY PERTES WITH THE
000060*                 MATCHING "A" LINE OF REGLMNTS.DAT; KEEPS THE
000070*                 AMOUNT AS WRITTEN OFF, THE REASON AND WHO
000080*                 AUTHORIZED IT.
000090*----------------------------------------------------------------
000100 01  PERTE-RECORD.
000110     05 PTE-NUM-FACTURE       PIC 9(06).
000120     05 PTE-DATE-FACTURE      PIC 9(08).
000130     05 PTE-CLIENT            PIC X(30).
000140     05 PTE-DATE              PIC 9(08).
000150     05 PTE-MONTANT           PIC 9(09)V99.
000160     05 PTE-MOTIF             PIC X(40).
000170     05 PTE-OPERATEUR         PIC X(20).
