000010*----------------------------------------------------------------
000020* RETOURPRL-RECORD - ONE LINE OF THE BANK'S RETURN FILE FOR A
000030* COLLECTION BATCH : THE INVOICE, PAID OR REJECTED, AND WHY
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. READ BY PRELEVEMENTS MODE R.
000060*                 RET-MOTIF IS THE BANK'S REJECT CODE (AC04,
000070*                 AM04, MD01 ...), BLANK ON A PAID LINE.
000080*----------------------------------------------------------------
000090 01  RETOURPRL-RECORD.
000100     05 RET-REMISE            PIC 9(06).
000110     05 RET-NUM-FACTURE       PIC 9(06).
000120     05 RET-MONTANT           PIC 9(09)V99.
000130     05 RET-DATE              PIC 9(08).
000140     05 RET-RESULTAT          PIC X(01).
000150         88 RET-PAYE                  VALUE "P".
000160         88 RET-REJETE                VALUE "R".
000170     05 RET-MOTIF             PIC X(04).
