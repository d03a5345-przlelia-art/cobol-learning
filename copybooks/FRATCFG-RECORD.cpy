000010*----------------------------------------------------------------
000020* FRATCFG-RECORD - FAMILY DISCOUNT, SINGLE RECORD OF
000030* FRATCFG.DAT (BOURSESMAJ, FACTURERELEVES)
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. PERCENT OFF FOR THE SECOND CHILD
000060*                 AND FOR THE THIRD AND EVERY LATER ONE (DEFAULT
000070*                 10 AND 20), AND THE FEE CODES IT COVERS - ALL
000080*                 BLANK MEANS EVERY FEE.
000090*----------------------------------------------------------------
000100 01  FRATCFG-RECORD.
000110     05 FCF-TAUX-2            PIC 9(02)V99.
000120     05 FCF-TAUX-3            PIC 9(02)V99.
000130     05 FCF-FRAIS OCCURS 5 TIMES PIC X(04).
