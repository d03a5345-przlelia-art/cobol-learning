000010*----------------------------------------------------------------
000020* BUDGET-RECORD - ONE BUDGET.DAT RECORD PER ACCOUNT, MOVEMENT
000030* TYPE AND MONTH, KEYED BY BUD-CLE
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. BUD-MONTANT IS THE AMOUNT EXPECTED
000060*                 TO MOVE ON THE ACCOUNT UNDER THAT TR-TYPE IN THE
000070*                 MONTH, IN THE SAME UNITS AS TR-MONTANT. KEPT BY
000080*                 BUDGETMAJ, REPORTED BY BUDGETRAPPORT.
000090*----------------------------------------------------------------
000100 01  BUDGET-RECORD.
000110     05 BUD-CLE.
000120         10 BUD-COMPTE        PIC X(06).
000130         10 BUD-TYPE          PIC X(02).
000140         10 BUD-MOIS          PIC 9(06).
000150     05 BUD-MONTANT           PIC 9(07).
