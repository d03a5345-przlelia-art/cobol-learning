000010*----------------------------------------------------------------
000020* AMORT-RECORD - ONE AMORTISS.DAT RECORD PER LOAN INSTALMENT,
000030* KEYED BY LOAN NUMBER AND RANK
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. PRETS WRITES THE SCHEDULE (AND
000060*                 REWRITES THE INSTALMENTS STILL PLANNED AFTER AN
000070*                 EARLY REPAYMENT); ORDRESPERMANENTS POSTS THE
000080*                 INSTALMENTS OF THE MONTH IT GENERATES AND MARKS
000090*                 THEM AMO-GENEREE. AMO-RESTANT IS THE PRINCIPAL
000100*                 STILL OWED ONCE THE INSTALMENT IS PAID.
000110*----------------------------------------------------------------
000120 01  AMORT-RECORD.
000130     05 AMO-CLE.
000140         10 AMO-PRET          PIC 9(06).
000150         10 AMO-RANG          PIC 9(03).
000160     05 AMO-MOIS              PIC 9(06).
000170     05 AMO-MENSUALITE        PIC 9(07).
000180     05 AMO-CAPITAL           PIC 9(07).
000190     05 AMO-INTERETS          PIC 9(07).
000200     05 AMO-RESTANT           PIC 9(07).
000210     05 AMO-STATUT            PIC X(01).
000220         88 AMO-PREVUE                VALUE "P".
000230         88 AMO-GENEREE               VALUE "G".
