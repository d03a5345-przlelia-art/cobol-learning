000010*----------------------------------------------------------------
000020* RATTCFG-RECORD - RESIT PARAMETERS, SINGLE RECORD OF
000030* RATTCFG.DAT (RATTRAPAGE)
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. PASS MARK BELOW WHICH A STUDENT
000060*                 SITS THE RESIT (DEFAULT 10), AND THE SCHOOL'S
000070*                 RULE : THE RESIT GRADE REPLACES THE EXAM GRADE
000080*                 (R) OR DOES SO WITH THE NEW AVERAGE CAPPED AT
000090*                 THE PASS MARK (P, THE DEFAULT).
000100*----------------------------------------------------------------
000110 01  RATTCFG-RECORD.
000120     05 RCF-SEUIL             PIC 9(02)V99.
000130     05 RCF-REGLE             PIC X(01).
000140         88 RCF-REGLE-PLAFOND         VALUE "P" " ".
000150         88 RCF-REGLE-REMPLACE        VALUE "R".
