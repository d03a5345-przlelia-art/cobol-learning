000010*----------------------------------------------------------------
000020* PERIODE-RECORD - ONE PERIODES.DAT RECORD PER LEDGER MONTH,
000030* KEYED BY PER-MOIS (AAAAMM)
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. WRITTEN BY PERIODECLOTURE WHEN A
000060*                 MONTH IS CLOSED, TURNED BACK TO "R" WHEN A
000070*                 SUPERVISOR REOPENS IT. A MONTH WITH NO RECORD IS
000080*                 OPEN. CTLPERIODE READS IT FOR EVERY PROGRAM THAT
000090*                 WRITES TRANSACT.DAT.
000100*----------------------------------------------------------------
000110 01  PERIODE-RECORD.
000120     05 PER-MOIS              PIC 9(06).
000130     05 PER-STATUT            PIC X(01).
000140         88 PER-CLOTUREE              VALUE "C".
000150         88 PER-ROUVERTE              VALUE "R".
000160     05 PER-DATE-CLOTURE      PIC 9(08).
000170     05 PER-OPERATEUR         PIC X(20).
000180     05 PER-DATE-REOUVERTURE  PIC 9(08).
000190     05 PER-SUPERVISEUR       PIC X(20).
