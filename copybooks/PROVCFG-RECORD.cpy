000010*----------------------------------------------------------------
000020* PROVCFG-RECORD - THE SINGLE PROVCFG.DAT RECORD : BAD-DEBT
000030* PROVISION RATE PER AGING BAND, AND THE OPERATORS ALLOWED TO
000040* WRITE AN INVOICE OFF
000050*----------------------------------------------------------------
000060* 2026-10-15  LM  NEW COPYBOOK. SET BY PROVISIONS MODE P. BANDS
000070*                 ARE DAYS SINCE THE INVOICE DATE : 0-30, 31-60,
000080*                 61-90, 91-180, 181-365, OVER 365. READ BY THE
000090*                 PROVISION REPORT AND BY PERTES.
000100*----------------------------------------------------------------
000110 01  PROVCFG-RECORD.
000120     05 PVC-TAUX              PIC 9(03) OCCURS 6 TIMES.
000130     05 PVC-OPERATEUR         PIC X(20) OCCURS 10 TIMES.
