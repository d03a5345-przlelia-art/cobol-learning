000010*----------------------------------------------------------------
000020* EFACCFG-RECORD - THE SINGLE EFACCFG.DAT RECORD : THE SELLER
000030* AS IT APPEARS ON EVERY ELECTRONIC INVOICE
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. SET BY EFACTURES MODE P, READ
000060*                 BY EACH EXPORT. EFG-DELAI IS THE PAYMENT TERM
000070*                 IN DAYS GIVING THE DUE DATE (0 = 30 DAYS).
000080*----------------------------------------------------------------
000090 01  EFACCFG-RECORD.
000100     05 EFG-SIRET             PIC X(14).
000110     05 EFG-NUM-TVA           PIC X(13).
000120     05 EFG-NOM               PIC X(30).
000130     05 EFG-DELAI             PIC 9(03).
