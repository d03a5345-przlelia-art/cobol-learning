000010*----------------------------------------------------------------
000020* PRELEV-RECORD - ONE 160-BYTE LINE OF THE BANK COLLECTION FILE
000030* PRLnnnnnn.DAT : A "03" HEADER, ONE "06" LINE PER INVOICE
000040* COLLECTED, A "08" TOTAL LINE
000050*----------------------------------------------------------------
000060* 2026-10-15  LM  NEW COPYBOOK. WRITTEN BY PRELEVEMENTS IN THE
000070*                 BANK'S FIXED FORMAT. AMOUNTS IN CENTS, NO SIGN,
000080*                 DATES AAAAMMJJ. PRV-D-SEQUENCE IS "FRST" FOR THE
000090*                 FIRST DEBIT UNDER A MANDATE, "RCUR" AFTER.
000100*----------------------------------------------------------------
000110 01  PRELEV-RECORD.
000120     05 PRV-CODE              PIC X(02).
000130         88 PRV-ENTETE                VALUE "03".
000140         88 PRV-DETAIL                VALUE "06".
000150         88 PRV-TOTAL                 VALUE "08".
000160     05 PRV-REMISE            PIC 9(06).
000170     05 PRV-CORPS             PIC X(152).
000180     05 PRV-ENTETE-R REDEFINES PRV-CORPS.
000190         10 PRV-E-DATE-CREATION
000200                              PIC 9(08).
000210         10 PRV-E-DATE-ECHEANCE
000220                              PIC 9(08).
000230         10 PRV-E-ICS         PIC X(13).
000240         10 PRV-E-NOM         PIC X(30).
000250         10 PRV-E-IBAN        PIC X(34).
000260         10 PRV-E-BIC         PIC X(11).
000270         10 FILLER            PIC X(48).
000280     05 PRV-DETAIL-R REDEFINES PRV-CORPS.
000290         10 PRV-D-NUM-FACTURE PIC 9(06).
000300         10 PRV-D-CLIENT      PIC X(10).
000310         10 PRV-D-NOM         PIC X(30).
000320         10 PRV-D-RUM         PIC X(35).
000330         10 PRV-D-DATE-SIGNATURE
000340                              PIC 9(08).
000350         10 PRV-D-SEQUENCE    PIC X(04).
000360         10 PRV-D-IBAN        PIC X(34).
000370         10 PRV-D-BIC         PIC X(11).
000380         10 PRV-D-MONTANT     PIC 9(09)V99.
000390         10 FILLER            PIC X(03).
000400     05 PRV-TOTAL-R REDEFINES PRV-CORPS.
000410         10 PRV-T-NB-OPERATIONS
000420                              PIC 9(06).
000430         10 PRV-T-MONTANT     PIC 9(11)V99.
000440         10 FILLER            PIC X(133).
