000010*----------------------------------------------------------------
000020* AVOIR-RECORD - ONE CUSTOMER CREDIT NOTE ON AVOIRS.DAT, KEYED BY
000030* ITS AVOIRCT.DAT NUMBER
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. WRITTEN BY COMMANDERETOUR WITH
000060*                 THE PRINTED CREDIT NOTE. AVOIRS APPLIES IT TO
000070*                 THE CUSTOMER'S OPEN INVOICES ("V" LINES ON
000080*                 REGLMNTS.DAT) OR REFUNDS WHAT IS LEFT; WHAT
000090*                 REMAINS IS TTC LESS APPLIED LESS REFUNDED.
000092* 2026-10-15  LM  ADD THE INVOICE CREDITED (ZERO WHEN THE DESK
000094*                 COULD NOT SAY), THE PRODUCT, QUANTITY AND VAT
000096*                 CATEGORY/RATE OF THE RETURN, FOR THE
000098*                 ELECTRONIC CREDIT NOTE EFACTURES SENDS.
000100*----------------------------------------------------------------
000110 01  AVOIR-RECORD.
000120     05 AVR-NUM-AVOIR         PIC 9(08).
000130     05 AVR-CLIENT            PIC X(10).
000140     05 AVR-DATE              PIC 9(08).
000150     05 AVR-NUM-CMD           PIC 9(08).
000160     05 AVR-MONTANT-HT        PIC 9(07)V99.
000170     05 AVR-MONTANT-TTC       PIC 9(07)V99.
000180     05 AVR-IMPUTE            PIC 9(07)V99.
000190     05 AVR-REMBOURSE         PIC 9(07)V99.
000200     05 AVR-DATE-REMBOURSEMENT
000210                              PIC 9(08).
000220     05 AVR-STATUT            PIC X(01).
000230         88 AVR-OUVERT                VALUE " ".
000240         88 AVR-SOLDE                 VALUE "S".
000241     05 AVR-NUM-FACTURE       PIC 9(06).
000242     05 AVR-CODE-PROD         PIC X(04).
000243     05 AVR-QUANTITE          PIC 9(05).
000244     05 AVR-CATEGORIE-TVA     PIC 9(01).
000245     05 AVR-TAUX-TVA          PIC 9(02)V99.
