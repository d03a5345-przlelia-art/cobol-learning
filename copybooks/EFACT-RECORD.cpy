000010*----------------------------------------------------------------
000020* EFACT-RECORD - ONE 200-BYTE LINE OF A STRUCTURED INVOICE FILE
000030* EFFnnnnnn.DAT (INVOICE) OR EFAnnnnnnnn.DAT (CREDIT NOTE) : A
000040* "10" HEADER, ONE "20" PER ITEM, ONE "30" PER VAT RATE, A "90"
000050* TOTAL LINE
000060*----------------------------------------------------------------
000070* 2026-10-15  LM  NEW COPYBOOK. WRITTEN BY EFACTURES FOR THE
000080*                 CUSTOMERS FLAGGED CLI-EFACTURE. EFC-TYPE-DOC
000090*                 IS "380" FOR AN INVOICE, "381" FOR A CREDIT
000100*                 NOTE, WHOSE HEADER NAMES THE INVOICE CREDITED.
000110*                 AMOUNTS IN EUR WITH TWO IMPLIED DECIMALS, NO
000120*                 SIGN, DATES AAAAMMJJ.
000130*----------------------------------------------------------------
000140 01  EFACT-RECORD.
000150     05 EFC-CODE              PIC X(02).
000160         88 EFC-ENTETE                VALUE "10".
000170         88 EFC-LIGNE                 VALUE "20".
000180         88 EFC-TVA                   VALUE "30".
000190         88 EFC-TOTAL                 VALUE "90".
000200     05 EFC-TYPE-DOC          PIC X(03).
000210         88 EFC-FACTURE               VALUE "380".
000220         88 EFC-AVOIR                 VALUE "381".
000230     05 EFC-NUM-DOC           PIC 9(08).
000240     05 EFC-CORPS             PIC X(187).
000250     05 EFC-ENTETE-R REDEFINES EFC-CORPS.
000260         10 EFC-E-DATE-EMISSION
000270                              PIC 9(08).
000280         10 EFC-E-DATE-ECHEANCE
000290                              PIC 9(08).
000300         10 EFC-E-DEVISE      PIC X(03).
000310         10 EFC-E-VENDEUR-SIRET
000320                              PIC X(14).
000330         10 EFC-E-VENDEUR-TVA PIC X(13).
000340         10 EFC-E-VENDEUR-NOM PIC X(30).
000350         10 EFC-E-ACHETEUR-CODE
000360                              PIC X(10).
000370         10 EFC-E-ACHETEUR-SIRET
000380                              PIC X(14).
000390         10 EFC-E-ACHETEUR-TVA
000400                              PIC X(13).
000410         10 EFC-E-ACHETEUR-NOM
000420                              PIC X(30).
000430         10 EFC-E-FACTURE-REF PIC 9(06).
000440         10 EFC-E-COMMANDE-REF
000450                              PIC 9(08).
000460         10 FILLER            PIC X(30).
000470     05 EFC-LIGNE-R REDEFINES EFC-CORPS.
000480         10 EFC-L-NUM-LIGNE   PIC 9(03).
000490         10 EFC-L-DESIGNATION PIC X(30).
000500         10 EFC-L-QUANTITE    PIC 9(05).
000510         10 EFC-L-PRIX-UNITAIRE
000520                              PIC 9(07)V99.
000530         10 EFC-L-REMISE      PIC 9(02)V99.
000540         10 EFC-L-MONTANT-HT  PIC 9(09)V99.
000550         10 EFC-L-CATEGORIE-TVA
000560                              PIC 9(01).
000570         10 EFC-L-TAUX-TVA    PIC 9(02)V99.
000580         10 FILLER            PIC X(120).
000590     05 EFC-TVA-R REDEFINES EFC-CORPS.
000600         10 EFC-T-CATEGORIE-TVA
000610                              PIC 9(01).
000620         10 EFC-T-TAUX-TVA    PIC 9(02)V99.
000630         10 EFC-T-BASE-HT     PIC 9(11)V99.
000640         10 EFC-T-MONTANT-TVA PIC 9(11)V99.
000650         10 FILLER            PIC X(156).
000660     05 EFC-TOTAL-R REDEFINES EFC-CORPS.
000670         10 EFC-R-NB-LIGNES   PIC 9(03).
000680         10 EFC-R-TOTAL-HT    PIC 9(11)V99.
000690         10 EFC-R-TOTAL-TVA   PIC 9(11)V99.
000700         10 EFC-R-TOTAL-TTC   PIC 9(11)V99.
000710         10 FILLER            PIC X(145).
