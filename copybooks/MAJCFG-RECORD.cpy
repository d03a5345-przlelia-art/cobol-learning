000010*----------------------------------------------------------------
000020* MAJCFG-RECORD - ONE LINE OF MAJCFG.DAT : A FILE AND FIELD GROUP
000030* WHOSE CHANGES NEED A SECOND OPERATOR'S APPROVAL (CTLAPPROB)
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. MCF-ZONE "*" COVERS EVERY FIELD
000060*                 GROUP OF THE FILE. THE ZONES ARE AJOUT, PRIX,
000070*                 COUT, DIMENSIONS, FAMILLE, WEB, RETRAIT FOR
000080*                 PRODUITS; TAUX FOR RATES; AJOUT, MODIF, RETRAIT
000090*                 FOR FOURNSSR; AJOUT, RETRAIT, DELAI FOR VILLES.
000100*----------------------------------------------------------------
000110 01  MAJCFG-RECORD.
000120     05 MCF-FICHIER           PIC X(12).
000130     05 MCF-ZONE              PIC X(10).
