000010*----------------------------------------------------------------
000020* DORMCFG-RECORD - DORMANCY PARAMETERS, SINGLE RECORD OF
000030* DORMCFG.DAT (COMPTESDORMANTS, ORDRESPERMANENTS)
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. MONTHS WITHOUT A CUSTOMER
000060*                 MOVEMENT BEFORE NOTICE (DEFAULT 24), DAYS OF
000070*                 NOTICE BEFORE THE ACCOUNT TURNS DORMANT
000080*                 (DEFAULT 60), AND WHETHER THE MONTHLY FEE AND
000090*                 INTEREST POSTING SKIPS A DORMANT ACCOUNT (E,
000100*                 THE DEFAULT) OR POSTS TO IT AS USUAL (T).
000110*----------------------------------------------------------------
000120 01  DORMCFG-RECORD.
000130     05 CFG-MOIS-INACTIVITE   PIC 9(02).
000140     05 CFG-JOURS-PREAVIS     PIC 9(03).
000150     05 CFG-TRAITEMENT-DORMANT
000160                              PIC X(01).
000170         88 CFG-DORMANT-EXCLU         VALUE "E" " ".
000180         88 CFG-DORMANT-TRAITE        VALUE "T".
