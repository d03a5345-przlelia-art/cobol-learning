000010*----------------------------------------------------------------
000020* PRLCFG-RECORD - THE SINGLE PRLCFG.DAT RECORD : WHO COLLECTS
000030* THE DIRECT DEBITS, AND THE LAST COLLECTION BATCH NUMBER USED
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. SET BY MANDATSMAJ MODE P, READ
000060*                 AND ADVANCED BY EACH PRELEVEMENTS COLLECTION.
000070*----------------------------------------------------------------
000080 01  PRLCFG-RECORD.
000090     05 CRE-ICS               PIC X(13).
000100     05 CRE-NOM               PIC X(30).
000110     05 CRE-IBAN              PIC X(34).
000120     05 CRE-BIC               PIC X(11).
000130     05 CRE-DERNIERE-REMISE   PIC 9(06).
