000010*----------------------------------------------------------------
000020* LOTCFG-RECORD - ONE LINE OF LOTCFG.DAT PER NIGHTLY LOT : HOW
000030* MANY PAST RUNS MAKE THE BASELINE, BY HOW MUCH A STEP MAY EXCEED
000040* IT, AND THE TIME THE WHOLE LOT SHOULD BE FINISHED BY (CHRONOLOT)
000050*----------------------------------------------------------------
000060* 2026-10-15  LM  NEW COPYBOOK. A LOT WITH NO LINE TAKES THE
000070*                 DEFAULTS : 5 RUNS, 50 PERCENT, 06:00:00.
000080*----------------------------------------------------------------
000090 01  LOTCFG-RECORD.
000100     05 LCF-LOT               PIC X(12).
000110     05 LCF-NB-RUNS           PIC 9(02).
000120     05 LCF-SEUIL-PCT         PIC 9(03).
000130     05 LCF-HEURE-CIBLE       PIC 9(06).
