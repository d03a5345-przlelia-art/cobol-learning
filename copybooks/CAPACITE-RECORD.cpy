000010*----------------------------------------------------------------
000020* CAPACITE-RECORD - THE NUMBER OF PLACES IN ONE CLASS FOR ONE
000030* SCHOOL YEAR, ON CAPACITES.DAT
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. ENROLLMENT (ECRIREFICHIER,
000060*                 IMPORTERCSV, ADMISSIONS) REFUSES TO TAKE A CLASS
000070*                 OVER CAP-PLACES; A CLASS WITH NO RECORD HAS NO
000080*                 LIMIT. MAINTAINED BY ADMISSIONS.
000090*----------------------------------------------------------------
000100 01  CAPACITE-RECORD.
000110     05 CAP-CLE.
000120         10 CAP-ANNEE         PIC 9(04).
000130         10 CAP-CLASSE        PIC X(06).
000140     05 CAP-PLACES            PIC 9(03).
