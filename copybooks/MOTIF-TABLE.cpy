000010*----------------------------------------------------------------
000020* MOTIF-TABLE - REASON CODES FOR A HOLD OR A SCRUB OF A
000030* COUNTDOWN RUN, AS LOGGED IN LOG-MOTIF ON LAUNCHLG.DAT
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. SHARED BY COUNTDOWN, WHICH
000060*                 CHECKS THE CODE THE OPERATOR KEYS, AND
000070*                 LAUNCHRAPPORT, WHICH TOTALS HOLDS AND SCRUBS
000080*                 PER MONTH AND REASON IN THIS ORDER.
000090*----------------------------------------------------------------
000100 01  MOTIF-VALEURS.
000110     05 FILLER                PIC X(04) VALUE "METE".
000120     05 FILLER                PIC X(20) VALUE "Meteo".
000130     05 FILLER                PIC X(04) VALUE "TECH".
000140     05 FILLER                PIC X(20) VALUE "Technique".
000150     05 FILLER                PIC X(04) VALUE "SECU".
000160     05 FILLER                PIC X(20) VALUE "Securite".
000170     05 FILLER                PIC X(04) VALUE "ZONE".
000180     05 FILLER                PIC X(20)
000190         VALUE "Zone non degagee".
000200     05 FILLER                PIC X(04) VALUE "EQUI".
000210     05 FILLER                PIC X(20) VALUE "Equipe".
000220     05 FILLER                PIC X(04) VALUE "AUTR".
000230     05 FILLER                PIC X(20) VALUE "Autre".
000240 01  MOTIF-TABLE REDEFINES MOTIF-VALEURS.
000250     05 MOTIF-DEF OCCURS 6 TIMES INDEXED BY MOTIF-IDX.
000260         10 MOTIF-CODE        PIC X(04).
000270         10 MOTIF-LIBELLE     PIC X(20).
000280 01  MOTIF-NB                 PIC 9(02) VALUE 6.
