000010*----------------------------------------------------------------
000020* HABILITATION - THE ZONE PASSED TO HABILITER BY EVERY PROGRAM
000030* AT START-UP AND BY THE MENUS FOR EACH OPTION
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. HAB-MODE "C" CHECKS AND JOURNALS
000060*                 A REFUSAL, "Q" ONLY ANSWERS (MENU DISPLAY).
000070*                 HAB-CIBLE IS THE PROGRAM A MENU OPTION STARTS,
000080*                 CHECKED WHEN THE OPTION HAS NO LINE OF ITS OWN.
000090*                 HAB-OPERATEUR COMES BACK WITH THE SIGNED-ON
000100*                 OPERATOR'S CODE.
000110*----------------------------------------------------------------
000120 01  HAB-ZONE.
000130     05 HAB-MODE              PIC X(01) VALUE "C".
000140         88 HAB-CONTROLE               VALUE "C".
000150         88 HAB-QUESTION               VALUE "Q".
000160     05 HAB-PROGRAMME         PIC X(20) VALUE SPACES.
000170     05 HAB-OPTION            PIC X(02) VALUE SPACES.
000180     05 HAB-CIBLE             PIC X(20) VALUE SPACES.
000190     05 HAB-OPERATEUR         PIC X(08) VALUE SPACES.
000200     05 HAB-VERDICT           PIC X(01) VALUE SPACE.
000210         88 HAB-AUTORISE               VALUE "O".
