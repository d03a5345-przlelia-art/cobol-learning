000010*----------------------------------------------------------------
000020* HABILIT-RECORD - ONE LINE OF THE HABILIT.DAT AUTHORIZATION
000030* TABLE : WHICH ROLES MAY RUN A PROGRAM, OR ONE OPTION OF A MENU
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. HBT-OPTION IS SPACES FOR THE
000060*                 PROGRAM ITSELF, OR THE OPTION NUMBER WHEN
000070*                 HBT-PROGRAMME IS A MENU. HBT-ROLES USES THE
000080*                 POSITIONS OF OPE-ROLES (OPERATEUR-RECORD). A
000090*                 PROGRAM WITHOUT A LINE IS OPEN TO EVERY ACTIVE
000100*                 OPERATOR.
000110*----------------------------------------------------------------
000120 01  HABILIT-RECORD.
000130     05 HBT-PROGRAMME         PIC X(20).
000140     05 HBT-OPTION            PIC X(02).
000150     05 HBT-ROLES.
000160         10 HBT-ROLE OCCURS 5 TIMES PIC X(01).
