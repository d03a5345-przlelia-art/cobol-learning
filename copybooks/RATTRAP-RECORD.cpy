000010*----------------------------------------------------------------
000020* RATTRAP-RECORD - ONE RESIT GRADE, APPENDED TO RATTRAP.DAT BY
000030* RATTRAPAGE (THE LATEST LINE PER TERM AND STUDENT WINS)
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. THE RESIT GRADE SITS BESIDE THE
000060*                 ORIGINAL EXAM GRADE IT STANDS IN FOR, SO THE
000070*                 ORIGINAL IS NEVER TYPED OVER.
000080*----------------------------------------------------------------
000090 01  RATTRAP-RECORD.
000100     05 RAT-TERME             PIC X(10).
000110     05 RAT-NOM               PIC X(20).
000120     05 RAT-NOTE-EXAMEN       PIC 9(02).
000130     05 RAT-NOTE              PIC 9(02).
000140     05 RAT-DATE              PIC 9(08).
