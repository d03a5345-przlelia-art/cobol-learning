000010*----------------------------------------------------------------
000020* FRATRIE-RECORD - SIBLING LINK, ONE RECORD PER STUDENT ON
000030* FRATRIES.DAT, KEYED BY STU-ID
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. STUDENTS SHARING A FAM-CODE ARE
000060*                 SIBLINGS; AMONG THOSE ENROLLED FOR THE YEAR THE
000070*                 LOWEST STU-ID (THE FIRST ENROLLED) IS THE FIRST
000080*                 CHILD. MAINTAINED BY BOURSESMAJ.
000090*----------------------------------------------------------------
000100 01  FRATRIE-RECORD.
000110     05 FAM-STU-ID            PIC X(06).
000120     05 FAM-CODE              PIC X(06).
