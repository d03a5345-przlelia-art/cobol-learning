000010*----------------------------------------------------------------
000020* SEANCE-RECORD - ONE WEEKLY TIMETABLE SESSION OF SEANCES.DAT
000030*----------------------------------------------------------------
000040* 2026-10-15  LM  NEW COPYBOOK. CAPTURED BY EMPLOITEMPS, WHICH
000050*                 REFUSES A SESSION OVERLAPPING ANOTHER ONE FOR
000060*                 THE SAME CLASS, TEACHER OR ROOM ON THE SAME
000070*                 DAY. SEA-JOUR 1 = MONDAY ... 7 = SUNDAY,
000080*                 SEA-DEBUT AND SEA-FIN ARE HHMM; A SESSION ENDS
000090*                 WHEN THE NEXT ONE MAY START.
000100*----------------------------------------------------------------
000110 01  SEANCE-RECORD.
000120     05 SEA-CLASSE            PIC X(06).
000130     05 SEA-MATIERE           PIC X(12).
000140     05 SEA-ENSEIGNANT        PIC X(06).
000150     05 SEA-SALLE             PIC X(06).
000160     05 SEA-JOUR              PIC 9(01).
000170     05 SEA-DEBUT             PIC 9(04).
000180     05 SEA-FIN               PIC 9(04).
