000010*----------------------------------------------------------------
000020* NOTEDET-RECORD - ONE GRADE AS ENTERED ON NOTESDET.DAT
000030*----------------------------------------------------------------
000040* 2026-10-15  LM  NEW COPYBOOK. APPENDED BY SAISIENOTES, ONE LINE
000050*                 PER STUDENT, SUBJECT AND GRADE SLOT (1 =
000060*                 CONTROLE 1, 2 = CONTROLE 2, 3 = EXAMEN) WITH
000070*                 THE TEACHER WHO ENTERED IT. A LATER LINE FOR
000080*                 THE SAME TERM, STUDENT, SUBJECT AND SLOT
000090*                 CORRECTS THE EARLIER ONE. NOTES.DAT IS REBUILT
000100*                 FROM IT FOR THE BULLETIN.
000110*----------------------------------------------------------------
000120 01  NOTEDET-RECORD.
000130     05 NTD-STU-ID            PIC X(06).
000140     05 NTD-TERME             PIC X(10).
000150     05 NTD-CLASSE            PIC X(06).
000160     05 NTD-MATIERE           PIC X(12).
000170     05 NTD-EPREUVE           PIC 9(01).
000180     05 NTD-NOTE              PIC 9(02).
000190     05 NTD-ENSEIGNANT        PIC X(06).
000200     05 NTD-DATE              PIC 9(08).
