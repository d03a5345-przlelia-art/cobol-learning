000010*----------------------------------------------------------------
000020* ENSEIGNANT-RECORD - ONE TEACHER OF ENSEIGNANTS.DAT, KEYED BY
000030* ENS-CODE, WITH THE CLASSES AND SUBJECTS THEY TEACH
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. MAINTAINED BY ENSEIGNANTSMAJ;
000060*                 SAISIENOTES LETS A TEACHER ENTER GRADES ONLY
000070*                 FOR ONE OF THEIR ASSIGNMENTS AND
000080*                 NOTESCOMPLETUDE EXPECTS THE THREE GRADE SLOTS
000090*                 FROM EVERY STUDENT OF EACH ASSIGNED CLASS.
000100*----------------------------------------------------------------
000110 01  ENSEIGNANT-RECORD.
000120     05 ENS-CODE              PIC X(06).
000130     05 ENS-NOM               PIC X(20).
000140     05 ENS-CONTACT           PIC X(24).
000150     05 ENS-NB-AFFECT         PIC 9(02).
000160     05 ENS-AFFECTATION OCCURS 10 TIMES.
000170         10 ENS-CLASSE        PIC X(06).
000180         10 ENS-MATIERE       PIC X(12).
