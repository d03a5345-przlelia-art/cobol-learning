000094*                 THE ALUMNI FILE INSTEAD OF HAND-DELETING THEM.
000095*                 BLANK ON OLDER RECORDS, TREATED AS ACTIVE -
000096*                 TEST STU-ANNEE-X AGAINST SPACES FIRST.
000097* 2026-10-15  LM  ADD STU-CLASSE, THE CLASS THE STUDENT SITS IN
000098*                 (ATTENDANCE IS REPORTED PER CLASS), AND THE
000099*                 FAMILY'S POSTAL ADDRESS ON TWO LINES FOR THE
000100*                 LETTERS SENT HOME. BLANK ON OLDER RECORDS.
000090*----------------------------------------------------------------
000100 01  STUDENT-RECORD.
000105     05 STU-ID                PIC X(06).
000120     05 STU-ANNEE             PIC 9(04).
000125     05 STU-ANNEE-X REDEFINES STU-ANNEE
000130                              PIC X(04).
000226     05 STU-CLASSE            PIC X(06).
000236     05 STU-ADRESSE-1         PIC X(30).
000246     05 STU-ADRESSE-2         PIC X(30).
