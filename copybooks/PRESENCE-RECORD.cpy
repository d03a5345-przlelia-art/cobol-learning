000010*----------------------------------------------------------------
000020* PRESENCE-RECORD - ONE CHECK-IN ON PRESENCES.DAT, APPENDED BY
000030* ASKNAME AS THE STUDENT ARRIVES (SO THE FILE IS IN DATE ORDER)
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. ABSENCES READS IT BACK FOR THE
000060*                 WEEKLY AND TERM ATTENDANCE REPORTS.
000061* 2026-10-15  LM  ADD PRS-SEA-DEBUT, THE START TIME OF THE
000062*                 TIMETABLED SESSION (SEANCES.DAT) OF THE
000063*                 STUDENT'S CLASS THE CHECK-IN COUNTS FOR - THE
000064*                 CURRENT ONE OR THE NEXT ONE THAT DAY. ZERO WHEN
000065*                 NO SESSION IS TIMETABLED : THE CHECK-IN THEN
000066*                 COUNTS FOR THE WHOLE DAY.
000070*----------------------------------------------------------------
000080 01  PRESENCE-RECORD.
000090     05 PRS-DATE              PIC 9(08).
000100     05 PRS-HEURE             PIC 9(08).
000110     05 PRS-STU-ID            PIC X(06).
000111     05 PRS-SEA-DEBUT         PIC 9(04).
