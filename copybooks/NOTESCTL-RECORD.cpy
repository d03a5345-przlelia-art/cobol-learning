000010*----------------------------------------------------------------
000020* NOTESCTL-RECORD - ONE CLASS'S GRADE COMPLETENESS FOR A TERM,
000030* APPENDED TO NOTESCTL.DAT BY EACH NOTESCOMPLETUDE RUN
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. BULLETIN READS THE LATEST LINE
000060*                 OF THE TERM FOR EACH CLASS AND WILL NOT
000070*                 ARCHIVE A CLASS STILL MISSING GRADES (OR NEVER
000080*                 CHECKED) UNLESS THE OPERATOR OVERRIDES.
000090*----------------------------------------------------------------
000100 01  NOTESCTL-RECORD.
000110     05 NTC-TERME             PIC X(10).
000120     05 NTC-CLASSE            PIC X(06).
000130     05 NTC-NB-MANQUANTES     PIC 9(05).
000140     05 NTC-DATE              PIC 9(08).
000150     05 NTC-HEURE             PIC 9(08).
