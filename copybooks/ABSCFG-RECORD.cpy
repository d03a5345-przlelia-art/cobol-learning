000010*----------------------------------------------------------------
000020* ABSCFG-RECORD - ATTENDANCE PARAMETERS, SINGLE RECORD OF
000030* ABSCFG.DAT (ABSENCES)
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. ABSENCE RATE ABOVE WHICH A STUDENT
000060*                 IS FLAGGED AND GETS A LETTER (PERCENT, DEFAULT
000070*                 10), AND WHETHER JUSTIFIED ABSENCES COUNT
000080*                 TOWARDS IT (I) OR NOT (E, THE DEFAULT).
000090*----------------------------------------------------------------
000100 01  ABSCFG-RECORD.
000110     05 ACF-SEUIL             PIC 9(03).
000120     05 ACF-JUSTIFIEES        PIC X(01).
000130         88 ACF-JUSTIF-EXCLUES        VALUE "E" " ".
000140         88 ACF-JUSTIF-INCLUSES       VALUE "I".
