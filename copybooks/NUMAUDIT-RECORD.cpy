000010*----------------------------------------------------------------
000020* NUMAUDIT-RECORD - ONE LINE OF NUMAUDIT.DAT PER RUN OF THE
000030* DOCUMENT NUMBERING AUDIT
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. AUDITNUMEROS APPENDS ONE LINE PER
000060*                 RUN; PERIODECLOTURE AND COMMANDEARCHIVER READ
000070*                 THE LATEST ONE TO CHECK THE AUDIT WAS RUN BEFORE
000080*                 A MONTH IS CLOSED OR ORDERS ARE ARCHIVED.
000090*----------------------------------------------------------------
000100 01  NUMAUDIT-RECORD.
000110     05 NAU-DATE              PIC 9(08).
000120     05 NAU-HEURE             PIC 9(08).
000130     05 NAU-NB-PIECES         PIC 9(07).
000140     05 NAU-NB-ANOMALIES      PIC 9(05).
