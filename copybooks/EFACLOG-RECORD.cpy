000010*----------------------------------------------------------------
000020* EFACLOG-RECORD - ONE LINE OF EFACLOG.DAT PER DOCUMENT SENT AS
000030* A STRUCTURED FILE
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. APPENDED BY EFACTURES FOR EACH
000060*                 FILE BUILT; A DOCUMENT ALREADY ON THE LOG IS
000070*                 NOT SENT AGAIN. EFL-TYPE-DOC AS EFC-TYPE-DOC.
000080*----------------------------------------------------------------
000090 01  EFACLOG-RECORD.
000100     05 EFL-TYPE-DOC          PIC X(03).
000110     05 EFL-NUM-DOC           PIC 9(08).
000120     05 EFL-CLIENT            PIC X(10).
000130     05 EFL-DATE-ENVOI        PIC 9(08).
000140     05 EFL-HEURE-ENVOI       PIC 9(06).
000150     05 EFL-FICHIER           PIC X(16).
000160     05 EFL-MONTANT-TTC       PIC 9(09)V99.
