000010*----------------------------------------------------------------
000020* JUSTIF-RECORD - ONE ABSENCE NOTE ON JUSTIFS.DAT, COVERING A
000030* STUDENT FROM JUS-DEBUT TO JUS-FIN INCLUDED
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. CAPTURED BY ABSENCES; A MISSED
000060*                 SESSION INSIDE THE DATES COUNTS AS JUSTIFIED.
000070*----------------------------------------------------------------
000080 01  JUSTIF-RECORD.
000090     05 JUS-STU-ID            PIC X(06).
000100     05 JUS-DEBUT             PIC 9(08).
000110     05 JUS-FIN               PIC 9(08).
000120     05 JUS-MOTIF             PIC X(30).
000130     05 JUS-DATE-SAISIE       PIC 9(08).
