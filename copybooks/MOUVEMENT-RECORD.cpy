000100*                 CAISSERAPPROCHER). BLANK ON MOVEMENTS WRITTEN
000110*                 BEFORE THE FIELD EXISTED - TEST TR-DATE-X
000120*                 AGAINST SPACES BEFORE USING THE NUMBER.
000122* 2026-10-15  LM  ADD TR-EXTOURNE AND TR-NATURE : A CONTRA-
000124*                 MOVEMENT ("A") OR CORRECTED MOVEMENT ("R")
000126*                 WRITTEN BY EXTOURNE CARRIES ITS EXTOURNES.DAT
000128*                 NUMBER. BOTH BLANK ON ORDINARY MOVEMENTS.
000130*----------------------------------------------------------------
000140 01  TR-MOUVEMENT.
000150     05 TR-COMPTE             PIC X(06).
000210     05 TR-DATE               PIC 9(08).
000220     05 TR-DATE-X REDEFINES TR-DATE
000230                              PIC X(08).
000231     05 TR-EXTOURNE           PIC 9(06).
000232     05 TR-EXTOURNE-X REDEFINES TR-EXTOURNE
000233                              PIC X(06).
000234     05 TR-NATURE             PIC X(01).
000235         88 TR-CONTREPASSATION        VALUE "A".
000236         88 TR-RECTIFICATION          VALUE "R".
