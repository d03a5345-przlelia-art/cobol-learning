000147*                 ENTRIES - INSTEAD OF A PRIVATE 20-ENTRY PIC 9(02)
000148*                 LOOP, SO THE FOUR NOMBRES.TXT REPORTS STOP
000149*                 DISAGREEING ABOUT WHAT THEY CAN EVEN READ.
000150* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000151*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000152*                 NUMRANK (SEE HABILITATIONS).
000146*----------------------------------------------------------------

000150 ENVIRONMENT DIVISION.
000210 DATA DIVISION.
000250 WORKING-STORAGE SECTION.

000255     COPY "HABILITATION.cpy".

000260 01  WS-NUMBERS.
000270     05 WS-NUMBER OCCURS 300 TIMES INDEXED BY WS-IDX
000280                          PIC S9(06).
000410* 0000-MAINLINE
000420*----------------------------------------------------------------
000430 0000-MAINLINE.
000431     MOVE "NUMRANK" TO HAB-PROGRAMME.
000432     CALL "HABILITER" USING HAB-ZONE.
000433     IF NOT HAB-AUTORISE
000434         GOBACK
000435     END-IF.
000440     PERFORM 1000-CHARGER-NOMBRES
000450         THRU 1000-CHARGER-NOMBRES-EXIT.
000460     PERFORM 1500-TRIER-PAR-VALEUR
