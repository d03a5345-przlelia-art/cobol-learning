000137*                 ENTRIES - INSTEAD OF A PRIVATE 20-ENTRY PIC 9(02)
000138*                 LOOP, SO THE FOUR NOMBRES.TXT REPORTS STOP
000139*                 DISAGREEING ABOUT WHAT THEY CAN EVEN READ.
000140* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000141*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000142*                 NUMMIN (SEE HABILITATIONS).
000136*----------------------------------------------------------------

000140 ENVIRONMENT DIVISION.
000200 DATA DIVISION.
000240 WORKING-STORAGE SECTION.

000245     COPY "HABILITATION.cpy".

000250 01  WS-NUMBERS.
000260     05 WS-NUMBER OCCURS 300 TIMES INDEXED BY WS-IDX
000270                          PIC S9(06).
000370* 0000-MAINLINE
000380*----------------------------------------------------------------
000390 0000-MAINLINE.
000391     MOVE "NUMMIN" TO HAB-PROGRAMME.
000392     CALL "HABILITER" USING HAB-ZONE.
000393     IF NOT HAB-AUTORISE
000394         GOBACK
000395     END-IF.
000400     PERFORM 1000-CHARGER-NOMBRES
000410         THRU 1000-CHARGER-NOMBRES-EXIT.
000420     PERFORM 2000-TROUVER-MINIMUM
