000159* 2026-08-21  LM  REPORT OPEN FAILURES THROUGH FICHSTAT'S SHARED
000160*                 FILE-STATUS MESSAGE TABLE INSTEAD OF AN AD HOC
000161*                 MESSAGE, SO EVERY PROGRAM WORDS THEM THE SAME.
000162* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000163*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000164*                 NAME (SEE HABILITATIONS).
000162*----------------------------------------------------------------

000163 ENVIRONMENT DIVISION.

000260 WORKING-STORAGE SECTION.

000265     COPY "HABILITATION.cpy".

000270 01  WS-NAMES.
000280     05 WS-NAME OCCURS 20 TIMES
000290        INDEXED BY WS-IDX WS-JDX WS-MIN-IDX
000410* 0000-MAINLINE
000420*----------------------------------------------------------------
000430 0000-MAINLINE.
000431     MOVE "NAME" TO HAB-PROGRAMME.
000432     CALL "HABILITER" USING HAB-ZONE.
000433     IF NOT HAB-AUTORISE
000434         GOBACK
000435     END-IF.
000440     PERFORM 1000-CHARGER-ROSTER
000450         THRU 1000-CHARGER-ROSTER-EXIT.
000460     PERFORM 1500-TRIER-ROSTER
