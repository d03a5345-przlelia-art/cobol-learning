000146*                 BULLETINS, SO THE TWO STOP DISAGREEING EVERY
000147*                 TERM. THE STATISTICS RUN OVER EACH STUDENT'S
000148*                 WEIGHTED AVERAGE.
000149* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000150*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000151*                 MOYENNE (SEE HABILITATIONS).
000140*----------------------------------------------------------------

000141 ENVIRONMENT DIVISION.

000240 WORKING-STORAGE SECTION.

000245     COPY "HABILITATION.cpy".

000250 01  WS-NOTES.
000260     05 WS-NOTE OCCURS 20 TIMES INDEXED BY WS-IDX
000270                          PIC 9(02)V99.
000380* 0000-MAINLINE
000390*----------------------------------------------------------------
000400 0000-MAINLINE.
000401     MOVE "MOYENNE" TO HAB-PROGRAMME.
000402     CALL "HABILITER" USING HAB-ZONE.
000403     IF NOT HAB-AUTORISE
000404         GOBACK
000405     END-IF.
000410     PERFORM 1000-CHARGER-NOTES
000420         THRU 1000-CHARGER-NOTES-EXIT.
000430     PERFORM 2000-CALCULER-MOYENNE
