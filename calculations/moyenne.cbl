000162* 2026-08-21  LM  REPORT OPEN FAILURES THROUGH FICHSTAT'S SHARED
000163*                 FILE-STATUS MESSAGE TABLE INSTEAD OF AN AD HOC
000164*                 MESSAGE, SO EVERY PROGRAM WORDS THEM THE SAME.
000165* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000166*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000167*                 MOYENNE (SEE HABILITATIONS).
000166*----------------------------------------------------------------

000170 ENVIRONMENT DIVISION.

000340 WORKING-STORAGE SECTION.

000345     COPY "HABILITATION.cpy".

000350 01  WS-NOM-ETUDIANT          PIC X(20).

000360 01  WS-NOTES-TABLE.
000606* 0000-MAINLINE
000610*----------------------------------------------------------------
000620 0000-MAINLINE.
000621     MOVE "MOYENNE" TO HAB-PROGRAMME.
000622     CALL "HABILITER" USING HAB-ZONE.
000623     IF NOT HAB-AUTORISE
000624         GOBACK
000625     END-IF.
000630     PERFORM 1000-TRAITER-CLASSE
000640         THRU 1000-TRAITER-CLASSE-EXIT.
000641     PERFORM 3600-EDITER-MOYENNE-CLASSE
