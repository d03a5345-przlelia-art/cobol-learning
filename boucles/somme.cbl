000173* 2026-09-02  LM  THE KEYED BOUND AND STEP GO THROUGH THE SHARED
000174*                 VALNUM CHECK AND RE-PROMPT ON A BAD ENTRY
000175*                 (BLANK STEP STILL MEANS 1).
000176* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000177*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000178*                 SOMME (SEE HABILITATIONS).
000172*----------------------------------------------------------------

000173 ENVIRONMENT DIVISION.

000320 WORKING-STORAGE SECTION.

000325     COPY "HABILITATION.cpy".

000330 01  WS-COMPTEUR              PIC 9(04).

000340 01  WS-SOMME                 PIC 9(08) VALUE ZERO.
000500* 0000-MAINLINE
000510*----------------------------------------------------------------
000520 0000-MAINLINE.
000521     MOVE "SOMME" TO HAB-PROGRAMME.
000522     CALL "HABILITER" USING HAB-ZONE.
000523     IF NOT HAB-AUTORISE
000524         GOBACK
000525     END-IF.
000530     DISPLAY "Demande individuelle (I) ou fichier de demandes ".
000540     DISPLAY "(F) ? ".
000550     ACCEPT WS-SOURCE.
