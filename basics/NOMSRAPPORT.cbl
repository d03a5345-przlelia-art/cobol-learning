000162*                 A NAME LONGER THAN TWELVE CHARACTERS OR
000163*                 SPELLED SLIGHTLY DIFFERENTLY STOPS FAILING
000164*                 FOR NO REASON.
000165* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000166*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000167*                 NOMSRAPPORT (SEE HABILITATIONS).
000166*----------------------------------------------------------------
000170
000180 ENVIRONMENT DIVISION.
000430
000440 WORKING-STORAGE SECTION.
000450
000453     COPY "HABILITATION.cpy".
000456
000460 01  WS-NB-SUSPECTS           PIC 9(04) VALUE ZERO.
000470 01  WS-NB-CONTROLES          PIC 9(04) VALUE ZERO.
000480
000640* 0000-MAINLINE
000650*----------------------------------------------------------------
000660 0000-MAINLINE.
000661     MOVE "NOMSRAPPORT" TO HAB-PROGRAMME.
000662     CALL "HABILITER" USING HAB-ZONE.
000663     IF NOT HAB-AUTORISE
000664         GOBACK
000665     END-IF.
000670     PERFORM 1000-CONTROLER-NOMS
000680         THRU 1000-CONTROLER-NOMS-EXIT.
000690     STOP RUN.
