000100* 2026-08-21  LM  NEW PROGRAM. PRINTS THE MONTHLY VAT-FILING
000110*                 SUMMARY - TVA COLLECTED PER CATEGORY, CUMULATED
000120*                 ACROSS EVERY TTC INVOICE RUN IN VATCUMUL.DAT.
000122* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000124*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000126*                 TVARAPPORT (SEE HABILITATIONS).
000130*----------------------------------------------------------------

000140 ENVIRONMENT DIVISION.

000290 WORKING-STORAGE SECTION.

000295     COPY "HABILITATION.cpy".

000300 01  WS-CUMUL-STATUS          PIC X(02).
000310     88 CUMUL-OK                      VALUE "00".

000380* 0000-MAINLINE
000390*----------------------------------------------------------------
000400 0000-MAINLINE.
000401     MOVE "TVARAPPORT" TO HAB-PROGRAMME.
000402     CALL "HABILITER" USING HAB-ZONE.
000403     IF NOT HAB-AUTORISE
000404         GOBACK
000405     END-IF.
000410     PERFORM 1000-EDITER-RAPPORT
000420         THRU 1000-EDITER-RAPPORT-EXIT.
000430     STOP RUN.
