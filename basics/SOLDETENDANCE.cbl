000130*                 DAYS, MARKING EVERY DAY THE ACCOUNT SAT BELOW
000140*                 THE OVERDRAFT THRESHOLD - "WHEN DID I GO
000150*                 NEGATIVE" FINALLY HAS AN ANSWER.
000152* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000154*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000156*                 SOLDETENDANCE (SEE HABILITATIONS).
000160*----------------------------------------------------------------
000170
000180 ENVIRONMENT DIVISION.
000390
000400 WORKING-STORAGE SECTION.
000410
000413     COPY "HABILITATION.cpy".
000416
000420 01  WS-COMPTE               PIC X(06).
000430 01  WS-NB-JOURS             PIC 9(04).
000440 01  WS-DATE-JOUR            PIC 9(08).
000620* 0000-MAINLINE
000630*----------------------------------------------------------------
000640 0000-MAINLINE.
000641     MOVE "SOLDETENDANCE" TO HAB-PROGRAMME.
000642     CALL "HABILITER" USING HAB-ZONE.
000643     IF NOT HAB-AUTORISE
000644         GOBACK
000645     END-IF.
000650     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
000660     DISPLAY "Numero de compte : ".
000670     ACCEPT WS-COMPTE.
