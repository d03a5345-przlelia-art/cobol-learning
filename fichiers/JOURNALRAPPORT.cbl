000142*                 WARN ON OVERFLOW - THE SUITE ALREADY
000143*                 JOURNALS 9 PROGRAMS, THE NEXT ONE ADDED
000144*                 WOULD HAVE VANISHED FROM THE SYNTHESIS.
000145* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000146*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000147*                 JOURNALRAPPORT (SEE HABILITATIONS).
000145*----------------------------------------------------------------

000160 ENVIRONMENT DIVISION.

000290 WORKING-STORAGE SECTION.

000295     COPY "HABILITATION.cpy".

000300 01  WS-JOURNAL-STATUS         PIC X(02).
000310     88 JOURNAL-OK                     VALUE "00".

000500* 0000-MAINLINE
000510*----------------------------------------------------------------
000520 0000-MAINLINE.
000521     MOVE "JOURNALRAPPORT" TO HAB-PROGRAMME.
000522     CALL "HABILITER" USING HAB-ZONE.
000523     IF NOT HAB-AUTORISE
000524         GOBACK
000525     END-IF.
000530     PERFORM 1000-DEPOUILLER-JOURNAL
000540         THRU 1000-DEPOUILLER-JOURNAL-EXIT.
000550     PERFORM 2000-EDITER-SYNTHESE
