000171* 2026-09-02  LM  THE NUMERO SEARCH VERIFIES THE ID'S CHECK
000172*                 DIGIT (SEE ELEVECLE) BEFORE READING - A TYPO
000173*                 NO LONGER PULLS UP A DIFFERENT REAL STUDENT.
000174* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000175*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000176*                 LIREFICHIER (SEE HABILITATIONS).
000165*----------------------------------------------------------------

000166 ENVIRONMENT DIVISION.

000260 WORKING-STORAGE SECTION.

000265     COPY "HABILITATION.cpy".

000270 01  WS-LIGNE                 PIC X(50).

000280 01  WS-NUMERO                PIC 9(04) VALUE ZERO.
000400* 0000-MAINLINE
000410*----------------------------------------------------------------
000420 0000-MAINLINE.
000421     MOVE "LIREFICHIER" TO HAB-PROGRAMME.
000422     CALL "HABILITER" USING HAB-ZONE.
000423     IF NOT HAB-AUTORISE
000424         GOBACK
000425     END-IF.
000425     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
000426     DISPLAY "Recherche par texte (T) ou par numero (N) ? ".
000427     ACCEPT WS-MODE.
