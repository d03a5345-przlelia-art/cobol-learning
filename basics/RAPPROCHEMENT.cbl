000162*                 THIS AS A STEP WITHOUT ENDING THE WHOLE RUN UNIT,
000163*                 THE SAME CHANGE THE FICHIERS SUITE MADE FOR
000164*                 LOTFICHIERS.
000172* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000180*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000188*                 RAPPROCHEMENT (SEE HABILITATIONS).
000190* 2026-10-15  LM  APPEND A COMPLETION LINE TO JOURNAL.TXT WITH
000192*                 THE NUMBER OF RECORDS HANDLED, SO CHRONOLOT CAN
000194*                 SET EACH NIGHTLY STEP'S DURATION AGAINST ITS
000196*                 VOLUME.
000199*----------------------------------------------------------------

000160 ENVIRONMENT DIVISION.
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-TRANS-STATUS.

000262     SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
000264         ORGANIZATION IS LINE SEQUENTIAL
000266         FILE STATUS IS WS-JOURNAL-STATUS.

000270 DATA DIVISION.
000280 FILE SECTION.

000330 FD  TRANSACTIONS-FILE.
000340     COPY "MOUVEMENT-RECORD.cpy".

000350 FD  JOURNAL-FILE.
000360     COPY "JOURNAL-RECORD.cpy".

000400 WORKING-STORAGE SECTION.

000405     COPY "HABILITATION.cpy".

000410*----------------------------------------------------------------
000420* SIGNALES TABLE - DISTINCT UNMATCHED ACCOUNT NUMBERS ALREADY
000430* REPORTED, SO EACH ONE IS LISTED ONCE NO MATTER HOW MANY

000490 01  WS-NB-SIGNALES           PIC 9(04) VALUE ZERO.

000491 01  WS-NB-MOUVEMENTS         PIC 9(06) VALUE ZERO.

000491 01  WS-TROP-PLEIN            PIC X(01) VALUE "N".
000492     88 TABLE-PLEINE                  VALUE "O".

000580     05 WS-FIN-TRANS          PIC X(01) VALUE "N".
000590         88 FIN-TRANSACTIONS          VALUE "Y".

000593 01  WS-JOURNAL-STATUS        PIC X(02).
000596     88 JOURNAL-OK                    VALUE "00".

000600 PROCEDURE DIVISION.

000610*----------------------------------------------------------------
000620* 0000-MAINLINE
000630*----------------------------------------------------------------
000640 0000-MAINLINE.
000641     MOVE "RAPPROCHEMENT" TO HAB-PROGRAMME.
000642     CALL "HABILITER" USING HAB-ZONE.
000643     IF NOT HAB-AUTORISE
000644         GOBACK
000645     END-IF.
000650     PERFORM 1000-RAPPROCHER
000660         THRU 1000-RAPPROCHER-EXIT.
000663     PERFORM 8000-TRACER-JOURNAL
000666         THRU 8000-TRACER-JOURNAL-EXIT.
000670     GOBACK.

000680*----------------------------------------------------------------
000830                 READ TRANSACTIONS-FILE
000840                     AT END SET FIN-TRANSACTIONS TO TRUE
000850                     NOT AT END
000855                        ADD 1 TO WS-NB-MOUVEMENTS
000860                         PERFORM 1100-CONTROLER-MOUVEMENT
000870                             THRU 1100-CONTROLER-MOUVEMENT-EXIT
000880                 END-READ
001310     END-PERFORM.
001320 1200-VERIFIER-DEJA-SIGNALE-EXIT.
001330     EXIT.

001331*----------------------------------------------------------------
001332* 8000-TRACER-JOURNAL - APPEND ONE COMPLETION LINE TO JOURNAL.TXT
001333*----------------------------------------------------------------
001334 8000-TRACER-JOURNAL.
001335     MOVE SPACES TO JOURNAL-RECORD.
001336     MOVE "RAPPROCHEMENT" TO JNL-PROGRAMME.
001337     ACCEPT JNL-DATE FROM DATE YYYYMMDD.
001338     ACCEPT JNL-HEURE FROM TIME.
001339     MOVE "Rapprochement des mouvements effectue" TO JNL-MESSAGE.
001340     MOVE WS-NB-MOUVEMENTS TO JNL-NB-ENREGISTREMENTS.
001341     OPEN EXTEND JOURNAL-FILE.
001342     IF NOT JOURNAL-OK
001343         CLOSE JOURNAL-FILE
001344         OPEN OUTPUT JOURNAL-FILE
001345     END-IF.
001346     WRITE JOURNAL-RECORD.
001347     CLOSE JOURNAL-FILE.
001348 8000-TRACER-JOURNAL-EXIT.
001349     EXIT.
