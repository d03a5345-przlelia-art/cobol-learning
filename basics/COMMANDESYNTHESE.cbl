000162*                 THIS AS A STEP WITHOUT ENDING THE WHOLE RUN UNIT,
000163*                 THE SAME CHANGE THE FICHIERS SUITE MADE FOR
000164*                 LOTFICHIERS.
000172* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000180*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000188*                 COMMANDESYNTHESE (SEE HABILITATIONS).
000190* 2026-10-15  LM  APPEND A COMPLETION LINE TO JOURNAL.TXT WITH
000192*                 THE NUMBER OF RECORDS HANDLED, SO CHRONOLOT CAN
000194*                 SET EACH NIGHTLY STEP'S DURATION AGAINST ITS
000196*                 VOLUME.
000199*----------------------------------------------------------------

000150 ENVIRONMENT DIVISION.
000194         RECORD KEY IS OR-CLE
000200         FILE STATUS IS WS-ORDERS-STATUS.

000202     SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
000204         ORGANIZATION IS LINE SEQUENTIAL
000206         FILE STATUS IS WS-JOURNAL-STATUS.

000210 DATA DIVISION.
000220 FILE SECTION.

000342                   ==CMD-EN-ATTENTE== BY ==OR-EN-ATTENTE==
000343                   ==CMD-EXPEDIEE==   BY ==OR-EXPEDIEE==
000344                   ==CMD-LIVREE==     BY ==OR-LIVREE==
000345                   ==CMD-VILLE==      BY ==OR-VILLE==
000346                   ==CMD-PRIX-SRC==   BY ==OR-PRIX-SRC==
000347                   ==CMD-PX-CONTRAT== BY ==OR-PX-CONTRAT==
000348                   ==CMD-PX-TARIF==   BY ==OR-PX-TARIF==
000349                   ==CMD-PX-CATALOGUE== BY ==OR-PX-CATALOGUE==
000350                   ==CMD-CAMPAGNE==   BY ==OR-CAMPAGNE==
000351                   ==CMD-DATE-PROMISE== BY ==OR-DATE-PROMISE==
000352                   ==CMD-DATE-LIVREE== BY ==OR-DATE-LIVREE==
000353                   ==CMD-FRAIS-PORT== BY ==OR-FRAIS-PORT==
000354                   ==CMD-CODE-ORIG==  BY ==OR-CODE-ORIG==
000355                   ==CMD-REPRESENTANT== BY ==OR-REPRESENTANT==
000356                   ==CMD-MODE-REGL==  BY ==OR-MODE-REGL==
000357                   ==CMD-REGL-ESPECES== BY ==OR-REGL-ESPECES==
000358                   ==CMD-REGL-CARTE== BY ==OR-REGL-CARTE==
000359                   ==CMD-REGL-CHEQUE== BY ==OR-REGL-CHEQUE==
000360                   ==CMD-REGL-COMPTE== BY ==OR-REGL-COMPTE==
000361                   ==CMD-ENCAISSE==   BY ==OR-ENCAISSE==
000362                   ==CMD-REF-WEB==    BY ==OR-REF-WEB==.

000363 FD  JOURNAL-FILE.
000364     COPY "JOURNAL-RECORD.cpy".

000345 WORKING-STORAGE SECTION.

000346     COPY "HABILITATION.cpy".

000346*----------------------------------------------------------------
000347* SYNTHESE TABLE - ONE ENTRY PER DISTINCT PROD-CODE SEEN ON
000348* ORDERS.DAT, WITH RUNNING QUANTITY AND REVENUE TOTALS

000355 01  WS-NB-PRODUITS           PIC 9(04) VALUE ZERO.

000356 01  WS-NB-COMMANDES          PIC 9(06) VALUE ZERO.

000356 01  WS-TROP-PLEIN            PIC X(01) VALUE "N".
000357     88 TABLE-PLEINE                  VALUE "O".

000420     05 WS-FIN-ORDERS         PIC X(01) VALUE "N".
000430         88 FIN-ORDERS                 VALUE "Y".

000433 01  WS-JOURNAL-STATUS        PIC X(02).
000436     88 JOURNAL-OK                    VALUE "00".

000440 PROCEDURE DIVISION.

000450*----------------------------------------------------------------
000460* 0000-MAINLINE
000470*----------------------------------------------------------------
000480 0000-MAINLINE.
000481     MOVE "COMMANDESYNTHESE" TO HAB-PROGRAMME.
000482     CALL "HABILITER" USING HAB-ZONE.
000483     IF NOT HAB-AUTORISE
000484         GOBACK
000485     END-IF.
000490     PERFORM 1000-CUMULER-COMMANDES
000500         THRU 1000-CUMULER-COMMANDES-EXIT.
000510     PERFORM 2000-AFFICHER-SYNTHESE
000520         THRU 2000-AFFICHER-SYNTHESE-EXIT.
000523     PERFORM 8000-TRACER-JOURNAL
000526         THRU 8000-TRACER-JOURNAL-EXIT.
000530     GOBACK.

000540*----------------------------------------------------------------
000630             READ ORDERS-FILE
000640                 AT END SET FIN-ORDERS TO TRUE
000650                 NOT AT END
000655                    ADD 1 TO WS-NB-COMMANDES
000660                     PERFORM 1100-CUMULER-UNE-COMMANDE
000670                         THRU 1100-CUMULER-UNE-COMMANDE-EXIT
000680             END-READ
001210     DISPLAY "Produits distincts : " WS-NB-PRODUITS.
001220 2000-AFFICHER-SYNTHESE-EXIT.
001230     EXIT.

001231*----------------------------------------------------------------
001232* 8000-TRACER-JOURNAL - APPEND ONE COMPLETION LINE TO JOURNAL.TXT
001233*----------------------------------------------------------------
001234 8000-TRACER-JOURNAL.
001235     MOVE SPACES TO JOURNAL-RECORD.
001236     MOVE "COMMANDESYNTHES" TO JNL-PROGRAMME.
001237     ACCEPT JNL-DATE FROM DATE YYYYMMDD.
001238     ACCEPT JNL-HEURE FROM TIME.
001239     MOVE "Synthese des ventes editee" TO JNL-MESSAGE.
001240     MOVE WS-NB-COMMANDES TO JNL-NB-ENREGISTREMENTS.
001241     OPEN EXTEND JOURNAL-FILE.
001242     IF NOT JOURNAL-OK
001243         CLOSE JOURNAL-FILE
001244         OPEN OUTPUT JOURNAL-FILE
001245     END-IF.
001246     WRITE JOURNAL-RECORD.
001247     CLOSE JOURNAL-FILE.
001248 8000-TRACER-JOURNAL-EXIT.
001249     EXIT.
