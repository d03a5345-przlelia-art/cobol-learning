000130*                 AND PRODUITS.EXP) RIGHT BEFORE THE COPY STEPS,
000140*                 THE SAME MOVE EXPORTERCSV MADE FOR ELEVES.TXT
000150*                 WHEN IT WENT INDEXED. CALLED BY LOTCOMMERCE.
000151* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000152*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000153*                 EXPORTERCOMMERCE (SEE HABILITATIONS).
000154* 2026-10-15  LM  APPEND A COMPLETION LINE TO JOURNAL.TXT WITH
000155*                 THE NUMBER OF RECORDS HANDLED, SO CHRONOLOT CAN
000156*                 SET EACH NIGHTLY STEP'S DURATION AGAINST ITS
000157*                 VOLUME.
000160*----------------------------------------------------------------
000170
000180 ENVIRONMENT DIVISION.
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-PRDEXP-STATUS.
000430
000432     SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
000434         ORGANIZATION IS LINE SEQUENTIAL
000436         FILE STATUS IS WS-JOURNAL-STATUS.
000438
000440 DATA DIVISION.
000450 FILE SECTION.
000460
000630                   ==CMD-EN-ATTENTE== BY ==OR-EN-ATTENTE==
000640                   ==CMD-EXPEDIEE==   BY ==OR-EXPEDIEE==
000650                   ==CMD-LIVREE==     BY ==OR-LIVREE==
000651                   ==CMD-VILLE==      BY ==OR-VILLE==
000652                   ==CMD-PRIX-SRC==   BY ==OR-PRIX-SRC==
000653                   ==CMD-PX-CONTRAT== BY ==OR-PX-CONTRAT==
000654                   ==CMD-PX-TARIF==   BY ==OR-PX-TARIF==
000655                   ==CMD-PX-CATALOGUE== BY ==OR-PX-CATALOGUE==
000656                   ==CMD-CAMPAGNE==   BY ==OR-CAMPAGNE==
000657                   ==CMD-DATE-PROMISE== BY ==OR-DATE-PROMISE==
000658                   ==CMD-DATE-LIVREE== BY ==OR-DATE-LIVREE==
000659                   ==CMD-FRAIS-PORT== BY ==OR-FRAIS-PORT==
000660                   ==CMD-CODE-ORIG==  BY ==OR-CODE-ORIG==
000661                   ==CMD-REPRESENTANT== BY ==OR-REPRESENTANT==
000662                   ==CMD-MODE-REGL==  BY ==OR-MODE-REGL==
000663                   ==CMD-REGL-ESPECES== BY ==OR-REGL-ESPECES==
000664                   ==CMD-REGL-CARTE== BY ==OR-REGL-CARTE==
000665                   ==CMD-REGL-CHEQUE== BY ==OR-REGL-CHEQUE==
000666                   ==CMD-REGL-COMPTE== BY ==OR-REGL-COMPTE==
000667                   ==CMD-ENCAISSE==   BY ==OR-ENCAISSE==
000668                   ==CMD-REF-WEB==    BY ==OR-REF-WEB==.
000670
000680 FD  PRODUIT-FILE.
000690     COPY "PRODUIT-RECORD.cpy".
000740 FD  PRODUIT-EXPORT.
000750 01  PRDEXP-LIGNE            PIC X(72).
000760
000762 FD  JOURNAL-FILE.
000764     COPY "JOURNAL-RECORD.cpy".
000766
000770 WORKING-STORAGE SECTION.
000780
000783     COPY "HABILITATION.cpy".
000786
000790 01  WS-NB-ORDERS            PIC 9(06) VALUE ZERO.
000800 01  WS-NB-PRODUITS          PIC 9(06) VALUE ZERO.
000810
000970     05 WS-FIN-PRODUITS      PIC X(01) VALUE "N".
000980         88 FIN-PRODUITS              VALUE "Y".
000990
000992 01  WS-JOURNAL-STATUS        PIC X(02).
000994     88 JOURNAL-OK                    VALUE "00".
000996
001000 PROCEDURE DIVISION.
001010
001020*----------------------------------------------------------------
001030* 0000-MAINLINE
001040*----------------------------------------------------------------
001050 0000-MAINLINE.
001051     MOVE "EXPORTERCOMMERCE" TO HAB-PROGRAMME.
001052     CALL "HABILITER" USING HAB-ZONE.
001053     IF NOT HAB-AUTORISE
001054         GOBACK
001055     END-IF.
001060     PERFORM 1000-EXPORTER-ORDERS
001070         THRU 1000-EXPORTER-ORDERS-EXIT.
001080     PERFORM 2000-EXPORTER-PRODUITS
001090         THRU 2000-EXPORTER-PRODUITS-EXIT.
001093     PERFORM 8000-TRACER-JOURNAL
001096         THRU 8000-TRACER-JOURNAL-EXIT.
001100     GOBACK.
001110
001120*----------------------------------------------------------------
001570         " enregistrements".
001580 2000-EXPORTER-PRODUITS-EXIT.
001590     EXIT.
001591
001592*----------------------------------------------------------------
001593* 8000-TRACER-JOURNAL - APPEND ONE COMPLETION LINE TO JOURNAL.TXT
001594*----------------------------------------------------------------
001595 8000-TRACER-JOURNAL.
001596     MOVE SPACES TO JOURNAL-RECORD.
001597     MOVE "EXPORTERCOMMERC" TO JNL-PROGRAMME.
001598     ACCEPT JNL-DATE FROM DATE YYYYMMDD.
001599     ACCEPT JNL-HEURE FROM TIME.
001600     MOVE "Export commandes et produits effectue" TO JNL-MESSAGE.
001601     ADD WS-NB-ORDERS WS-NB-PRODUITS
001602         GIVING JNL-NB-ENREGISTREMENTS.
001603     OPEN EXTEND JOURNAL-FILE.
001604     IF NOT JOURNAL-OK
001605         CLOSE JOURNAL-FILE
001606         OPEN OUTPUT JOURNAL-FILE
001607     END-IF.
001608     WRITE JOURNAL-RECORD.
001609     CLOSE JOURNAL-FILE.
001610 8000-TRACER-JOURNAL-EXIT.
001611     EXIT.
