000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    KITCOMPOSANTS.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW SUBPROGRAM. RETURNS THE COMPONENT LINES
000110*                 OF A KIT FROM NOMENCL.DAT (MAINTAINED BY
000120*                 NOMENCLMAJ) IN KIT-TABLE. NO LINE, OR NO FILE,
000130*                 MEANS AN ORDINARY PRODUCT : KIT-NB-COMPOSANTS
000140*                 ZERO. SHARED BY COMMANDE, CREDITLIBERER,
000150*                 COMMANDEANNULER, COMMANDERETOUR AND
000160*                 PRODUITSLISTE.
000170*----------------------------------------------------------------

000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.

000210     SELECT NOMENCL-FILE ASSIGN TO "NOMENCL.DAT"
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS DYNAMIC
000240         RECORD KEY IS NOM-CLE
000250         FILE STATUS IS WS-NOMENCL-STATUS.

000260 DATA DIVISION.
000270 FILE SECTION.

000280 FD  NOMENCL-FILE.
000290     COPY "NOMENCL-RECORD.cpy".

000300 WORKING-STORAGE SECTION.

000310 01  WS-NOMENCL-STATUS        PIC X(02).
000320     88 NOMENCL-OK                    VALUE "00".

000330 01  WS-SWITCHES.
000340     05 WS-FIN-NOMENCL        PIC X(01).
000350         88 FIN-NOMENCL               VALUE "Y".

000360 LINKAGE SECTION.

000370 01  LK-KIT                   PIC X(04).
000380     COPY "KIT-TABLE.cpy".

000390 PROCEDURE DIVISION USING LK-KIT KIT-TABLE.

000400*----------------------------------------------------------------
000410* 0000-MAINLINE - START ON THE KIT CODE AND COLLECT ITS LINES
000420*----------------------------------------------------------------
000430 0000-MAINLINE.
000440     MOVE ZERO TO KIT-NB-COMPOSANTS.
000450     MOVE "N" TO WS-FIN-NOMENCL.
000460     OPEN INPUT NOMENCL-FILE.
000470     IF NOT NOMENCL-OK
000480         GOBACK
000490     END-IF.
000500     MOVE LK-KIT     TO NOM-KIT.
000510     MOVE LOW-VALUES TO NOM-COMPOSANT.
000520     START NOMENCL-FILE KEY IS NOT LESS THAN NOM-CLE
000530         INVALID KEY SET FIN-NOMENCL TO TRUE
000540     END-START.
000550     PERFORM UNTIL FIN-NOMENCL
000560         READ NOMENCL-FILE NEXT RECORD
000570             AT END SET FIN-NOMENCL TO TRUE
000580             NOT AT END
000590                 IF NOM-KIT NOT = LK-KIT
000600                     OR KIT-NB-COMPOSANTS = 20
000610                     SET FIN-NOMENCL TO TRUE
000620                 ELSE
000630                     ADD 1 TO KIT-NB-COMPOSANTS
000640                     SET KIT-IDX TO KIT-NB-COMPOSANTS
000650                     MOVE NOM-COMPOSANT TO KIT-COMPOSANT(KIT-IDX)
000660                     MOVE NOM-QUANTITE  TO KIT-QUANTITE(KIT-IDX)
000670                 END-IF
000680         END-READ
000690     END-PERFORM.
000700     CLOSE NOMENCL-FILE.
000710     GOBACK.
