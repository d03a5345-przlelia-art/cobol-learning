000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    REPRISELOG.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW SUBPROGRAM. ONE SHARED APPEND TO THE
000110*                 RECOVERY LOG REPRISE.DAT FOR THE PROGRAMS THAT
000120*                 UPDATE AN ORDER ACROSS SEVERAL FILES (COMMANDE,
000130*                 COMMANDEANNULER, COMMANDERETOUR,
000140*                 RELIQUATLIBERER). THE FILE IS CLOSED AFTER
000150*                 EVERY LINE SO NOTHING IS LEFT IN A BUFFER WHEN
000160*                 A SESSION DIES - REPRISE READS IT BACK. SHARED
000170*                 THE WAY MVTSTOCK IS FOR STOCK MOVEMENTS.
000180*----------------------------------------------------------------
000190
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230
000240     SELECT REPRISE-FILE ASSIGN TO "REPRISE.DAT"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-REPRISE-STATUS.
000270
000280 DATA DIVISION.
000290 FILE SECTION.
000300
000310 FD  REPRISE-FILE.
000320 01  REPRISE-LIGNE            PIC X(191).
000330
000340 WORKING-STORAGE SECTION.
000350
000360 01  WS-REPRISE-STATUS        PIC X(02).
000370     88 REPRISE-OK                    VALUE "00".
000380
000390 LINKAGE SECTION.
000400
000410 01  LK-REPRISE               PIC X(191).
000420
000430 PROCEDURE DIVISION USING LK-REPRISE.
000440
000450*----------------------------------------------------------------
000460* 0000-MAINLINE - APPEND ONE LOG LINE AND RETURN
000470*----------------------------------------------------------------
000480 0000-MAINLINE.
000490     OPEN EXTEND REPRISE-FILE.
000500     IF NOT REPRISE-OK
000510         CLOSE REPRISE-FILE
000520         OPEN OUTPUT REPRISE-FILE
000530     END-IF.
000540     MOVE LK-REPRISE TO REPRISE-LIGNE.
000550     WRITE REPRISE-LIGNE.
000560     CLOSE REPRISE-FILE.
000570     GOBACK.
