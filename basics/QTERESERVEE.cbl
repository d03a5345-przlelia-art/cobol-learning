000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    QTERESERVEE.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW SUBPROGRAM. RETURNS THE QUANTITY OF A
000110*                 PRODUCT HELD BY QUOTES ON DEVIS.DAT ON A GIVEN
000120*                 DATE : ACTIVE (NOT CONVERTED), MARKED
000130*                 DEV-STOCK-RESERVE AND NOT PAST DEV-EXPIRATION. A
000140*                 QUOTE NUMBER CAN BE LEFT OUT (DEVIS CONVERTING
000150*                 ITS OWN QUOTE); ZERO LEAVES NONE OUT. THE
000160*                 CALLER'S AVAILABLE STOCK IS THE BOUTIQUE STOCK
000170*                 LESS THIS FIGURE. SHARED BY COMMANDE,
000180*                 COMMANDEIMPORT AND DEVIS THE WAY PRIXEFFECTIF
000190*                 IS.
000200*----------------------------------------------------------------

000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.

000240     SELECT DEVIS-FILE ASSIGN TO "DEVIS.DAT"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-DEVIS-STATUS.

000270 DATA DIVISION.
000280 FILE SECTION.

000290 FD  DEVIS-FILE.
000300     COPY "DEVIS-RECORD.cpy".

000310 WORKING-STORAGE SECTION.

000320 01  WS-DEVIS-STATUS          PIC X(02).
000330     88 DEVIS-OK                      VALUE "00".

000340 01  WS-SWITCHES.
000350     05 WS-FIN-DEVIS          PIC X(01).
000360         88 FIN-DEVIS                 VALUE "Y".

000370 LINKAGE SECTION.

000380 01  LK-CODE-PROD             PIC X(04).
000390 01  LK-DATE                  PIC 9(08).
000400 01  LK-DEVIS-EXCLU           PIC 9(08).
000410 01  LK-QTE-RESERVEE          PIC 9(07).

000420 PROCEDURE DIVISION USING LK-CODE-PROD LK-DATE LK-DEVIS-EXCLU
000430                          LK-QTE-RESERVEE.

000440*----------------------------------------------------------------
000450* 0000-MAINLINE - ONE PASS OVER THE QUOTE FILE
000460*----------------------------------------------------------------
000470 0000-MAINLINE.
000480     MOVE ZERO TO LK-QTE-RESERVEE.
000490     MOVE "N" TO WS-FIN-DEVIS.
000500     OPEN INPUT DEVIS-FILE.
000510     IF NOT DEVIS-OK
000520         GOBACK
000530     END-IF.
000540     PERFORM UNTIL FIN-DEVIS
000550         READ DEVIS-FILE
000560             AT END SET FIN-DEVIS TO TRUE
000570             NOT AT END
000580                 IF DEV-CODE-PROD = LK-CODE-PROD
000590                     AND DEV-ACTIF AND DEV-STOCK-RESERVE
000600                     AND DEV-EXPIRATION >= LK-DATE
000610                     AND DEV-NUM NOT = LK-DEVIS-EXCLU
000620                     ADD DEV-QUANTITE TO LK-QTE-RESERVEE
000630                 END-IF
000640         END-READ
000650     END-PERFORM.
000660     CLOSE DEVIS-FILE.
000670     GOBACK.
