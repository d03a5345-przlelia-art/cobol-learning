000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CTLPERIODE.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW SUBPROGRAM. POSTING LOCK : TELLS THE CALLER
000110*                 WHETHER A MOVEMENT DATE FALLS IN A LEDGER MONTH
000120*                 CLOSED ON PERIODES.DAT (SEE PERIODECLOTURE).
000130*                 CALLED BEFORE EVERY WRITE TO TRANSACT.DAT BY
000140*                 VIREMENT, VIREMENTVALIDER, ORDRESPERMANENTS,
000150*                 CLOTURECAISSE, EXTOURNE, DOUBLONSREVUE AND
000155*                 PRETS. NO FILE OR NO RECORD MEANS OPEN.
000160*----------------------------------------------------------------

000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.

000200     SELECT PERIODES-FILE ASSIGN TO "PERIODES.DAT"
000210         ORGANIZATION IS INDEXED
000220         ACCESS MODE IS DYNAMIC
000230         RECORD KEY IS PER-MOIS
000240         FILE STATUS IS WS-PERIODES-STATUS.

000250 DATA DIVISION.
000260 FILE SECTION.

000270 FD  PERIODES-FILE.
000280     COPY "PERIODE-RECORD.cpy".

000290 WORKING-STORAGE SECTION.

000300 01  WS-PERIODES-STATUS       PIC X(02).
000310     88 PERIODES-OK                   VALUE "00".

000320 LINKAGE SECTION.

000330 01  LK-DATE                  PIC 9(08).
000340 01  LK-VERDICT               PIC X(01).
000350     88 LK-PERIODE-OUVERTE            VALUE "O".
000360     88 LK-PERIODE-CLOTUREE           VALUE "C".

000370 PROCEDURE DIVISION USING LK-DATE LK-VERDICT.

000380*----------------------------------------------------------------
000390* 0000-MAINLINE
000400*----------------------------------------------------------------
000410 0000-MAINLINE.
000420     SET LK-PERIODE-OUVERTE TO TRUE.
000430     OPEN INPUT PERIODES-FILE.
000440     IF NOT PERIODES-OK
000450         GO TO 0000-FIN
000460     END-IF.
000470     DIVIDE LK-DATE BY 100 GIVING PER-MOIS.
000480     READ PERIODES-FILE
000490         INVALID KEY CONTINUE
000500         NOT INVALID KEY
000510             IF PER-CLOTUREE
000520                 SET LK-PERIODE-CLOTUREE TO TRUE
000530             END-IF
000540     END-READ.
000550     CLOSE PERIODES-FILE.
000560 0000-FIN.
000570     GOBACK.
