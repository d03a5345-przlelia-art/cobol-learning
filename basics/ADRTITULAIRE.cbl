000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ADRTITULAIRE.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW SUBPROGRAM. THE POSTAL BLOCK OF AN ACCOUNT
000110*                 FROM TITULAIRES.DAT : ONE LINE PER HOLDER'S
000120*                 NAME (MAIN HOLDER FIRST), THEN THE MAIN HOLDER'S
000130*                 STREET AND POSTAL CODE / CITY. SHARED BY SOLDE,
000140*                 SOLDEBATCH AND COMPTEFERMER SO THE STATEMENT,
000150*                 THE WATCH-LIST AND THE CLOSURE LETTER ADDRESS
000160*                 THE SAME WAY. NO HOLDER ON FILE RETURNS ZERO
000170*                 LINES.
000180*----------------------------------------------------------------

000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.

000220     SELECT TITULAIRES-FILE ASSIGN TO "TITULAIRES.DAT"
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS DYNAMIC
000250         RECORD KEY IS TIT-CLE
000260         FILE STATUS IS WS-TITULAIRES-STATUS.

000270 DATA DIVISION.
000280 FILE SECTION.

000290 FD  TITULAIRES-FILE.
000300     COPY "TITULAIRE-RECORD.cpy".

000310 WORKING-STORAGE SECTION.

000320 01  WS-TITULAIRES-STATUS     PIC X(02).
000330     88 TITULAIRES-OK                 VALUE "00".

000340 01  WS-FIN-TITULAIRES        PIC X(01).
000350     88 FIN-TITULAIRES                VALUE "Y".

000360 01  WS-RUE                   PIC X(40).
000370 01  WS-LOCALITE              PIC X(40).

000380 LINKAGE SECTION.

000390 01  LK-COMPTE                PIC X(06).
000400 01  LK-NB-LIGNES             PIC 9(01).
000410 01  LK-BLOC-ADRESSE.
000420     05 LK-LIGNE OCCURS 6 TIMES PIC X(40).

000430 PROCEDURE DIVISION USING LK-COMPTE LK-NB-LIGNES LK-BLOC-ADRESSE.

000440*----------------------------------------------------------------
000450* 0000-MAINLINE - EVERY HOLDER OF THE ACCOUNT IN RANK ORDER
000460*----------------------------------------------------------------
000470 0000-MAINLINE.
000480     MOVE ZERO TO LK-NB-LIGNES.
000490     MOVE SPACES TO LK-BLOC-ADRESSE.
000500     MOVE SPACES TO WS-RUE WS-LOCALITE.
000510     MOVE "N" TO WS-FIN-TITULAIRES.
000520     OPEN INPUT TITULAIRES-FILE.
000530     IF NOT TITULAIRES-OK
000540         GO TO 0000-FIN
000550     END-IF.
000560     MOVE LK-COMPTE TO TIT-COMPTE.
000570     MOVE ZERO TO TIT-RANG.
000580     START TITULAIRES-FILE KEY IS NOT LESS THAN TIT-CLE
000590         INVALID KEY SET FIN-TITULAIRES TO TRUE
000600     END-START.
000610     PERFORM UNTIL FIN-TITULAIRES
000620         READ TITULAIRES-FILE NEXT
000630             AT END SET FIN-TITULAIRES TO TRUE
000640             NOT AT END
000650                 IF TIT-COMPTE NOT = LK-COMPTE
000660                     SET FIN-TITULAIRES TO TRUE
000670                 ELSE
000680                     PERFORM 1000-AJOUTER-TITULAIRE
000690                         THRU 1000-AJOUTER-TITULAIRE-EXIT
000700                 END-IF
000710         END-READ
000720     END-PERFORM.
000730     CLOSE TITULAIRES-FILE.
000740     IF LK-NB-LIGNES > ZERO
000750         ADD 1 TO LK-NB-LIGNES
000760         MOVE WS-RUE TO LK-LIGNE(LK-NB-LIGNES)
000770         ADD 1 TO LK-NB-LIGNES
000780         MOVE WS-LOCALITE TO LK-LIGNE(LK-NB-LIGNES)
000790     END-IF.
000800 0000-FIN.
000810     GOBACK.

000820*----------------------------------------------------------------
000830* 1000-AJOUTER-TITULAIRE - ONE NAME LINE; THE FIRST HOLDER READ
000840* GIVES THE ADDRESS. FOUR NAMES AT MOST FIT THE BLOCK
000850*----------------------------------------------------------------
000860 1000-AJOUTER-TITULAIRE.
000870     IF LK-NB-LIGNES = 4
000880         GO TO 1000-AJOUTER-TITULAIRE-EXIT
000890     END-IF.
000900     ADD 1 TO LK-NB-LIGNES.
000910     MOVE TIT-NOM TO LK-LIGNE(LK-NB-LIGNES).
000920     IF LK-NB-LIGNES = 1
000930         MOVE TIT-ADRESSE TO WS-RUE
000940         STRING TIT-CODE-POSTAL " " TIT-VILLE
000950             DELIMITED BY SIZE INTO WS-LOCALITE
000960     END-IF.
000970 1000-AJOUTER-TITULAIRE-EXIT.
000980     EXIT.
