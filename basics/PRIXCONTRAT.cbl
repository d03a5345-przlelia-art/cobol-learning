000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PRIXCONTRAT.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW SUBPROGRAM. RESOLVES A CUSTOMER'S CONTRACT
000110*                 PRICE FOR A PRODUCT ON A GIVEN DATE FROM
000120*                 CONTRATS.DAT (MAINTAINED BY CONTRATSMAJ) : AMONG
000130*                 THE CONTRACTS WHOSE WINDOW COVERS THE DATE, THE
000140*                 ONE THAT STARTED LAST WINS. NO CONTRACT MEANS
000150*                 THE CALLER GOES ON TO PRIXEFFECTIF, THEN
000155*                 PROD-PRIX.
000160*                 SHARED BY COMMANDE, DEVIS AND COMMANDEIMPORT THE
000170*                 WAY PRIXEFFECTIF IS.
000180*----------------------------------------------------------------

000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.

000220     SELECT CONTRAT-FILE ASSIGN TO "CONTRATS.DAT"
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS DYNAMIC
000250         RECORD KEY IS CTR-CLE
000260         FILE STATUS IS WS-CONTRAT-STATUS.

000270 DATA DIVISION.
000280 FILE SECTION.

000290 FD  CONTRAT-FILE.
000300     COPY "CONTRAT-RECORD.cpy".

000310 WORKING-STORAGE SECTION.

000320 01  WS-CONTRAT-STATUS        PIC X(02).
000330     88 CONTRAT-OK                    VALUE "00".

000340 01  WS-SWITCHES.
000350     05 WS-FIN-CONTRATS       PIC X(01).
000360         88 FIN-CONTRATS              VALUE "Y".

000370 LINKAGE SECTION.

000380 01  LK-CLIENT                PIC X(10).
000390 01  LK-CODE-PROD             PIC X(04).
000400 01  LK-DATE                  PIC 9(08).
000410 01  LK-PRIX                  PIC 9(05)V99.
000420 01  LK-TROUVE                PIC X(01).

000430 PROCEDURE DIVISION USING LK-CLIENT LK-CODE-PROD LK-DATE
000440                          LK-PRIX LK-TROUVE.

000450*----------------------------------------------------------------
000460* 0000-MAINLINE - START ON THE CUSTOMER/PRODUCT PAIR AND WALK ITS
000470* CONTRACTS IN START-DATE ORDER, KEEPING THE LAST ONE IN FORCE
000480*----------------------------------------------------------------
000490 0000-MAINLINE.
000500     MOVE "N" TO LK-TROUVE.
000510     MOVE "N" TO WS-FIN-CONTRATS.
000520     IF LK-CLIENT = SPACES
000530         GOBACK
000540     END-IF.
000550     OPEN INPUT CONTRAT-FILE.
000560     IF NOT CONTRAT-OK
000570         GOBACK
000580     END-IF.
000590     MOVE LK-CLIENT    TO CTR-CLIENT.
000600     MOVE LK-CODE-PROD TO CTR-CODE-PROD.
000610     MOVE ZERO         TO CTR-DATE-DEBUT.
000620     START CONTRAT-FILE KEY IS NOT LESS THAN CTR-CLE
000630         INVALID KEY SET FIN-CONTRATS TO TRUE
000640     END-START.
000650     PERFORM UNTIL FIN-CONTRATS
000660         READ CONTRAT-FILE NEXT RECORD
000670             AT END SET FIN-CONTRATS TO TRUE
000680             NOT AT END
000690                 IF CTR-CLIENT NOT = LK-CLIENT
000700                     OR CTR-CODE-PROD NOT = LK-CODE-PROD
000710                     OR CTR-DATE-DEBUT > LK-DATE
000720                     SET FIN-CONTRATS TO TRUE
000730                 ELSE
000740                     IF CTR-DATE-FIN = ZERO
000750                         OR CTR-DATE-FIN >= LK-DATE
000760                         MOVE CTR-PRIX TO LK-PRIX
000770                         MOVE "O" TO LK-TROUVE
000780                     END-IF
000790                 END-IF
000800         END-READ
000810     END-PERFORM.
000820     CLOSE CONTRAT-FILE.
000830     GOBACK.
