000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    FEUILLECOMPTAGE.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. THE DAY'S CYCLE-COUNT SHEET : ONLY
000110*                 THE PRODUCTS WHOSE NEXT COUNT (PLANNED BY
000120*                 CLASSEABC, MOVED ON BY INVENTAIRE) FALLS ON THE
000130*                 DAY, PLUS ANY STILL OVERDUE, GO TO FEUILCPT.DAT
000140*                 WITH BLANK DEPOT AND BOUTIQUE COLUMNS. THE
000150*                 THEORETICAL STOCK IS LEFT OFF SO THE COUNT STAYS
000160*                 BLIND. THE FIGURES GO BACK THROUGH INVENTAIRE
000170*                 (INVCOMPT.DAT) AS A PARTIAL COUNT.
000172* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000174*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000176*                 FEUILLECOMPTAGE (SEE HABILITATIONS).
000180*----------------------------------------------------------------

000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.

000220     SELECT PRODUIT-FILE ASSIGN TO "PRODUITS.DAT"
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS SEQUENTIAL
000250         RECORD KEY IS PROD-CODE
000260         ALTERNATE RECORD KEY IS PROD-EAN
000270             WITH DUPLICATES
000280         FILE STATUS IS WS-PRODUIT-STATUS.

000290     SELECT FEUILLE-FILE ASSIGN TO "FEUILCPT.DAT"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-FEUILLE-STATUS.

000320 DATA DIVISION.
000330 FILE SECTION.

000340 FD  PRODUIT-FILE.
000350     COPY "PRODUIT-RECORD.cpy".

000360 FD  FEUILLE-FILE.
000370 01  FEUILLE-LIGNE           PIC X(80).

000380 WORKING-STORAGE SECTION.

000385     COPY "HABILITATION.cpy".

000390 01  WS-DATE-JOUR            PIC 9(08).
000400 01  WS-DATE-FEUILLE         PIC 9(08).
000410 01  WS-MESSAGE-STATUT       PIC X(40).

000420 01  WS-PRODUIT-STATUS       PIC X(02).
000430     88 PRODUIT-OK                    VALUE "00".

000440 01  WS-FEUILLE-STATUS       PIC X(02).
000450     88 FEUILLE-OK                    VALUE "00".

000460 01  WS-SWITCHES.
000470     05 WS-FIN-PRODUITS      PIC X(01) VALUE "N".
000480         88 FIN-PRODUITS              VALUE "Y".

000490 01  WS-NB-A-COMPTER         PIC 9(04) VALUE ZERO.
000500 01  WS-NB-EN-RETARD         PIC 9(04) VALUE ZERO.

000510*----------------------------------------------------------------
000520* DETAIL - ONE SHEET LINE, THE COUNTER WRITES IN THE BLANKS
000530*----------------------------------------------------------------
000540 01  WS-LIGNE-DETAIL.
000550     05 WS-DET-CODE          PIC X(04).
000560     05 FILLER               PIC X(02) VALUE SPACES.
000570     05 WS-DET-LIBELLE       PIC X(20).
000580     05 FILLER               PIC X(02) VALUE SPACES.
000590     05 WS-DET-CLASSE        PIC X(01).
000600     05 FILLER               PIC X(02) VALUE SPACES.
000610     05 WS-DET-PREVU         PIC 9(08).
000620     05 FILLER               PIC X(02) VALUE SPACES.
000630     05 FILLER               PIC X(15) VALUE "Depot ______".
000640     05 FILLER               PIC X(16) VALUE "Boutique ______".
000650     05 WS-DET-RETARD        PIC X(06).

000660 PROCEDURE DIVISION.

000670*----------------------------------------------------------------
000680* 0000-MAINLINE
000690*----------------------------------------------------------------
000700 0000-MAINLINE.
000701     MOVE "FEUILLECOMPTAGE" TO HAB-PROGRAMME.
000702     CALL "HABILITER" USING HAB-ZONE.
000703     IF NOT HAB-AUTORISE
000704         GOBACK
000705     END-IF.
000710     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
000720     DISPLAY "Date de la feuille AAAAMMJJ"
000730         " (defaut aujourd'hui) : ".
000740     MOVE ZERO TO WS-DATE-FEUILLE.
000750     ACCEPT WS-DATE-FEUILLE.
000760     IF WS-DATE-FEUILLE = ZERO
000770         MOVE WS-DATE-JOUR TO WS-DATE-FEUILLE
000780     END-IF.
000790     PERFORM 1000-OUVRIR-FICHIERS
000800         THRU 1000-OUVRIR-FICHIERS-EXIT.
000810     IF NOT PRODUIT-OK OR NOT FEUILLE-OK
000820         GO TO 0000-FIN
000830     END-IF.
000840     PERFORM UNTIL FIN-PRODUITS
000850         READ PRODUIT-FILE
000860             AT END SET FIN-PRODUITS TO TRUE
000870             NOT AT END
000880                 PERFORM 2000-EDITER-PRODUIT
000890                     THRU 2000-EDITER-PRODUIT-EXIT
000900         END-READ
000910     END-PERFORM.
000920     MOVE SPACES TO FEUILLE-LIGNE.
000930     WRITE FEUILLE-LIGNE.
000940     MOVE SPACES TO FEUILLE-LIGNE.
000950     STRING "Produits a compter : " WS-NB-A-COMPTER
000960         " dont en retard : " WS-NB-EN-RETARD
000970         DELIMITED BY SIZE INTO FEUILLE-LIGNE.
000980     WRITE FEUILLE-LIGNE.
000990     CLOSE FEUILLE-FILE.
001000     CLOSE PRODUIT-FILE.
001010     DISPLAY "Produits a compter : " WS-NB-A-COMPTER
001020         " (en retard : " WS-NB-EN-RETARD ")".
001030     IF WS-NB-A-COMPTER > ZERO
001040         DISPLAY "Feuille dans FEUILCPT.DAT - saisir les"
001050             " quantites par INVENTAIRE"
001060     END-IF.
001070 0000-FIN.
001080     STOP RUN.

001090*----------------------------------------------------------------
001100* 1000-OUVRIR-FICHIERS - MASTER IN, SHEET OUT WITH ITS HEADING
001110*----------------------------------------------------------------
001120 1000-OUVRIR-FICHIERS.
001130     OPEN INPUT PRODUIT-FILE.
001140     IF NOT PRODUIT-OK
001150         CALL "FICHSTAT" USING WS-PRODUIT-STATUS
001160             WS-MESSAGE-STATUT
001170         DISPLAY "PRODUITS.DAT : "
001180             FUNCTION TRIM(WS-MESSAGE-STATUT)
001190         GO TO 1000-OUVRIR-FICHIERS-EXIT
001200     END-IF.
001210     OPEN OUTPUT FEUILLE-FILE.
001220     IF NOT FEUILLE-OK
001230         CALL "FICHSTAT" USING WS-FEUILLE-STATUS
001240             WS-MESSAGE-STATUT
001250         DISPLAY "FEUILCPT.DAT : "
001260             FUNCTION TRIM(WS-MESSAGE-STATUT)
001270         CLOSE PRODUIT-FILE
001280         GO TO 1000-OUVRIR-FICHIERS-EXIT
001290     END-IF.
001300     MOVE SPACES TO FEUILLE-LIGNE.
001310     STRING "FEUILLE DE COMPTAGE DU " WS-DATE-FEUILLE
001320         DELIMITED BY SIZE INTO FEUILLE-LIGNE.
001330     WRITE FEUILLE-LIGNE.
001340     MOVE "Code  Libelle               Cl  Prevu"
001350         TO FEUILLE-LIGNE.
001360     WRITE FEUILLE-LIGNE.
001370     MOVE ALL "-" TO FEUILLE-LIGNE.
001380     WRITE FEUILLE-LIGNE.
001390 1000-OUVRIR-FICHIERS-EXIT.
001400     EXIT.

001410*----------------------------------------------------------------
001420* 2000-EDITER-PRODUIT - DUE ON THE DAY OR OVERDUE; A PRODUCT NOT
001430* YET PLANNED (ZERO) IS NOT ON ANY SHEET
001440*----------------------------------------------------------------
001450 2000-EDITER-PRODUIT.
001460     IF PROD-PROCH-COMPTAGE = ZERO
001470         OR PROD-PROCH-COMPTAGE > WS-DATE-FEUILLE
001480         GO TO 2000-EDITER-PRODUIT-EXIT
001490     END-IF.
001500     MOVE PROD-CODE           TO WS-DET-CODE.
001510     MOVE PROD-LIBELLE        TO WS-DET-LIBELLE.
001520     MOVE PROD-CLASSE-ABC     TO WS-DET-CLASSE.
001530     MOVE PROD-PROCH-COMPTAGE TO WS-DET-PREVU.
001540     IF PROD-PROCH-COMPTAGE < WS-DATE-FEUILLE
001550         MOVE "RETARD" TO WS-DET-RETARD
001560         ADD 1 TO WS-NB-EN-RETARD
001570     ELSE
001580         MOVE SPACES TO WS-DET-RETARD
001590     END-IF.
001600     MOVE WS-LIGNE-DETAIL TO FEUILLE-LIGNE.
001610     WRITE FEUILLE-LIGNE.
001620     ADD 1 TO WS-NB-A-COMPTER.
001630 2000-EDITER-PRODUIT-EXIT.
001640     EXIT.
