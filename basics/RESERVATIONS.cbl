000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RESERVATIONS.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. LISTS THE STOCK HELD TODAY BY OPEN
000110*                 QUOTES (DEVIS.DAT, DEV-STOCK-RESERVE, NOT
000120*                 CONVERTED, NOT EXPIRED) : QUOTE, CUSTOMER,
000130*                 PRODUCT, QUANTITY AND EXPIRY, WITH THE PRODUCT'S
000140*                 BOUTIQUE STOCK, THEN THE TOTALS. THE SAME RULE
000150*                 QTERESERVEE APPLIES FOR COMMANDE.
000152* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000154*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000156*                 RESERVATIONS (SEE HABILITATIONS).
000160*----------------------------------------------------------------

000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.

000200     SELECT DEVIS-FILE ASSIGN TO "DEVIS.DAT"
000210         ORGANIZATION IS LINE SEQUENTIAL
000220         FILE STATUS IS WS-DEVIS-STATUS.

000230     SELECT PRODUIT-FILE ASSIGN TO "PRODUITS.DAT"
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS PROD-CODE
000270         ALTERNATE RECORD KEY IS PROD-EAN
000280             WITH DUPLICATES
000290         FILE STATUS IS WS-PRODUIT-STATUS.

000300 DATA DIVISION.
000310 FILE SECTION.

000320 FD  DEVIS-FILE.
000330     COPY "DEVIS-RECORD.cpy".

000340 FD  PRODUIT-FILE.
000350     COPY "PRODUIT-RECORD.cpy".

000360 WORKING-STORAGE SECTION.

000365     COPY "HABILITATION.cpy".

000370 01  WS-DATE-JOUR            PIC 9(08).

000380 01  WS-MESSAGE-STATUT       PIC X(40).

000390 01  WS-DEVIS-STATUS         PIC X(02).
000400     88 DEVIS-OK                      VALUE "00".

000410 01  WS-PRODUIT-STATUS       PIC X(02).
000420     88 PRODUIT-OK                    VALUE "00".

000430 01  WS-SWITCHES.
000440     05 WS-FIN-DEVIS         PIC X(01) VALUE "N".
000450         88 FIN-DEVIS                 VALUE "Y".

000460 01  WS-NB-RESERVES          PIC 9(04) VALUE ZERO.
000470 01  WS-QTE-TOTALE           PIC 9(07) VALUE ZERO.

000480 PROCEDURE DIVISION.

000490*----------------------------------------------------------------
000500* 0000-MAINLINE
000510*----------------------------------------------------------------
000520 0000-MAINLINE.
000521     MOVE "RESERVATIONS" TO HAB-PROGRAMME.
000522     CALL "HABILITER" USING HAB-ZONE.
000523     IF NOT HAB-AUTORISE
000524         GOBACK
000525     END-IF.
000530     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
000540     PERFORM 1000-LISTER-RESERVATIONS
000550         THRU 1000-LISTER-RESERVATIONS-EXIT.
000560     STOP RUN.

000570*----------------------------------------------------------------
000580* 1000-LISTER-RESERVATIONS - ONE PASS OVER THE QUOTE FILE
000590*----------------------------------------------------------------
000600 1000-LISTER-RESERVATIONS.
000610     OPEN INPUT DEVIS-FILE.
000620     IF NOT DEVIS-OK
000630         DISPLAY "Aucun devis enregistre"
000640         GO TO 1000-LISTER-RESERVATIONS-EXIT
000650     END-IF.
000660     OPEN INPUT PRODUIT-FILE.
000670     IF NOT PRODUIT-OK
000680         CALL "FICHSTAT" USING WS-PRODUIT-STATUS
000690             WS-MESSAGE-STATUT
000700         DISPLAY "PRODUITS.DAT : "
000710             FUNCTION TRIM(WS-MESSAGE-STATUT)
000720         CLOSE DEVIS-FILE
000730         GO TO 1000-LISTER-RESERVATIONS-EXIT
000740     END-IF.
000750     DISPLAY "=== STOCK RESERVE PAR DEVIS AU " WS-DATE-JOUR
000760         " ===".
000770     DISPLAY "DEVIS    CLIENT     PROD QTE   JUSQU'AU"
000780         " STOCK BOUTIQUE".
000790     PERFORM UNTIL FIN-DEVIS
000800         READ DEVIS-FILE
000810             AT END SET FIN-DEVIS TO TRUE
000820             NOT AT END
000830                 IF DEV-ACTIF AND DEV-STOCK-RESERVE
000840                     AND DEV-EXPIRATION >= WS-DATE-JOUR
000850                     PERFORM 1100-EDITER-UNE-RESERVATION
000860                         THRU 1100-EDITER-UNE-RESERVATION-EXIT
000870                 END-IF
000880         END-READ
000890     END-PERFORM.
000900     CLOSE DEVIS-FILE.
000910     CLOSE PRODUIT-FILE.
000920     DISPLAY " ".
000930     DISPLAY "Reservations actives : " WS-NB-RESERVES
000940         " - quantite totale : " WS-QTE-TOTALE.
000950 1000-LISTER-RESERVATIONS-EXIT.
000960     EXIT.

000970*----------------------------------------------------------------
000980* 1100-EDITER-UNE-RESERVATION
000990*----------------------------------------------------------------
001000 1100-EDITER-UNE-RESERVATION.
001010     ADD 1 TO WS-NB-RESERVES.
001020     ADD DEV-QUANTITE TO WS-QTE-TOTALE.
001030     MOVE DEV-CODE-PROD TO PROD-CODE.
001040     READ PRODUIT-FILE
001050         INVALID KEY MOVE ZERO TO PROD-STOCK-BOUTIQUE
001060     END-READ.
001070     DISPLAY DEV-NUM " " DEV-CLIENT " " DEV-CODE-PROD " "
001080         DEV-QUANTITE " " DEV-EXPIRATION " " PROD-STOCK-BOUTIQUE.
001090 1100-EDITER-UNE-RESERVATION-EXIT.
001100     EXIT.
