000160*                 DEPOSIT SURFACES THE SAME EVENING, NOT MONTHS
000170*                 LATER. MOVEMENTS FROM BEFORE TR-DATE EXISTED
000180*                 CARRY A BLANK DATE AND FALL OUTSIDE ANY DAY.
000181* 2026-10-15  LM  COUNTS THE DAY'S INVOICES AT THEIR AMOUNT NET
000182*                 OF CREDIT NOTES APPLIED ("V" LINES ON
000183*                 REGLMNTS.DAT), AND TAKES THE CREDIT NOTES
000184*                 REFUNDED THAT DAY (AVOIRS.DAT) OFF WHAT THE
000185*                 TILL SHOULD HOLD.
000186* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000187*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000188*                 CAISSERAPPROCHER (SEE HABILITATIONS).
000190*----------------------------------------------------------------
000200
000210 ENVIRONMENT DIVISION.
000290     SELECT TRANSACTIONS-FILE ASSIGN TO "TRANSACT.DAT"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-TRANS-STATUS.
000311
000312     SELECT REGLEMENT-FILE ASSIGN TO "REGLMNTS.DAT"
000313         ORGANIZATION IS LINE SEQUENTIAL
000314         FILE STATUS IS WS-REGLEMENT-STATUS.
000320
000321     SELECT AVOIRS-FILE ASSIGN TO "AVOIRS.DAT"
000322         ORGANIZATION IS INDEXED
000323         ACCESS MODE IS SEQUENTIAL
000324         RECORD KEY IS AVR-NUM-AVOIR
000325         FILE STATUS IS WS-AVOIRS-STATUS.
000326
000330 DATA DIVISION.
000340 FILE SECTION.
000350
000390 FD  TRANSACTIONS-FILE.
000400     COPY "MOUVEMENT-RECORD.cpy".
000410
000411 FD  REGLEMENT-FILE.
000412     COPY "REGLEMENT-RECORD.cpy".
000413
000414 FD  AVOIRS-FILE.
000415     COPY "AVOIR-RECORD.cpy".
000416
000420 WORKING-STORAGE SECTION.
000430
000433     COPY "HABILITATION.cpy".
000436
000440 01  WS-DATE-DEMANDEE        PIC 9(08).
000450
000460 01  WS-TOTAL-FACTURES       PIC 9(11)V99 VALUE ZERO.
000470 01  WS-TOTAL-DEPOTS         PIC 9(11)V99 VALUE ZERO.
000475 01  WS-TOTAL-REMBOURSEMENTS PIC 9(11)V99 VALUE ZERO.
000480 01  WS-DIFFERENCE           PIC S9(11)V99.
000483 01  WS-AVOIR-FACTURE        PIC 9(09)V99.
000486 01  WS-NET-FACTURE          PIC S9(09)V99.
000490
000500 01  WS-NB-FACTURES          PIC 9(04) VALUE ZERO.
000510 01  WS-NB-DEPOTS            PIC 9(04) VALUE ZERO.
000515 01  WS-NB-REMBOURSEMENTS    PIC 9(04) VALUE ZERO.
000520
000530 01  WS-ENCOURS-STATUS       PIC X(02).
000540     88 ENCOURS-OK                    VALUE "00".
000560 01  WS-TRANS-STATUS         PIC X(02).
000570     88 TRANS-OK                      VALUE "00".
000580
000581 01  WS-REGLEMENT-STATUS     PIC X(02).
000582     88 REGLEMENT-OK                  VALUE "00".
000583
000584 01  WS-AVOIRS-STATUS        PIC X(02).
000585     88 AVOIRS-OK                     VALUE "00".
000586
000590 01  WS-SWITCHES.
000600     05 WS-FIN-ENCOURS       PIC X(01) VALUE "N".
000610         88 FIN-ENCOURS               VALUE "Y".
000620     05 WS-FIN-TRANS         PIC X(01) VALUE "N".
000630         88 FIN-TRANSACTIONS          VALUE "Y".
000632     05 WS-FIN-REGLEMENTS    PIC X(01).
000634         88 FIN-REGLEMENTS            VALUE "Y".
000636     05 WS-FIN-AVOIRS        PIC X(01) VALUE "N".
000638         88 FIN-AVOIRS                VALUE "Y".
000640     05 WS-DETAIL            PIC X(01) VALUE "N".
000650         88 AVEC-DETAIL               VALUE "O".
000660
000710* WHEN THE TWO SIDES DISAGREE
000720*----------------------------------------------------------------
000730 0000-MAINLINE.
000731     MOVE "CAISSERAPPROCHER" TO HAB-PROGRAMME.
000732     CALL "HABILITER" USING HAB-ZONE.
000733     IF NOT HAB-AUTORISE
000734         GOBACK
000735     END-IF.
000740     DISPLAY "Date a rapprocher AAAAMMJJ (vide ="
000750         " aujourd'hui) : ".
000760     MOVE ZERO TO WS-DATE-DEMANDEE.
000820         THRU 1000-TOTALISER-FACTURES-EXIT.
000830     PERFORM 2000-TOTALISER-DEPOTS
000840         THRU 2000-TOTALISER-DEPOTS-EXIT.
000843     PERFORM 3000-TOTALISER-REMBOURSEMENTS
000846         THRU 3000-TOTALISER-REMBOURSEMENTS-EXIT.
000850     DISPLAY "Rapprochement de caisse du " WS-DATE-DEMANDEE.
000860     DISPLAY "-----------------------------------------".
000870     DISPLAY "Factures du jour, nettes des avoirs ("
000876         WS-NB-FACTURES ") : " WS-TOTAL-FACTURES.
000882     DISPLAY "Avoirs rembourses du jour ("
000888         WS-NB-REMBOURSEMENTS ") : " WS-TOTAL-REMBOURSEMENTS.
000890     DISPLAY "Depots DP du jour (" WS-NB-DEPOTS ") : "
000900         WS-TOTAL-DEPOTS.
000910     COMPUTE WS-DIFFERENCE =
000912         WS-TOTAL-FACTURES - WS-TOTAL-REMBOURSEMENTS
000918         - WS-TOTAL-DEPOTS.
000930     IF WS-DIFFERENCE = ZERO
000940         DISPLAY "Caisse et facturation correspondent"
000950     ELSE
001030             THRU 1000-TOTALISER-FACTURES-EXIT
001040         PERFORM 2000-TOTALISER-DEPOTS
001050             THRU 2000-TOTALISER-DEPOTS-EXIT
001052         MOVE "N" TO WS-FIN-AVOIRS
001054         PERFORM 3000-TOTALISER-REMBOURSEMENTS
001056             THRU 3000-TOTALISER-REMBOURSEMENTS-EXIT
001060     END-IF.
001070     STOP RUN.
001080
001090*----------------------------------------------------------------
001100* 1000-TOTALISER-FACTURES - THE DAY'S INVOICES, NET OF ANY CREDIT
001110* NOTE APPLIED TO THEM, LISTED WHEN THE DETAIL PASS IS ON
001120*----------------------------------------------------------------
001130 1000-TOTALISER-FACTURES.
001140     OPEN INPUT ENCOURS-FILE.
001230             AT END SET FIN-ENCOURS TO TRUE
001240             NOT AT END
001250                 IF ENC-DATE = WS-DATE-DEMANDEE
001252                     PERFORM 1100-SOMMER-AVOIRS
001254                         THRU 1100-SOMMER-AVOIRS-EXIT
001256                     COMPUTE WS-NET-FACTURE =
001258                         ENC-MONTANT-TTC - WS-AVOIR-FACTURE
001260                     IF AVEC-DETAIL
001270                         DISPLAY "  Facture " ENC-NUM-FACTURE
001280                             " - " FUNCTION TRIM(ENC-CLIENT)
001290                             " - " ENC-MONTANT-TTC
001291                         IF WS-AVOIR-FACTURE NOT = ZERO
001292                             DISPLAY "    avoir impute "
001293                                 WS-AVOIR-FACTURE " - net "
001294                                 WS-NET-FACTURE
001295                         END-IF
001300                     ELSE
001310                         ADD 1 TO WS-NB-FACTURES
001314                         ADD WS-NET-FACTURE
001330                             TO WS-TOTAL-FACTURES
001340                     END-IF
001350                 END-IF
001380     CLOSE ENCOURS-FILE.
001390 1000-TOTALISER-FACTURES-EXIT.
001400     EXIT.
001401
001402*----------------------------------------------------------------
001403* 1100-SOMMER-AVOIRS - CREDIT NOTES APPLIED ("V" LINES) TO THE
001404* CURRENT INVOICE
001405*----------------------------------------------------------------
001406 1100-SOMMER-AVOIRS.
001407     MOVE ZERO TO WS-AVOIR-FACTURE.
001408     MOVE "N" TO WS-FIN-REGLEMENTS.
001409     OPEN INPUT REGLEMENT-FILE.
001410     IF NOT REGLEMENT-OK
001411         GO TO 1100-SOMMER-AVOIRS-EXIT
001412     END-IF.
001413     PERFORM UNTIL FIN-REGLEMENTS
001414         READ REGLEMENT-FILE
001415             AT END SET FIN-REGLEMENTS TO TRUE
001416             NOT AT END
001417                 IF REG-NUM-FACTURE = ENC-NUM-FACTURE
001418                     AND REG-AVOIR
001419                     ADD REG-MONTANT TO WS-AVOIR-FACTURE
001420                 END-IF
001421         END-READ
001422     END-PERFORM.
001423     CLOSE REGLEMENT-FILE.
001424 1100-SOMMER-AVOIRS-EXIT.
001425     EXIT.
001410
001420*----------------------------------------------------------------
001430* 2000-TOTALISER-DEPOTS - THE DAY'S "DP" CREDITS, LISTED WHEN
001710     CLOSE TRANSACTIONS-FILE.
001720 2000-TOTALISER-DEPOTS-EXIT.
001730     EXIT.
001731
001732*----------------------------------------------------------------
001733* 3000-TOTALISER-REMBOURSEMENTS - CREDIT NOTES REFUNDED THAT DAY,
001734* PAID OUT OF THE TILL, LISTED WHEN THE DETAIL PASS IS ON
001735*----------------------------------------------------------------
001736 3000-TOTALISER-REMBOURSEMENTS.
001737     OPEN INPUT AVOIRS-FILE.
001738     IF NOT AVOIRS-OK
001739         GO TO 3000-TOTALISER-REMBOURSEMENTS-EXIT
001740     END-IF.
001741     PERFORM UNTIL FIN-AVOIRS
001742         READ AVOIRS-FILE NEXT RECORD
001743             AT END SET FIN-AVOIRS TO TRUE
001744             NOT AT END
001745                 IF AVR-DATE-REMBOURSEMENT = WS-DATE-DEMANDEE
001746                     AND AVR-REMBOURSE NOT = ZERO
001747                     IF AVEC-DETAIL
001748                         DISPLAY "  Avoir rembourse "
001749                             AVR-NUM-AVOIR " - " AVR-CLIENT
001750                             " - " AVR-REMBOURSE
001751                     ELSE
001752                         ADD 1 TO WS-NB-REMBOURSEMENTS
001753                         ADD AVR-REMBOURSE
001754                             TO WS-TOTAL-REMBOURSEMENTS
001755                     END-IF
001756                 END-IF
001757         END-READ
001758     END-PERFORM.
001759     CLOSE AVOIRS-FILE.
001760 3000-TOTALISER-REMBOURSEMENTS-EXIT.
001761     EXIT.
