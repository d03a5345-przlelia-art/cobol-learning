000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CREDITLIBERER.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. THE ACCOUNTS DESK'S SIDE OF THE
000110*                 CREDIT HOLD COMMANDE PUTS ON ORDERS THAT WOULD
000120*                 BREACH THE CUSTOMER'S CLI-PLAFOND : EACH ORDER
000130*                 WAITING ON CMDBLOQ.DAT IS SHOWN WITH THE
000140*                 EXPOSURE AT CAPTURE, AND IS RELEASED (WRITTEN TO
000150*                 ORDERS.DAT UNDER ITS ORIGINAL NUMBER, STOCK
000160*                 DECREMENTED, REMAINDER BACKORDERED) OR REFUSED.
000170*                 THE DECIDER, DATE AND TIME STAY ON THE RECORD.
000173* 2026-10-15  LM  A HELD KIT IS RECHECKED AND DESTOCKED THROUGH
000176*                 ITS COMPONENTS (KITCOMPOSANTS) AS IN COMMANDE.
000177* 2026-10-15  LM  A RELEASED ORDER'S PROMISED DATE IS PUSHED BACK
000178*                 TO THE RELEASE DATE PLUS THE CITY'S LEAD TIME
000179*                 (DATEPROMISE) WHEN THE HOLD HAS OUTRUN IT.
000180* 2026-10-15  LM  A RELEASED ORDER GOES TO ORDERS.DAT WITH NO
000181*                 PAYMENT METHOD AND NO TILL AMOUNT - IT WAS NOT
000182*                 SETTLED AT THE COUNTER (SEE CLOTURECAISSE).
000183* 2026-10-15  LM  EVERY STOCK MOVEMENT NOW ALSO GOES TO LOTSTOCK,
000184*                 WHICH TAKES THE SALE FROM THE EARLIEST-EXPIRING
000185*                 LOTS ON THE SHELF AND TRACES THEM TO THE ORDER
000186*                 (LOTVENTE.DAT) FOR A PRODUCT RECALL.
000187* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000188*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000189*                 CREDITLIBERER (SEE HABILITATIONS).
000190* 2026-10-15  LM  ONLY THE ORDERS STILL WAITING ARE LOADED (UP TO
000191*                 200 A RUN, THE REST WAIT FOR THE NEXT), AND
000192*                 CMDBLOQ.DAT IS REWRITTEN THROUGH CMDBLOQ.TMP,
000193*                 DECIDED ENTRIES PASSED THROUGH AS THE AUDIT
000194*                 TRAIL - THE DECIDED ENTRIES NO LONGER FILL THE
000195*                 TABLE AND STOP THE RELEASES.
000196* 2026-10-15  LM  THE STOCK A RELEASE MAY TAKE IS THE BOUTIQUE
000197*                 STOCK LESS WHAT OPEN QUOTES HOLD (QTERESERVEE),
000198*                 FOR A PLAIN PRODUCT AND FOR EACH COMPONENT OF A
000199*                 KIT, AS IN COMMANDE.
000200* 2026-10-15  LM  THE DECIDER IS THE SIGNED-ON OPERATOR HABILITER
000201*                 RETURNS, NO LONGER A NAME TYPED IN.
000202* 2026-10-15  LM  THE HELD ORDERS ARE DECIDED AS CMDBLOQ.DAT IS
000203*                 READ, EACH LINE COPIED TO CMDBLOQ.TMP IN ITS
000204*                 PLACE, SO THERE IS NO LONGER A LIMIT OF 200 A
000205*                 RUN AND AN ORDER PASSED (P) NO LONGER HOLDS
000206*                 BACK THE ONES AFTER IT.
000207*----------------------------------------------------------------

000208 ENVIRONMENT DIVISION.
000209 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.

000220     SELECT CMDBLOQ-FILE ASSIGN TO "CMDBLOQ.DAT"
000230         ORGANIZATION IS LINE SEQUENTIAL
000240         FILE STATUS IS WS-CMDBLOQ-STATUS.

000250     SELECT PRODUIT-FILE ASSIGN TO "PRODUITS.DAT"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS PROD-CODE
000290         ALTERNATE RECORD KEY IS PROD-EAN
000300             WITH DUPLICATES
000310         FILE STATUS IS WS-PRODUIT-STATUS.

000320     SELECT ORDERS-FILE ASSIGN TO "ORDERS.DAT"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS OR-CLE
000360         FILE STATUS IS WS-ORDERS-STATUS.

000370     SELECT STOCKBAS-FILE ASSIGN TO "STOCKBAS.DAT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-STOCKBAS-STATUS.

000400     SELECT RELIQUAT-FILE ASSIGN TO "RELIQUAT.DAT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RELIQUAT-STATUS.

000422     SELECT TEMP-FILE ASSIGN TO "CMDBLOQ.TMP"
000424         ORGANIZATION IS LINE SEQUENTIAL
000426         FILE STATUS IS WS-TEMP-STATUS.

000430 DATA DIVISION.
000440 FILE SECTION.

000450 FD  CMDBLOQ-FILE.
000460     COPY "CMDBLOQ-RECORD.cpy".

000470 FD  PRODUIT-FILE.
000480     COPY "PRODUIT-RECORD.cpy".

000490 FD  ORDERS-FILE.
000500     COPY "ORDER-RECORD.cpy"
000510         REPLACING ==ORDER-RECORD==   BY ==ORDERS-RECORD==
000520                   ==CMD-CLE==        BY ==OR-CLE==
000530                   ==CMD-NUM-CMD==    BY ==OR-NUM-CMD==
000540                   ==CMD-TYPE==       BY ==OR-TYPE==
000550                   ==CMD-SEQ==        BY ==OR-SEQ==
000560                   ==CMD-ORDRE==      BY ==OR-ORDRE==
000570                   ==CMD-ANNULATION== BY ==OR-ANNULATION==
000580                   ==CMD-RETOUR==     BY ==OR-RETOUR==
000590                   ==CMD-CLIENT==     BY ==OR-CLIENT==
000600                   ==CMD-CODE-PROD==  BY ==OR-CODE-PROD==
000610                   ==CMD-QUANTITE==   BY ==OR-QUANTITE==
000620                   ==CMD-MONTANT==    BY ==OR-MONTANT==
000630                   ==CMD-DATE==       BY ==OR-DATE==
000640                   ==CMD-STATUT==     BY ==OR-STATUT==
000650                   ==CMD-EN-ATTENTE== BY ==OR-EN-ATTENTE==
000660                   ==CMD-EXPEDIEE==   BY ==OR-EXPEDIEE==
000670                   ==CMD-LIVREE==     BY ==OR-LIVREE==
000680                   ==CMD-VILLE==      BY ==OR-VILLE==
000682                   ==CMD-PRIX-SRC==   BY ==OR-PRIX-SRC==
000684                   ==CMD-PX-CONTRAT== BY ==OR-PX-CONTRAT==
000686                   ==CMD-PX-TARIF==   BY ==OR-PX-TARIF==
000688                   ==CMD-PX-CATALOGUE== BY ==OR-PX-CATALOGUE==
000689                   ==CMD-CAMPAGNE==   BY ==OR-CAMPAGNE==
000690                   ==CMD-DATE-PROMISE== BY ==OR-DATE-PROMISE==
000691                   ==CMD-DATE-LIVREE== BY ==OR-DATE-LIVREE==
000692                   ==CMD-FRAIS-PORT== BY ==OR-FRAIS-PORT==
000693                   ==CMD-CODE-ORIG==  BY ==OR-CODE-ORIG==
000694                   ==CMD-REPRESENTANT== BY ==OR-REPRESENTANT==
000695                   ==CMD-MODE-REGL==  BY ==OR-MODE-REGL==
000696                   ==CMD-REGL-ESPECES== BY ==OR-REGL-ESPECES==
000697                   ==CMD-REGL-CARTE== BY ==OR-REGL-CARTE==
000698                   ==CMD-REGL-CHEQUE== BY ==OR-REGL-CHEQUE==
000699                   ==CMD-REGL-COMPTE== BY ==OR-REGL-COMPTE==
000700                   ==CMD-ENCAISSE==   BY ==OR-ENCAISSE==
000701                   ==CMD-REF-WEB==    BY ==OR-REF-WEB==.

000702*----------------------------------------------------------------
000703* STOCK BAS - SAME ALERT LINE COMMANDE APPENDS
000710*----------------------------------------------------------------
000720 FD  STOCKBAS-FILE.
000730 01  STOCKBAS-RECORD.
000740     05 SB-DATE              PIC 9(08).
000750     05 SB-CODE-PROD         PIC X(04).
000760     05 SB-STOCK             PIC 9(05).
000770     05 SB-SEUIL             PIC 9(05).

000780 FD  RELIQUAT-FILE.
000790     COPY "RELIQUAT-RECORD.cpy".

000791*----------------------------------------------------------------
000792* TEMP - CMDBLOQ.DAT REWRITTEN WITH THE DECISIONS OF THE RUN
000793*----------------------------------------------------------------
000794 FD  TEMP-FILE.
000795 01  TEMP-LIGNE              PIC X(245).

000800 WORKING-STORAGE SECTION.

000805     COPY "HABILITATION.cpy".

000820 01  WS-DATE-JOUR            PIC 9(08).
000825 01  WS-DATE-PROMISE         PIC 9(08).
000830 01  WS-HEURE-JOUR           PIC 9(08).

000840 01  WS-MESSAGE-STATUT       PIC X(40).

000850 01  WS-DECISION             PIC X(01).
000860     88 DECISION-LIBERER              VALUE "L" "l".
000870     88 DECISION-REFUSER              VALUE "R" "r".
000880     88 DECISION-PASSER               VALUE "P" "p".

000890 01  WS-CMDBLOQ-STATUS       PIC X(02).
000900     88 CMDBLOQ-OK                    VALUE "00".

000910 01  WS-PRODUIT-STATUS       PIC X(02).
000920     88 PRODUIT-OK                    VALUE "00".

000930 01  WS-ORDERS-STATUS        PIC X(02).
000940     88 ORDERS-OK                     VALUE "00".

000950 01  WS-STOCKBAS-STATUS      PIC X(02).
000960     88 STOCKBAS-OK                   VALUE "00".

000970 01  WS-RELIQUAT-STATUS      PIC X(02).
000980     88 RELIQUAT-OK                   VALUE "00".

000982 01  WS-TEMP-STATUS          PIC X(02).
000984     88 TEMP-OK                       VALUE "00".

000986 01  WS-NOM-TEMP             PIC X(40) VALUE "CMDBLOQ.TMP".

000990 01  WS-SWITCHES.
001000     05 WS-FIN-CMDBLOQ       PIC X(01) VALUE "N".
001010         88 FIN-CMDBLOQ               VALUE "Y".
001040     05 WS-LIBERATION        PIC X(01) VALUE "N".
001050         88 LIBERATION-FAITE          VALUE "O".
001053     05 WS-FIN-TEMP          PIC X(01) VALUE "N".
001056         88 FIN-TEMP                  VALUE "Y".

001060 01  WS-NB-BLOQUEES          PIC 9(04) VALUE ZERO.
001070 01  WS-NB-LIBEREES          PIC 9(04) VALUE ZERO.
001080 01  WS-NB-REFUSEES          PIC 9(04) VALUE ZERO.
001090 01  WS-NB-DECIDEES          PIC 9(04) VALUE ZERO.

001100 01  WS-MVT-TYPE             PIC X(02).
001110 01  WS-MVT-REFERENCE        PIC X(08).
001120 01  WS-MVT-QUANTITE         PIC S9(05).

001121*----------------------------------------------------------------
001122* KIT - COMPONENTS OF THE CODE RELEASED, IF IT IS A KIT
001123*----------------------------------------------------------------
001124     COPY "KIT-TABLE.cpy".

001125 01  WS-STOCK-DISPO          PIC 9(05).
001126 01  WS-KITS-COMPOSANT       PIC 9(05).
001127 01  WS-QTE-COMPOSANT        PIC 9(05).
001128 01  WS-STOCK-LIBRE          PIC 9(05).
001129 01  WS-QTE-RESERVEE         PIC 9(07).
001130 01  WS-DEVIS-EXCLU          PIC 9(08) VALUE ZERO.

001200 PROCEDURE DIVISION.

001210*----------------------------------------------------------------
001220* 0000-MAINLINE
001230*----------------------------------------------------------------
001240 0000-MAINLINE.
001241     MOVE "CREDITLIBERER" TO HAB-PROGRAMME.
001242     CALL "HABILITER" USING HAB-ZONE.
001243     IF NOT HAB-AUTORISE
001244         GOBACK
001245     END-IF.
001250     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001280     PERFORM 1000-COMPTER-BLOQUEES
001290         THRU 1000-COMPTER-BLOQUEES-EXIT.
001300     IF WS-NB-BLOQUEES = ZERO
001310         DISPLAY "Aucune commande en attente credit"
001320         GO TO 0000-FIN
001330     END-IF.
001390     PERFORM 2000-EXAMINER-BLOQUEES
001400         THRU 2000-EXAMINER-BLOQUEES-EXIT.
001450     DISPLAY "Commandes liberees : " WS-NB-LIBEREES.
001460     DISPLAY "Commandes refusees : " WS-NB-REFUSEES.
001470 0000-FIN.
001480     STOP RUN.

001490*----------------------------------------------------------------
001500* 1000-COMPTER-BLOQUEES - THE ORDERS STILL WAITING; RELEASED AND
001505* REFUSED ENTRIES STAY ON FILE ONLY
001510*----------------------------------------------------------------
001520 1000-COMPTER-BLOQUEES.
001530     OPEN INPUT CMDBLOQ-FILE.
001540     IF NOT CMDBLOQ-OK
001550         GO TO 1000-COMPTER-BLOQUEES-EXIT
001560     END-IF.
001570     PERFORM UNTIL FIN-CMDBLOQ
001580         READ CMDBLOQ-FILE
001590             AT END SET FIN-CMDBLOQ TO TRUE
001600             NOT AT END
001606                 IF BLQ-EN-ATTENTE
001620                     ADD 1 TO WS-NB-BLOQUEES
001675                 END-IF
001680         END-READ
001690     END-PERFORM.
001700     CLOSE CMDBLOQ-FILE.
001710 1000-COMPTER-BLOQUEES-EXIT.
001720     EXIT.

001730*----------------------------------------------------------------
001740* 2000-EXAMINER-BLOQUEES - ONE DECISION PER HELD ORDER, IN CAPTURE
001742* ORDER AS CMDBLOQ.DAT IS READ. EVERY LINE, DECIDED NOW OR NOT, IS
001744* COPIED TO THE TEMP FILE IN ITS PLACE, WHICH THEN REPLACES
001746* CMDBLOQ.DAT WHEN SOMETHING WAS DECIDED
001750*----------------------------------------------------------------
001760 2000-EXAMINER-BLOQUEES.
001770     OPEN I-O PRODUIT-FILE.
001780     IF NOT PRODUIT-OK
001790         CALL "FICHSTAT" USING WS-PRODUIT-STATUS
001800             WS-MESSAGE-STATUT
001810         DISPLAY "PRODUITS.DAT : "
001820             FUNCTION TRIM(WS-MESSAGE-STATUT)
001830         GO TO 2000-EXAMINER-BLOQUEES-EXIT
001840     END-IF.
001850     OPEN I-O ORDERS-FILE.
001860     IF NOT ORDERS-OK
001870         CLOSE ORDERS-FILE
001880         OPEN OUTPUT ORDERS-FILE
001890         CLOSE ORDERS-FILE
001900         OPEN I-O ORDERS-FILE
001910     END-IF.
001912     MOVE "N" TO WS-FIN-CMDBLOQ.
001914     OPEN INPUT CMDBLOQ-FILE.
001916     IF NOT CMDBLOQ-OK
001918         CALL "FICHSTAT" USING WS-CMDBLOQ-STATUS
001920             WS-MESSAGE-STATUT
001922         DISPLAY "CMDBLOQ.DAT : "
001924             FUNCTION TRIM(WS-MESSAGE-STATUT)
001926         CLOSE ORDERS-FILE PRODUIT-FILE
001928         GO TO 2000-EXAMINER-BLOQUEES-EXIT
001930     END-IF.
001932     OPEN OUTPUT TEMP-FILE.
001934     IF NOT TEMP-OK
001936         CALL "FICHSTAT" USING WS-TEMP-STATUS
001938             WS-MESSAGE-STATUT
001940         DISPLAY "CMDBLOQ.TMP : "
001942             FUNCTION TRIM(WS-MESSAGE-STATUT)
001944         CLOSE CMDBLOQ-FILE ORDERS-FILE PRODUIT-FILE
001946         GO TO 2000-EXAMINER-BLOQUEES-EXIT
001948     END-IF.
001950     PERFORM UNTIL FIN-CMDBLOQ
001952         READ CMDBLOQ-FILE
001954             AT END SET FIN-CMDBLOQ TO TRUE
001956             NOT AT END
001958                 IF BLQ-EN-ATTENTE
001960                     PERFORM 2100-DECIDER-UNE-COMMANDE
001962                         THRU 2100-DECIDER-UNE-COMMANDE-EXIT
001964                 END-IF
001966                 MOVE CMDBLOQ-RECORD TO TEMP-LIGNE
001968                 WRITE TEMP-LIGNE
001970         END-READ
001972     END-PERFORM.
001974     CLOSE CMDBLOQ-FILE TEMP-FILE.
002000     CLOSE ORDERS-FILE.
002010     CLOSE PRODUIT-FILE.
002011     IF WS-NB-DECIDEES > ZERO
002012         PERFORM 5500-RECOPIER-TEMP
002013             THRU 5500-RECOPIER-TEMP-EXIT
002014     END-IF.
002015     CALL "CBL_DELETE_FILE" USING WS-NOM-TEMP.
002020 2000-EXAMINER-BLOQUEES-EXIT.
002030     EXIT.

002040*----------------------------------------------------------------
002050* 2100-DECIDER-UNE-COMMANDE - RELEASE, REFUSE OR LEAVE WAITING
002060*----------------------------------------------------------------
002070 2100-DECIDER-UNE-COMMANDE.
002080     MOVE BLQ-COMMANDE TO ORDERS-RECORD.
002090     DISPLAY "Commande " BLQ-NUM-CMD " du " BLQ-DATE
002100         " - client " FUNCTION TRIM(BLQ-CLIENT).
002110     DISPLAY "  " OR-QUANTITE " x " FUNCTION TRIM(OR-CODE-PROD)
002120         " - montant HT " BLQ-MONTANT.
002130     DISPLAY "  Encours a la saisie " BLQ-ENCOURS
002140         " pour un plafond de " BLQ-PLAFOND.
002150     DISPLAY "Liberer (L), refuser (R) ou passer (P) ? ".
002160     ACCEPT WS-DECISION.
002170     IF DECISION-LIBERER
002180         PERFORM 3000-LIBERER-COMMANDE
002190             THRU 3000-LIBERER-COMMANDE-EXIT
002200         IF NOT LIBERATION-FAITE
002210             GO TO 2100-DECIDER-UNE-COMMANDE-EXIT
002220         END-IF
002230         SET BLQ-LIBEREE TO TRUE
002240         ADD 1 TO WS-NB-LIBEREES
002250     ELSE
002260         IF DECISION-REFUSER
002270             SET BLQ-REFUSEE TO TRUE
002280             ADD 1 TO WS-NB-REFUSEES
002290             DISPLAY "Commande refusee"
002300         ELSE
002310             GO TO 2100-DECIDER-UNE-COMMANDE-EXIT
002320         END-IF
002330     END-IF.
002340     ACCEPT WS-HEURE-JOUR FROM TIME.
002350     MOVE HAB-OPERATEUR        TO BLQ-VALIDEUR.
002360     MOVE WS-DATE-JOUR         TO BLQ-DATE-DECISION.
002370     MOVE WS-HEURE-JOUR(1:6)   TO BLQ-HEURE-DECISION.
002390     ADD 1 TO WS-NB-DECIDEES.
002400 2100-DECIDER-UNE-COMMANDE-EXIT.
002410     EXIT.

002420*----------------------------------------------------------------
002430* 3000-LIBERER-COMMANDE - STOCK IS CHECKED AGAIN (IT MAY HAVE GONE
002440* SINCE CAPTURE), THEN THE ORDER TAKES THE PATH COMMANDE'S 5000
002450* WOULD HAVE TAKEN
002460*----------------------------------------------------------------
002470 3000-LIBERER-COMMANDE.
002480     MOVE "N" TO WS-LIBERATION.
002490     MOVE OR-CODE-PROD TO PROD-CODE.
002500     READ PRODUIT-FILE
002510         INVALID KEY
002520             DISPLAY "Produit inconnu : " OR-CODE-PROD
002530                 " - commande laissee en attente"
002540             GO TO 3000-LIBERER-COMMANDE-EXIT
002550     END-READ.
002551     PERFORM 3150-DEDUIRE-RESERVATIONS
002552         THRU 3150-DEDUIRE-RESERVATIONS-EXIT.
002553     MOVE WS-STOCK-LIBRE TO WS-STOCK-DISPO.
002554     CALL "KITCOMPOSANTS" USING OR-CODE-PROD KIT-TABLE.
002555     IF KIT-NB-COMPOSANTS > ZERO
002556         PERFORM 3100-CALCULER-KITS
002557             THRU 3100-CALCULER-KITS-EXIT
002558     END-IF.
002560     IF WS-STOCK-DISPO < OR-QUANTITE
002570         DISPLAY "Stock boutique insuffisant ("
002575             WS-STOCK-DISPO
002580             ") - commande laissee en attente"
002590         GO TO 3000-LIBERER-COMMANDE-EXIT
002600     END-IF.
002601     CALL "DATEPROMISE" USING OR-VILLE WS-DATE-JOUR
002602         WS-DATE-PROMISE.
002603     IF WS-DATE-PROMISE > OR-DATE-PROMISE
002604         MOVE WS-DATE-PROMISE TO OR-DATE-PROMISE
002605         DISPLAY "Livraison promise reportee au "
002606             WS-DATE-PROMISE
002607     END-IF.
002608     MOVE SPACES TO OR-MODE-REGL.
002609     MOVE ZERO TO OR-ENCAISSE.
002610     WRITE ORDERS-RECORD
002620         INVALID KEY
002630             DISPLAY "Numero de commande deja au journal : "
002640                 OR-NUM-CMD
002650             GO TO 3000-LIBERER-COMMANDE-EXIT
002660     END-WRITE.
002661     IF KIT-NB-COMPOSANTS > ZERO
002662         PERFORM 3200-DESTOCKER-COMPOSANTS
002663             THRU 3200-DESTOCKER-COMPOSANTS-EXIT
002664         GO TO 3000-LIBERER-RELIQUAT
002665     END-IF.
002670     SUBTRACT OR-QUANTITE FROM PROD-STOCK-BOUTIQUE.
002680     SUBTRACT OR-QUANTITE FROM PROD-STOCK.
002690     REWRITE PRODUIT-RECORD.
002700     MOVE "VE" TO WS-MVT-TYPE.
002710     MOVE OR-NUM-CMD TO WS-MVT-REFERENCE.
002720     COMPUTE WS-MVT-QUANTITE = ZERO - OR-QUANTITE.
002730     CALL "MVTSTOCK" USING WS-DATE-JOUR PROD-CODE
002740         WS-MVT-TYPE WS-MVT-REFERENCE WS-MVT-QUANTITE.
002743     CALL "LOTSTOCK" USING WS-DATE-JOUR PROD-CODE
002746         WS-MVT-TYPE WS-MVT-REFERENCE WS-MVT-QUANTITE.
002750     IF PROD-STOCK <= PROD-SEUIL
002760         PERFORM 3500-SIGNALER-STOCK-BAS
002770             THRU 3500-SIGNALER-STOCK-BAS-EXIT
002780     END-IF.
002785 3000-LIBERER-RELIQUAT.
002790     IF BLQ-QTE-RELIQUAT > ZERO
002800         PERFORM 3600-ENREGISTRER-RELIQUAT
002810             THRU 3600-ENREGISTRER-RELIQUAT-EXIT
002820     END-IF.
002830     SET LIBERATION-FAITE TO TRUE.
002840     DISPLAY "Commande " OR-NUM-CMD " liberee vers ORDERS.DAT".
002850 3000-LIBERER-COMMANDE-EXIT.
002860     EXIT.

002861*----------------------------------------------------------------
002862* 3150-DEDUIRE-RESERVATIONS - BOUTIQUE STOCK OF THE PRODUCT JUST
002863* READ, LESS WHAT OPEN QUOTES HOLD ON IT TODAY (COMMANDE'S 3150)
002864*----------------------------------------------------------------
002865 3150-DEDUIRE-RESERVATIONS.
002866     CALL "QTERESERVEE" USING PROD-CODE WS-DATE-JOUR
002867         WS-DEVIS-EXCLU WS-QTE-RESERVEE.
002868     IF WS-QTE-RESERVEE >= PROD-STOCK-BOUTIQUE
002869         MOVE ZERO TO WS-STOCK-LIBRE
002870     ELSE
002871         COMPUTE WS-STOCK-LIBRE =
002872             PROD-STOCK-BOUTIQUE - WS-QTE-RESERVEE
002873     END-IF.
002874     IF WS-QTE-RESERVEE > ZERO
002875         DISPLAY "Reserve par devis pour "
002876             FUNCTION TRIM(PROD-CODE) " : " WS-QTE-RESERVEE
002877     END-IF.
002878 3150-DEDUIRE-RESERVATIONS-EXIT.
002879     EXIT.

002880*----------------------------------------------------------------
002881* 3100-CALCULER-KITS - KITS THE COMPONENTS' FREE BOUTIQUE STOCK
002882* CAN BUILD, SAME RULE AS COMMANDE'S 3300
002883*----------------------------------------------------------------
002884 3100-CALCULER-KITS.
002885     MOVE 99999 TO WS-STOCK-DISPO.
002886     PERFORM VARYING KIT-IDX FROM 1 BY 1
002887             UNTIL KIT-IDX > KIT-NB-COMPOSANTS
002888         MOVE KIT-COMPOSANT(KIT-IDX) TO PROD-CODE
002889         READ PRODUIT-FILE
002890             INVALID KEY
002891                 MOVE ZERO TO WS-KITS-COMPOSANT
002892             NOT INVALID KEY
002893                 PERFORM 3150-DEDUIRE-RESERVATIONS
002894                     THRU 3150-DEDUIRE-RESERVATIONS-EXIT
002895                 DIVIDE WS-STOCK-LIBRE
002896                     BY KIT-QUANTITE(KIT-IDX)
002897                     GIVING WS-KITS-COMPOSANT
002898         END-READ
002899         IF WS-KITS-COMPOSANT < WS-STOCK-DISPO
002900             MOVE WS-KITS-COMPOSANT TO WS-STOCK-DISPO
002901         END-IF
002902     END-PERFORM.
002903 3100-CALCULER-KITS-EXIT.
002904     EXIT.

002905*----------------------------------------------------------------
002906* 3200-DESTOCKER-COMPOSANTS - ONE "VE" MOVEMENT PER COMPONENT
002907*----------------------------------------------------------------
002908 3200-DESTOCKER-COMPOSANTS.
002909     PERFORM VARYING KIT-IDX FROM 1 BY 1
002910             UNTIL KIT-IDX > KIT-NB-COMPOSANTS
002911         PERFORM 3210-DESTOCKER-UN-COMPOSANT
002912             THRU 3210-DESTOCKER-UN-COMPOSANT-EXIT
002913     END-PERFORM.
002914 3200-DESTOCKER-COMPOSANTS-EXIT.
002915     EXIT.

002916*----------------------------------------------------------------
002917* 3210-DESTOCKER-UN-COMPOSANT
002918*----------------------------------------------------------------
002919 3210-DESTOCKER-UN-COMPOSANT.
002920     MOVE KIT-COMPOSANT(KIT-IDX) TO PROD-CODE.
002921     READ PRODUIT-FILE
002922         INVALID KEY
002923             DISPLAY "Composant introuvable, stock inchange : "
002924                 KIT-COMPOSANT(KIT-IDX)
002925             GO TO 3210-DESTOCKER-UN-COMPOSANT-EXIT
002926     END-READ.
002927     COMPUTE WS-QTE-COMPOSANT =
002928         OR-QUANTITE * KIT-QUANTITE(KIT-IDX).
002929     SUBTRACT WS-QTE-COMPOSANT FROM PROD-STOCK-BOUTIQUE.
002930     SUBTRACT WS-QTE-COMPOSANT FROM PROD-STOCK.
002931     REWRITE PRODUIT-RECORD.
002932     MOVE "VE" TO WS-MVT-TYPE.
002933     MOVE OR-NUM-CMD TO WS-MVT-REFERENCE.
002934     COMPUTE WS-MVT-QUANTITE = ZERO - WS-QTE-COMPOSANT.
002935     CALL "MVTSTOCK" USING WS-DATE-JOUR PROD-CODE
002936         WS-MVT-TYPE WS-MVT-REFERENCE WS-MVT-QUANTITE.
002937     CALL "LOTSTOCK" USING WS-DATE-JOUR PROD-CODE
002938         WS-MVT-TYPE WS-MVT-REFERENCE WS-MVT-QUANTITE.
002939     IF PROD-STOCK <= PROD-SEUIL
002940         PERFORM 3500-SIGNALER-STOCK-BAS
002941             THRU 3500-SIGNALER-STOCK-BAS-EXIT
002942     END-IF.
002943 3210-DESTOCKER-UN-COMPOSANT-EXIT.
002944     EXIT.

002945*----------------------------------------------------------------
002946* 3500-SIGNALER-STOCK-BAS - SAME WARNING AND STOCKBAS.DAT LINE AS
002947* COMMANDE
002948*----------------------------------------------------------------
002949 3500-SIGNALER-STOCK-BAS.
002950     DISPLAY "ATTENTION : stock bas pour "
002951         FUNCTION TRIM(PROD-CODE)
002952         " - reste " PROD-STOCK
002953         " (seuil " PROD-SEUIL ")".
002960     OPEN EXTEND STOCKBAS-FILE.
002970     IF NOT STOCKBAS-OK
002980         CLOSE STOCKBAS-FILE
002990         OPEN OUTPUT STOCKBAS-FILE
003000     END-IF.
003010     MOVE WS-DATE-JOUR TO SB-DATE.
003020     MOVE PROD-CODE    TO SB-CODE-PROD.
003030     MOVE PROD-STOCK   TO SB-STOCK.
003040     MOVE PROD-SEUIL   TO SB-SEUIL.
003050     WRITE STOCKBAS-RECORD.
003060     CLOSE STOCKBAS-FILE.
003070 3500-SIGNALER-STOCK-BAS-EXIT.
003080     EXIT.

003090*----------------------------------------------------------------
003100* 3600-ENREGISTRER-RELIQUAT - THE REMAINDER THE DESK AGREED TO
003110* BACKORDER AT CAPTURE, FOR RELIQUATLIBERER
003120*----------------------------------------------------------------
003130 3600-ENREGISTRER-RELIQUAT.
003140     OPEN EXTEND RELIQUAT-FILE.
003150     IF NOT RELIQUAT-OK
003160         CLOSE RELIQUAT-FILE
003170         OPEN OUTPUT RELIQUAT-FILE
003180     END-IF.
003190     MOVE WS-DATE-JOUR     TO REL-DATE.
003200     MOVE OR-CLIENT        TO REL-CLIENT.
003210     MOVE OR-CODE-PROD     TO REL-CODE-PROD.
003220     MOVE BLQ-QTE-RELIQUAT TO REL-QUANTITE.
003230     SET REL-EN-ATTENTE TO TRUE.
003240     MOVE ZERO TO REL-NUM-CMD.
003245     MOVE OR-REF-WEB TO REL-REF-WEB.
003250     WRITE RELIQUAT-RECORD.
003260     CLOSE RELIQUAT-FILE.
003270     DISPLAY "Reliquat enregistre : " BLQ-QTE-RELIQUAT
003280         " x " FUNCTION TRIM(OR-CODE-PROD).
003290 3600-ENREGISTRER-RELIQUAT-EXIT.
003300     EXIT.

003441*----------------------------------------------------------------
003442* 5500-RECOPIER-TEMP - CMDBLOQ.DAT BACK FROM THE TEMP FILE
003443*----------------------------------------------------------------
003444 5500-RECOPIER-TEMP.
003445     MOVE "N" TO WS-FIN-TEMP.
003446     OPEN INPUT TEMP-FILE.
003447     OPEN OUTPUT CMDBLOQ-FILE.
003448     PERFORM UNTIL FIN-TEMP
003449         READ TEMP-FILE
003450             AT END SET FIN-TEMP TO TRUE
003451             NOT AT END
003452                 MOVE TEMP-LIGNE TO CMDBLOQ-RECORD
003453                 WRITE CMDBLOQ-RECORD
003454         END-READ
003455     END-PERFORM.
003456     CLOSE TEMP-FILE CMDBLOQ-FILE.
003457 5500-RECOPIER-TEMP-EXIT.
003458     EXIT.
