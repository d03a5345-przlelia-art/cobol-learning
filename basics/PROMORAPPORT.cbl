000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PROMORAPPORT.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. CAMPAIGN UPLIFT : FOR EACH
000110*                 PRODUCT OF ONE PROMOS.DAT CAMPAIGN, NET UNITS
000120*                 AND REVENUE FROM ORDERS.DAT DURING THE CAMPAIGN
000130*                 WINDOW AGAINST THE SAME NUMBER OF DAYS JUST
000140*                 BEFORE IT (REVERSALS AND RETURNS NETTED BY THEIR
000150*                 OWN DATE), WITH THE UNITS THAT CARRIED THE
000160*                 CAMPAIGN CODE AND THE UPLIFT IN %.
000162* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000164*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000166*                 PROMORAPPORT (SEE HABILITATIONS).
000167* 2026-10-15  LM  THE CAMPAIGN'S PRODUCTS GO ON THE KEYED WORK
000168*                 FILE PROMORAP.TMP INSTEAD OF A 100-PRODUCT
000169*                 TABLE, SO EVERY PRODUCT OF THE CAMPAIGN IS
000170*                 REPORTED.
000170*----------------------------------------------------------------

000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.

000210     SELECT PROMO-FILE ASSIGN TO "PROMOS.DAT"
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS DYNAMIC
000240         RECORD KEY IS PRM-CLE
000250         FILE STATUS IS WS-PROMO-STATUS.

000260     SELECT ORDERS-FILE ASSIGN TO "ORDERS.DAT"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS SEQUENTIAL
000290         RECORD KEY IS OR-CLE
000300         FILE STATUS IS WS-ORDERS-STATUS.

000301     SELECT CAMPAGNE-FILE ASSIGN TO "PROMORAP.TMP"
000302         ORGANIZATION IS INDEXED
000303         ACCESS MODE IS DYNAMIC
000304         RECORD KEY IS PRC-CODE
000305         FILE STATUS IS WS-CAMPAGNE-STATUS.

000310 DATA DIVISION.
000320 FILE SECTION.

000330 FD  PROMO-FILE.
000340     COPY "PROMO-RECORD.cpy".

000350 FD  ORDERS-FILE.
000360     COPY "ORDER-RECORD.cpy"
000370         REPLACING ==ORDER-RECORD==   BY ==ORDERS-RECORD==
000380                   ==CMD-CLE==        BY ==OR-CLE==
000390                   ==CMD-NUM-CMD==    BY ==OR-NUM-CMD==
000400                   ==CMD-TYPE==       BY ==OR-TYPE==
000410                   ==CMD-SEQ==        BY ==OR-SEQ==
000420                   ==CMD-ORDRE==      BY ==OR-ORDRE==
000430                   ==CMD-ANNULATION== BY ==OR-ANNULATION==
000440                   ==CMD-RETOUR==     BY ==OR-RETOUR==
000450                   ==CMD-CLIENT==     BY ==OR-CLIENT==
000460                   ==CMD-CODE-PROD==  BY ==OR-CODE-PROD==
000470                   ==CMD-QUANTITE==   BY ==OR-QUANTITE==
000480                   ==CMD-MONTANT==    BY ==OR-MONTANT==
000490                   ==CMD-DATE==       BY ==OR-DATE==
000500                   ==CMD-STATUT==     BY ==OR-STATUT==
000510                   ==CMD-EN-ATTENTE== BY ==OR-EN-ATTENTE==
000520                   ==CMD-EXPEDIEE==   BY ==OR-EXPEDIEE==
000530                   ==CMD-LIVREE==     BY ==OR-LIVREE==
000540                   ==CMD-VILLE==      BY ==OR-VILLE==
000550                   ==CMD-PRIX-SRC==   BY ==OR-PRIX-SRC==
000560                   ==CMD-PX-CONTRAT== BY ==OR-PX-CONTRAT==
000570                   ==CMD-PX-TARIF==   BY ==OR-PX-TARIF==
000580                   ==CMD-PX-CATALOGUE== BY ==OR-PX-CATALOGUE==
000590                   ==CMD-CAMPAGNE==   BY ==OR-CAMPAGNE==
000593                   ==CMD-DATE-PROMISE== BY ==OR-DATE-PROMISE==
000596                   ==CMD-DATE-LIVREE== BY ==OR-DATE-LIVREE==
000598                   ==CMD-FRAIS-PORT== BY ==OR-FRAIS-PORT==
000599                   ==CMD-CODE-ORIG==  BY ==OR-CODE-ORIG==
000600                   ==CMD-REPRESENTANT== BY ==OR-REPRESENTANT==
000601                   ==CMD-MODE-REGL==  BY ==OR-MODE-REGL==
000602                   ==CMD-REGL-ESPECES== BY ==OR-REGL-ESPECES==
000603                   ==CMD-REGL-CARTE== BY ==OR-REGL-CARTE==
000604                   ==CMD-REGL-CHEQUE== BY ==OR-REGL-CHEQUE==
000605                   ==CMD-REGL-COMPTE== BY ==OR-REGL-COMPTE==
000606                   ==CMD-ENCAISSE==   BY ==OR-ENCAISSE==
000607                   ==CMD-REF-WEB==    BY ==OR-REF-WEB==.

000608*----------------------------------------------------------------
000609* CAMPAGNE - ONE RECORD PER PRODUCT OF THE CAMPAIGN
000610*----------------------------------------------------------------
000611 FD  CAMPAGNE-FILE.
000612 01  CAMPAGNE-RECORD.
000613     05 PRC-CODE              PIC X(04).
000614     05 PRC-QTE-AVANT         PIC S9(07).
000615     05 PRC-CA-AVANT          PIC S9(09)V99.
000616     05 PRC-QTE-PENDANT       PIC S9(07).
000617     05 PRC-CA-PENDANT        PIC S9(09)V99.
000618     05 PRC-QTE-PROMO         PIC S9(07).

000608 WORKING-STORAGE SECTION.

000609     COPY "HABILITATION.cpy".

000610 01  WS-CAMPAGNE             PIC X(08).
000620 01  WS-DEBUT                PIC 9(08).
000630 01  WS-FIN                  PIC 9(08).
000640 01  WS-DEBUT-AVANT          PIC 9(08).
000650 01  WS-NB-JOURS             PIC 9(05).

000660 01  WS-MESSAGE-STATUT       PIC X(40).

000670 01  WS-PROMO-STATUS         PIC X(02).
000680     88 PROMO-OK                      VALUE "00".

000690 01  WS-ORDERS-STATUS        PIC X(02).
000700     88 ORDERS-OK                     VALUE "00".

000702 01  WS-CAMPAGNE-STATUS      PIC X(02).
000704     88 CAMPAGNE-OK                   VALUE "00".

000706 01  WS-NOM-CAMPAGNE         PIC X(40) VALUE "PROMORAP.TMP".
000708 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.

000710 01  WS-SWITCHES.
000720     05 WS-FIN-PROMOS        PIC X(01) VALUE "N".
000730         88 FIN-PROMOS                VALUE "Y".
000740     05 WS-FIN-ORDERS        PIC X(01) VALUE "N".
000750         88 FIN-ORDERS                VALUE "Y".
000760     05 WS-FIN-CAMPAGNE      PIC X(01) VALUE "N".
000770         88 FIN-CAMPAGNE              VALUE "Y".
000800     05 WS-PERIODE           PIC X(01).
000810         88 PERIODE-CAMPAGNE          VALUE "C".
000820         88 PERIODE-AVANT             VALUE "A".
000830         88 HORS-PERIODE              VALUE "H".

000840 01  WS-NB-CODES             PIC 9(06) VALUE ZERO.

000960 01  WS-SIGNE                PIC S9(01).
000970 01  WS-HAUSSE               PIC S9(05)V9.

000980 01  WS-TOTAUX.
000990     05 WS-T-QTE-AVANT       PIC S9(07) VALUE ZERO.
001000     05 WS-T-CA-AVANT        PIC S9(09)V99 VALUE ZERO.
001010     05 WS-T-QTE-PENDANT     PIC S9(07) VALUE ZERO.
001020     05 WS-T-CA-PENDANT      PIC S9(09)V99 VALUE ZERO.

001030 PROCEDURE DIVISION.

001040*----------------------------------------------------------------
001050* 0000-MAINLINE
001060*----------------------------------------------------------------
001070 0000-MAINLINE.
001071     MOVE "PROMORAPPORT" TO HAB-PROGRAMME.
001072     CALL "HABILITER" USING HAB-ZONE.
001073     IF NOT HAB-AUTORISE
001074         GOBACK
001075     END-IF.
001080     DISPLAY "Code campagne : ".
001090     ACCEPT WS-CAMPAGNE.
001091     OPEN OUTPUT CAMPAGNE-FILE.
001092     IF NOT CAMPAGNE-OK
001093         CALL "FICHSTAT" USING WS-CAMPAGNE-STATUS
001094             WS-MESSAGE-STATUT
001095         DISPLAY "PROMORAP.TMP : "
001096             FUNCTION TRIM(WS-MESSAGE-STATUT)
001097         STOP RUN
001098     END-IF.
001099     CLOSE CAMPAGNE-FILE.
001100     OPEN I-O CAMPAGNE-FILE.
001100     PERFORM 1000-CHARGER-CAMPAGNE
001110         THRU 1000-CHARGER-CAMPAGNE-EXIT.
001120     IF WS-NB-CODES = ZERO
001130         DISPLAY "Campagne inconnue : " WS-CAMPAGNE
001140         GO TO 0000-FIN
001150     END-IF.
001160     COMPUTE WS-NB-JOURS =
001170         FUNCTION INTEGER-OF-DATE(WS-FIN)
001180         - FUNCTION INTEGER-OF-DATE(WS-DEBUT) + 1.
001190     COMPUTE WS-DEBUT-AVANT = FUNCTION DATE-OF-INTEGER(
001200         FUNCTION INTEGER-OF-DATE(WS-DEBUT) - WS-NB-JOURS).
001210     PERFORM 2000-CUMULER-VENTES
001220         THRU 2000-CUMULER-VENTES-EXIT.
001230     PERFORM 3000-EDITER-RAPPORT
001240         THRU 3000-EDITER-RAPPORT-EXIT.
001250 0000-FIN.
001252     CLOSE CAMPAGNE-FILE.
001254     CALL "CBL_DELETE_FILE" USING WS-NOM-CAMPAGNE
001256         RETURNING WS-RETOUR-SUPPRESSION.
001260     STOP RUN.

001270*----------------------------------------------------------------
001280* 1000-CHARGER-CAMPAGNE - THE CAMPAIGN'S PRODUCTS; THE WINDOW IS
001290* TAKEN AS THE EARLIEST START TO THE LATEST END OVER ITS LINES
001300*----------------------------------------------------------------
001310 1000-CHARGER-CAMPAGNE.
001320     OPEN INPUT PROMO-FILE.
001330     IF NOT PROMO-OK
001340         CALL "FICHSTAT" USING WS-PROMO-STATUS
001350             WS-MESSAGE-STATUT
001360         DISPLAY "PROMOS.DAT : "
001370             FUNCTION TRIM(WS-MESSAGE-STATUT)
001380         GO TO 1000-CHARGER-CAMPAGNE-EXIT
001390     END-IF.
001400     MOVE 99999999 TO WS-DEBUT.
001410     MOVE ZERO     TO WS-FIN.
001420     MOVE WS-CAMPAGNE TO PRM-CAMPAGNE.
001430     MOVE LOW-VALUES  TO PRM-CODE-PROD.
001440     START PROMO-FILE KEY IS NOT LESS THAN PRM-CLE
001450         INVALID KEY SET FIN-PROMOS TO TRUE
001460     END-START.
001470     PERFORM UNTIL FIN-PROMOS
001480         READ PROMO-FILE NEXT RECORD
001490             AT END SET FIN-PROMOS TO TRUE
001500             NOT AT END
001510                 IF PRM-CAMPAGNE NOT = WS-CAMPAGNE
001520                     SET FIN-PROMOS TO TRUE
001530                 ELSE
001540                     PERFORM 1100-AJOUTER-PRODUIT
001550                         THRU 1100-AJOUTER-PRODUIT-EXIT
001560                 END-IF
001570         END-READ
001580     END-PERFORM.
001590     CLOSE PROMO-FILE.
001600 1000-CHARGER-CAMPAGNE-EXIT.
001610     EXIT.

001620*----------------------------------------------------------------
001630* 1100-AJOUTER-PRODUIT
001640*----------------------------------------------------------------
001650 1100-AJOUTER-PRODUIT.
001660     MOVE PRM-CODE-PROD TO PRC-CODE.
001670     MOVE ZERO TO PRC-QTE-AVANT.
001680     MOVE ZERO TO PRC-CA-AVANT.
001690     MOVE ZERO TO PRC-QTE-PENDANT.
001700     MOVE ZERO TO PRC-CA-PENDANT.
001710     MOVE ZERO TO PRC-QTE-PROMO.
001720     WRITE CAMPAGNE-RECORD
001730         INVALID KEY CONTINUE
001740         NOT INVALID KEY ADD 1 TO WS-NB-CODES
001750     END-WRITE.
001780     IF PRM-DATE-DEBUT < WS-DEBUT
001790         MOVE PRM-DATE-DEBUT TO WS-DEBUT
001800     END-IF.
001810     IF PRM-DATE-FIN > WS-FIN
001820         MOVE PRM-DATE-FIN TO WS-FIN
001830     END-IF.
001840 1100-AJOUTER-PRODUIT-EXIT.
001850     EXIT.

001860*----------------------------------------------------------------
001870* 2000-CUMULER-VENTES - ONE PASS OVER ORDERS.DAT
001880*----------------------------------------------------------------
001890 2000-CUMULER-VENTES.
001900     OPEN INPUT ORDERS-FILE.
001910     IF NOT ORDERS-OK
001920         CALL "FICHSTAT" USING WS-ORDERS-STATUS
001930             WS-MESSAGE-STATUT
001940         DISPLAY "ORDERS.DAT : "
001950             FUNCTION TRIM(WS-MESSAGE-STATUT)
001960         GO TO 2000-CUMULER-VENTES-EXIT
001970     END-IF.
001980     PERFORM UNTIL FIN-ORDERS
001990         READ ORDERS-FILE
002000             AT END SET FIN-ORDERS TO TRUE
002010             NOT AT END
002020                 PERFORM 2100-CUMULER-UN-ENREG
002030                     THRU 2100-CUMULER-UN-ENREG-EXIT
002040         END-READ
002050     END-PERFORM.
002060     CLOSE ORDERS-FILE.
002070 2000-CUMULER-VENTES-EXIT.
002080     EXIT.

002090*----------------------------------------------------------------
002100* 2100-CUMULER-UN-ENREG - CAMPAIGN PRODUCT, INSIDE ONE OF THE TWO
002110* WINDOWS, NETTED
002120*----------------------------------------------------------------
002130 2100-CUMULER-UN-ENREG.
002140     SET HORS-PERIODE TO TRUE.
002150     IF OR-DATE >= WS-DEBUT AND OR-DATE <= WS-FIN
002160         SET PERIODE-CAMPAGNE TO TRUE
002170     END-IF.
002180     IF OR-DATE >= WS-DEBUT-AVANT AND OR-DATE < WS-DEBUT
002190         SET PERIODE-AVANT TO TRUE
002200     END-IF.
002210     IF HORS-PERIODE
002220         GO TO 2100-CUMULER-UN-ENREG-EXIT
002230     END-IF.
002240     MOVE OR-CODE-PROD TO PRC-CODE.
002250     READ CAMPAGNE-FILE
002260         INVALID KEY
002270             GO TO 2100-CUMULER-UN-ENREG-EXIT
002280     END-READ.
002350     IF OR-ANNULATION OR OR-RETOUR
002360         MOVE -1 TO WS-SIGNE
002370     ELSE
002380         MOVE 1 TO WS-SIGNE
002390     END-IF.
002400     IF PERIODE-AVANT
002410         COMPUTE PRC-QTE-AVANT =
002420             PRC-QTE-AVANT + WS-SIGNE * OR-QUANTITE
002430         COMPUTE PRC-CA-AVANT =
002440             PRC-CA-AVANT + WS-SIGNE * OR-MONTANT
002450     ELSE
002460         COMPUTE PRC-QTE-PENDANT =
002470             PRC-QTE-PENDANT + WS-SIGNE * OR-QUANTITE
002480         COMPUTE PRC-CA-PENDANT =
002490             PRC-CA-PENDANT + WS-SIGNE * OR-MONTANT
002500         IF OR-CAMPAGNE = WS-CAMPAGNE
002510             COMPUTE PRC-QTE-PROMO =
002520                 PRC-QTE-PROMO + WS-SIGNE * OR-QUANTITE
002530         END-IF
002540     END-IF.
002542     REWRITE CAMPAGNE-RECORD
002544         INVALID KEY CONTINUE
002546     END-REWRITE.
002550 2100-CUMULER-UN-ENREG-EXIT.
002560     EXIT.

002570*----------------------------------------------------------------
002580* 3000-EDITER-RAPPORT
002590*----------------------------------------------------------------
002600 3000-EDITER-RAPPORT.
002610     DISPLAY "Campagne " FUNCTION TRIM(WS-CAMPAGNE)
002620         " du " WS-DEBUT " au " WS-FIN
002630         " (" WS-NB-JOURS " jours)".
002640     DISPLAY "Comparee a la periode du " WS-DEBUT-AVANT
002650         " a la veille du debut".
002660     DISPLAY "-----------------------------------------".
002664     MOVE LOW-VALUES TO PRC-CODE.
002668     START CAMPAGNE-FILE KEY IS NOT LESS THAN PRC-CODE
002672         INVALID KEY SET FIN-CAMPAGNE TO TRUE
002676     END-START.
002680     PERFORM UNTIL FIN-CAMPAGNE
002684         READ CAMPAGNE-FILE NEXT
002688             AT END SET FIN-CAMPAGNE TO TRUE
002692             NOT AT END
002696                 PERFORM 3100-EDITER-UN-PRODUIT
002700                     THRU 3100-EDITER-UN-PRODUIT-EXIT
002704         END-READ
002710     END-PERFORM.
002720     DISPLAY "-----------------------------------------".
002730     DISPLAY "Total avant    : " WS-T-QTE-AVANT " unites - CA "
002740         WS-T-CA-AVANT.
002750     DISPLAY "Total campagne : " WS-T-QTE-PENDANT " unites - CA "
002760         WS-T-CA-PENDANT.
002810 3000-EDITER-RAPPORT-EXIT.
002820     EXIT.

002830*----------------------------------------------------------------
002840* 3100-EDITER-UN-PRODUIT - BEFORE / DURING AND THE UNIT UPLIFT
002850*----------------------------------------------------------------
002860 3100-EDITER-UN-PRODUIT.
002870     ADD PRC-QTE-AVANT   TO WS-T-QTE-AVANT.
002880     ADD PRC-CA-AVANT    TO WS-T-CA-AVANT.
002890     ADD PRC-QTE-PENDANT TO WS-T-QTE-PENDANT.
002900     ADD PRC-CA-PENDANT  TO WS-T-CA-PENDANT.
002910     DISPLAY PRC-CODE
002920         " avant : " PRC-QTE-AVANT
002930         " u / " PRC-CA-AVANT
002940         " - campagne : " PRC-QTE-PENDANT
002950         " u / " PRC-CA-PENDANT.
002960     IF PRC-QTE-AVANT > ZERO
002970         COMPUTE WS-HAUSSE ROUNDED =
002980             (PRC-QTE-PENDANT - PRC-QTE-AVANT)
002990             * 100 / PRC-QTE-AVANT
003000         DISPLAY "     hausse des unites : " WS-HAUSSE " %"
003010             " - dont sous la promotion : "
003020             PRC-QTE-PROMO
003030     ELSE
003040         DISPLAY "     pas de vente avant la campagne"
003050             " - dont sous la promotion : "
003060             PRC-QTE-PROMO
003070     END-IF.
003080 3100-EDITER-UN-PRODUIT-EXIT.
003090     EXIT.
