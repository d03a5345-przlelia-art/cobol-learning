000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CLOTURECAISSE.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. BOUTIQUE TILL CLOSE (Z REPORT) :
000110*                 THE DAY'S COUNTER SALES OF ORDERS.DAT TOTALLED
000120*                 BY PAYMENT METHOD (CMD-MODE-REGL), LESS THE
000130*                 SALES CANCELLED AND REFUNDED THAT DAY; THE
000140*                 OPERATOR KEYS THE COUNTED CASH, CARD AND CHEQUE
000150*                 FIGURES AND THE DISCREPANCIES ARE PRINTED. THE
000160*                 COUNTED CASH AND CHEQUES GO TO TRANSACT.DAT AS
000170*                 "DP" DEPOSIT CREDITS ON THE REMITTANCE ACCOUNT,
000180*                 SO CAISSERAPPROCHER RECONCILES THE DAY AGAINST
000190*                 WHAT WAS REALLY BANKED. THE CLOSE IS BOOKED ON
000200*                 CLOTCAIS.DAT : A SECOND RUN FOR THE SAME DAY
000210*                 REPRINTS IT WITHOUT DEPOSITING TWICE.
000212* 2026-10-15  LM  THE DEPOSITS ARE REFUSED WHEN THE TILL DAY
000214*                 FALLS IN A LEDGER MONTH CLOSED ON PERIODES.DAT
000216*                 (CTLPERIODE, SEE PERIODECLOTURE).
000217* 2026-10-15  LM  BLANK THE REVERSAL REFERENCE (TR-EXTOURNE,
000218*                 TR-NATURE) ON THE MOVEMENTS WRITTEN HERE -
000219*                 ONLY EXTOURNE SETS IT.
000220* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000221*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000222*                 CLOTURECAISSE (SEE HABILITATIONS).
000223*----------------------------------------------------------------

000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.

000260     SELECT ORDERS-FILE ASSIGN TO "ORDERS.DAT"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS SEQUENTIAL
000290         RECORD KEY IS OR-CLE
000300         FILE STATUS IS WS-ORDERS-STATUS.

000310     SELECT ACCOUNTS-FILE ASSIGN TO "ACCOUNTS.DAT"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS RANDOM
000340         RECORD KEY IS CTL-COMPTE
000350         FILE STATUS IS WS-CTL-STATUS.

000360     SELECT TRANSACTIONS-FILE ASSIGN TO "TRANSACT.DAT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-TRANS-STATUS.

000390     SELECT CLOTURE-FILE ASSIGN TO "CLOTCAIS.DAT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-CLOTURE-STATUS.

000420 DATA DIVISION.
000430 FILE SECTION.

000440 FD  ORDERS-FILE.
000450     COPY "ORDER-RECORD.cpy"
000460         REPLACING ==ORDER-RECORD==   BY ==ORDERS-RECORD==
000470                   ==CMD-CLE==        BY ==OR-CLE==
000480                   ==CMD-NUM-CMD==    BY ==OR-NUM-CMD==
000490                   ==CMD-TYPE==       BY ==OR-TYPE==
000500                   ==CMD-SEQ==        BY ==OR-SEQ==
000510                   ==CMD-ORDRE==      BY ==OR-ORDRE==
000520                   ==CMD-ANNULATION== BY ==OR-ANNULATION==
000530                   ==CMD-RETOUR==     BY ==OR-RETOUR==
000540                   ==CMD-CLIENT==     BY ==OR-CLIENT==
000550                   ==CMD-CODE-PROD==  BY ==OR-CODE-PROD==
000560                   ==CMD-QUANTITE==   BY ==OR-QUANTITE==
000570                   ==CMD-MONTANT==    BY ==OR-MONTANT==
000580                   ==CMD-DATE==       BY ==OR-DATE==
000590                   ==CMD-STATUT==     BY ==OR-STATUT==
000600                   ==CMD-EN-ATTENTE== BY ==OR-EN-ATTENTE==
000610                   ==CMD-EXPEDIEE==   BY ==OR-EXPEDIEE==
000620                   ==CMD-LIVREE==     BY ==OR-LIVREE==
000630                   ==CMD-VILLE==      BY ==OR-VILLE==
000640                   ==CMD-PRIX-SRC==   BY ==OR-PRIX-SRC==
000650                   ==CMD-PX-CONTRAT== BY ==OR-PX-CONTRAT==
000660                   ==CMD-PX-TARIF==   BY ==OR-PX-TARIF==
000670                   ==CMD-PX-CATALOGUE== BY ==OR-PX-CATALOGUE==
000680                   ==CMD-CAMPAGNE==   BY ==OR-CAMPAGNE==
000690                   ==CMD-DATE-PROMISE== BY ==OR-DATE-PROMISE==
000700                   ==CMD-DATE-LIVREE== BY ==OR-DATE-LIVREE==
000710                   ==CMD-FRAIS-PORT== BY ==OR-FRAIS-PORT==
000720                   ==CMD-CODE-ORIG==  BY ==OR-CODE-ORIG==
000730                   ==CMD-REPRESENTANT== BY ==OR-REPRESENTANT==
000740                   ==CMD-MODE-REGL==  BY ==OR-MODE-REGL==
000750                   ==CMD-REGL-ESPECES== BY ==OR-REGL-ESPECES==
000760                   ==CMD-REGL-CARTE== BY ==OR-REGL-CARTE==
000770                   ==CMD-REGL-CHEQUE== BY ==OR-REGL-CHEQUE==
000780                   ==CMD-REGL-COMPTE== BY ==OR-REGL-COMPTE==
000790                   ==CMD-ENCAISSE==   BY ==OR-ENCAISSE==
000795                   ==CMD-REF-WEB==    BY ==OR-REF-WEB==.

000800 FD  ACCOUNTS-FILE.
000810     COPY "COMPTE-RECORD.cpy".

000820*----------------------------------------------------------------
000830* TRANSACTIONS - THE MOVEMENT LAYOUT SOLDE/SOLDEBATCH REPLAY
000840*----------------------------------------------------------------
000850 FD  TRANSACTIONS-FILE.
000860     COPY "MOUVEMENT-RECORD.cpy".

000870*----------------------------------------------------------------
000880* CLOTURES - ONE LINE PER DAY CLOSED : THE COUNTED FIGURES AND
000890* THE ACCOUNT THE DEPOSIT WENT TO. APPEND ONLY.
000900*----------------------------------------------------------------
000910 FD  CLOTURE-FILE.
000920 01  CLOTURE-RECORD.
000930     05 CLO-DATE             PIC 9(08).
000940     05 CLO-ESPECES          PIC 9(07)V99.
000950     05 CLO-CARTE            PIC 9(07)V99.
000960     05 CLO-CHEQUE           PIC 9(07)V99.
000970     05 CLO-COMPTE           PIC X(06).

000980 WORKING-STORAGE SECTION.

000985     COPY "HABILITATION.cpy".

000990 01  WS-DATE-DEMANDEE        PIC 9(08).
000993 01  WS-PERIODE-VERDICT      PIC X(01).
000996     88 PERIODE-CLOTUREE              VALUE "C".
001000 01  WS-MESSAGE-STATUT       PIC X(40).

001010 01  WS-ORDERS-STATUS        PIC X(02).
001020     88 ORDERS-OK                     VALUE "00".

001030 01  WS-CTL-STATUS           PIC X(02).
001040     88 CTL-OK                        VALUE "00".

001050 01  WS-TRANS-STATUS         PIC X(02).
001060     88 TRANS-OK                      VALUE "00".

001070 01  WS-CLOTURE-STATUS       PIC X(02).
001080     88 CLOTURE-OK                    VALUE "00".

001090 01  WS-SWITCHES.
001100     05 WS-FIN-ORDERS        PIC X(01) VALUE "N".
001110         88 FIN-ORDERS                VALUE "Y".
001120     05 WS-FIN-CLOTURES      PIC X(01) VALUE "N".
001130         88 FIN-CLOTURES              VALUE "Y".
001140     05 WS-DEJA-CLOTUREE     PIC X(01) VALUE "N".
001150         88 DEJA-CLOTUREE             VALUE "O".
001160     05 WS-COMPTE-VALIDE     PIC X(01) VALUE "N".
001170         88 COMPTE-VALIDE             VALUE "O".

001180*----------------------------------------------------------------
001190* MODES DE REGLEMENT - ONE ENTRY PER CMD-MODE-REGL VALUE : THE
001200* DAY'S SALES AND REFUNDS, THEN WHAT WAS COUNTED IN THE TILL.
001210* "EN COMPTE" IS INVOICED LATER AND HAS NOTHING TO COUNT.
001220*----------------------------------------------------------------
001230 01  WS-MODES-REGLEMENT.
001240     05 FILLER               PIC X(11) VALUE "EEspeces".
001250     05 FILLER               PIC X(11) VALUE "CCarte".
001260     05 FILLER               PIC X(11) VALUE "HCheque".
001270     05 FILLER               PIC X(11) VALUE "TEn compte".

001280 01  WS-MODES-TABLE REDEFINES WS-MODES-REGLEMENT.
001290     05 WS-MODE-ENTRY OCCURS 4 TIMES INDEXED BY WS-MDX.
001300         10 WS-MODE-CODE     PIC X(01).
001310         10 WS-MODE-LIBELLE  PIC X(10).

001320 01  WS-CUMULS-TABLE.
001330     05 WS-CUMUL-ENTRY OCCURS 4 TIMES INDEXED BY WS-CDX.
001340         10 WS-CUM-NB-VENTES  PIC 9(05).
001350         10 WS-CUM-VENTES     PIC 9(09)V99.
001360         10 WS-CUM-NB-REMB    PIC 9(05).
001370         10 WS-CUM-REMB       PIC 9(09)V99.
001380         10 WS-CUM-NET        PIC S9(09)V99.
001390         10 WS-CUM-COMPTE     PIC 9(09)V99.
001400         10 WS-CUM-ECART      PIC S9(09)V99.

001410 01  WS-TOTAL-NET            PIC S9(09)V99 VALUE ZERO.
001420 01  WS-TOTAL-ECART          PIC S9(09)V99 VALUE ZERO.
001430 01  WS-MONTANT-COMPTE       PIC 9(07)V99.

001440*----------------------------------------------------------------
001450* DEPOT - TR-MONTANT CARRIES WHOLE UNITS UP TO 9999 : THE COUNTED
001460* FIGURE IS ROUNDED AND BANKED IN AS MANY MOVEMENTS AS IT TAKES
001470*----------------------------------------------------------------
001480 01  WS-COMPTE-DEPOT         PIC X(06).
001490 01  WS-DEPOT-RESTE          PIC 9(09).
001500 01  WS-NB-DEPOTS            PIC 9(04) VALUE ZERO.

001510 01  WS-EDITE-NB             PIC Z(4)9.
001520 01  WS-EDITE-MONTANT        PIC -(9)9.99.
001530 01  WS-EDITE-REMB           PIC -(9)9.99.
001540 01  WS-EDITE-NET            PIC -(9)9.99.

001550 PROCEDURE DIVISION.

001560*----------------------------------------------------------------
001570* 0000-MAINLINE - A DAY ALREADY CLOSED IS ONLY REPRINTED FROM THE
001580* CLOTCAIS.DAT FIGURES; NOTHING IS DEPOSITED A SECOND TIME
001590*----------------------------------------------------------------
001600 0000-MAINLINE.
001601     MOVE "CLOTURECAISSE" TO HAB-PROGRAMME.
001602     CALL "HABILITER" USING HAB-ZONE.
001603     IF NOT HAB-AUTORISE
001604         GOBACK
001605     END-IF.
001610     DISPLAY "Date de caisse AAAAMMJJ (vide ="
001620         " aujourd'hui) : ".
001630     MOVE ZERO TO WS-DATE-DEMANDEE.
001640     ACCEPT WS-DATE-DEMANDEE.
001650     IF WS-DATE-DEMANDEE = ZERO
001660         ACCEPT WS-DATE-DEMANDEE FROM DATE YYYYMMDD
001670     END-IF.
001680     INITIALIZE WS-CUMULS-TABLE.
001690     PERFORM 1000-RECHERCHER-CLOTURE
001700         THRU 1000-RECHERCHER-CLOTURE-EXIT.
001710     PERFORM 2000-TOTALISER-VENTES
001720         THRU 2000-TOTALISER-VENTES-EXIT.
001730     PERFORM 3000-EDITER-VENTES
001740         THRU 3000-EDITER-VENTES-EXIT.
001750     IF DEJA-CLOTUREE
001760         DISPLAY " "
001770         DISPLAY "Caisse deja cloturee - comptage repris de"
001780             " CLOTCAIS.DAT (depot fait sur le compte "
001790             WS-COMPTE-DEPOT ")"
001800     ELSE
001810         PERFORM 4000-SAISIR-COMPTAGE
001820             THRU 4000-SAISIR-COMPTAGE-EXIT
001830     END-IF.
001840     PERFORM 5000-EDITER-ECARTS
001850         THRU 5000-EDITER-ECARTS-EXIT.
001860     IF NOT DEJA-CLOTUREE
001870         PERFORM 6000-DEPOSER-CAISSE
001880             THRU 6000-DEPOSER-CAISSE-EXIT
001890     END-IF.
001900     STOP RUN.

001910*----------------------------------------------------------------
001920* 1000-RECHERCHER-CLOTURE - THE DAY'S CLOSE IF ALREADY BOOKED,
001930* WITH ITS COUNTED FIGURES
001940*----------------------------------------------------------------
001950 1000-RECHERCHER-CLOTURE.
001960     OPEN INPUT CLOTURE-FILE.
001970     IF NOT CLOTURE-OK
001980         GO TO 1000-RECHERCHER-CLOTURE-EXIT
001990     END-IF.
002000     PERFORM UNTIL FIN-CLOTURES OR DEJA-CLOTUREE
002010         READ CLOTURE-FILE
002020             AT END SET FIN-CLOTURES TO TRUE
002030             NOT AT END
002040                 IF CLO-DATE = WS-DATE-DEMANDEE
002050                     SET DEJA-CLOTUREE TO TRUE
002060                     MOVE CLO-ESPECES TO WS-CUM-COMPTE(1)
002070                     MOVE CLO-CARTE   TO WS-CUM-COMPTE(2)
002080                     MOVE CLO-CHEQUE  TO WS-CUM-COMPTE(3)
002090                     MOVE CLO-COMPTE  TO WS-COMPTE-DEPOT
002100                 END-IF
002110         END-READ
002120     END-PERFORM.
002130     CLOSE CLOTURE-FILE.
002140 1000-RECHERCHER-CLOTURE-EXIT.
002150     EXIT.

002160*----------------------------------------------------------------
002170* 2000-TOTALISER-VENTES - COUNTER SALES OF THE DAY (OR-ORDRE) AND
002180* THE COUNTER SALES CANCELLED THAT DAY (OR-ANNULATION), BY METHOD.
002190* LINES WITH NO METHOD WERE NOT TAKEN AT THE COUNTER.
002200*----------------------------------------------------------------
002210 2000-TOTALISER-VENTES.
002220     OPEN INPUT ORDERS-FILE.
002230     IF NOT ORDERS-OK
002240         CALL "FICHSTAT" USING WS-ORDERS-STATUS
002250             WS-MESSAGE-STATUT
002260         DISPLAY "ORDERS.DAT : "
002270             FUNCTION TRIM(WS-MESSAGE-STATUT)
002280         GO TO 2000-TOTALISER-VENTES-EXIT
002290     END-IF.
002300     PERFORM UNTIL FIN-ORDERS
002310         READ ORDERS-FILE
002320             AT END SET FIN-ORDERS TO TRUE
002330             NOT AT END
002340                 IF OR-DATE = WS-DATE-DEMANDEE
002350                     AND OR-MODE-REGL NOT = SPACES
002360                     PERFORM 2100-CUMULER-UNE-LIGNE
002370                         THRU 2100-CUMULER-UNE-LIGNE-EXIT
002380                 END-IF
002390         END-READ
002400     END-PERFORM.
002410     CLOSE ORDERS-FILE.
002420 2000-TOTALISER-VENTES-EXIT.
002430     EXIT.

002440*----------------------------------------------------------------
002450* 2100-CUMULER-UNE-LIGNE
002460*----------------------------------------------------------------
002470 2100-CUMULER-UNE-LIGNE.
002480     SET WS-MDX TO 1.
002490     SEARCH WS-MODE-ENTRY
002500         AT END
002510             DISPLAY "Mode de reglement inconnu " OR-MODE-REGL
002520                 " - commande " OR-NUM-CMD " ignoree"
002530             GO TO 2100-CUMULER-UNE-LIGNE-EXIT
002540         WHEN WS-MODE-CODE(WS-MDX) = OR-MODE-REGL
002550             SET WS-CDX TO WS-MDX
002560     END-SEARCH.
002570     IF OR-ORDRE
002580         ADD 1           TO WS-CUM-NB-VENTES(WS-CDX)
002590         ADD OR-ENCAISSE TO WS-CUM-VENTES(WS-CDX)
002600     END-IF.
002610     IF OR-ANNULATION
002620         ADD 1           TO WS-CUM-NB-REMB(WS-CDX)
002630         ADD OR-ENCAISSE TO WS-CUM-REMB(WS-CDX)
002640     END-IF.
002650 2100-CUMULER-UNE-LIGNE-EXIT.
002660     EXIT.

002670*----------------------------------------------------------------
002680* 3000-EDITER-VENTES - ONE LINE PER METHOD, THEN THE DAY'S NET
002690*----------------------------------------------------------------
002700 3000-EDITER-VENTES.
002710     DISPLAY "Cloture de caisse boutique du " WS-DATE-DEMANDEE.
002720     DISPLAY "-----------------------------------------".
002730     DISPLAY "Reglement    Nb      Ventes   Nb  Rembourse"
002740         "         Net".
002750     PERFORM VARYING WS-MDX FROM 1 BY 1 UNTIL WS-MDX > 4
002760         SET WS-CDX TO WS-MDX
002770         COMPUTE WS-CUM-NET(WS-CDX) = WS-CUM-VENTES(WS-CDX)
002780             - WS-CUM-REMB(WS-CDX)
002790         ADD WS-CUM-NET(WS-CDX) TO WS-TOTAL-NET
002800         MOVE WS-CUM-NB-VENTES(WS-CDX) TO WS-EDITE-NB
002810         MOVE WS-CUM-VENTES(WS-CDX)    TO WS-EDITE-MONTANT
002820         MOVE WS-CUM-REMB(WS-CDX)      TO WS-EDITE-REMB
002830         MOVE WS-CUM-NET(WS-CDX)       TO WS-EDITE-NET
002840         DISPLAY WS-MODE-LIBELLE(WS-MDX) " " WS-EDITE-NB
002850             WS-EDITE-MONTANT " " WS-CUM-NB-REMB(WS-CDX)
002860             WS-EDITE-REMB WS-EDITE-NET
002870     END-PERFORM.
002880     MOVE WS-TOTAL-NET TO WS-EDITE-NET.
002890     DISPLAY "Total net du jour : " WS-EDITE-NET.
002900 3000-EDITER-VENTES-EXIT.
002910     EXIT.

002920*----------------------------------------------------------------
002930* 4000-SAISIR-COMPTAGE - WHAT IS REALLY IN THE TILL FOR THE THREE
002940* COUNTED METHODS
002950*----------------------------------------------------------------
002960 4000-SAISIR-COMPTAGE.
002970     DISPLAY " ".
002980     PERFORM VARYING WS-MDX FROM 1 BY 1 UNTIL WS-MDX > 3
002990         SET WS-CDX TO WS-MDX
003000         DISPLAY "Montant compte - "
003010             FUNCTION TRIM(WS-MODE-LIBELLE(WS-MDX)) " : "
003020         MOVE ZERO TO WS-MONTANT-COMPTE
003030         ACCEPT WS-MONTANT-COMPTE
003040         MOVE WS-MONTANT-COMPTE TO WS-CUM-COMPTE(WS-CDX)
003050     END-PERFORM.
003060 4000-SAISIR-COMPTAGE-EXIT.
003070     EXIT.

003080*----------------------------------------------------------------
003090* 5000-EDITER-ECARTS - COUNTED LESS EXPECTED, PER COUNTED METHOD
003100*----------------------------------------------------------------
003110 5000-EDITER-ECARTS.
003120     DISPLAY " ".
003130     DISPLAY "Reglement        Attendu        Compte       Ecart".
003140     PERFORM VARYING WS-MDX FROM 1 BY 1 UNTIL WS-MDX > 3
003150         SET WS-CDX TO WS-MDX
003160         COMPUTE WS-CUM-ECART(WS-CDX) = WS-CUM-COMPTE(WS-CDX)
003170             - WS-CUM-NET(WS-CDX)
003180         ADD WS-CUM-ECART(WS-CDX) TO WS-TOTAL-ECART
003190         MOVE WS-CUM-NET(WS-CDX)    TO WS-EDITE-MONTANT
003200         MOVE WS-CUM-COMPTE(WS-CDX) TO WS-EDITE-REMB
003210         MOVE WS-CUM-ECART(WS-CDX)  TO WS-EDITE-NET
003220         DISPLAY WS-MODE-LIBELLE(WS-MDX) WS-EDITE-MONTANT
003230             WS-EDITE-REMB WS-EDITE-NET
003240     END-PERFORM.
003250     IF WS-TOTAL-ECART = ZERO
003260         DISPLAY "Caisse juste"
003270     ELSE
003280         MOVE WS-TOTAL-ECART TO WS-EDITE-NET
003290         DISPLAY "ECART TOTAL : " WS-EDITE-NET
003300     END-IF.
003310 5000-EDITER-ECARTS-EXIT.
003320     EXIT.

003330*----------------------------------------------------------------
003340* 6000-DEPOSER-CAISSE - REMITTANCE ACCOUNT, THEN THE COUNTED CASH
003350* AND CHEQUES AS "DP" CREDITS AND THE CLOSE ON CLOTCAIS.DAT. AN
003360* UNUSABLE ACCOUNT LEAVES THE DAY OPEN FOR ANOTHER RUN.
003370*----------------------------------------------------------------
003380 6000-DEPOSER-CAISSE.
003390     DISPLAY " ".
003400     DISPLAY "Compte de remise en banque : ".
003410     ACCEPT WS-COMPTE-DEPOT.
003420     PERFORM 6100-CONTROLER-COMPTE
003430         THRU 6100-CONTROLER-COMPTE-EXIT.
003440     IF NOT COMPTE-VALIDE
003450         DISPLAY "Depot non enregistre - caisse non cloturee"
003460         GO TO 6000-DEPOSER-CAISSE-EXIT
003470     END-IF.
003471     CALL "CTLPERIODE" USING WS-DATE-DEMANDEE WS-PERIODE-VERDICT.
003472     IF PERIODE-CLOTUREE
003473         DISPLAY "Periode du " WS-DATE-DEMANDEE " cloturee -"
003474             " depot refuse, caisse non cloturee"
003475         GO TO 6000-DEPOSER-CAISSE-EXIT
003476     END-IF.
003480     OPEN EXTEND TRANSACTIONS-FILE.
003490     IF NOT TRANS-OK
003500         CLOSE TRANSACTIONS-FILE
003510         OPEN OUTPUT TRANSACTIONS-FILE
003520     END-IF.
003530     COMPUTE WS-DEPOT-RESTE ROUNDED = WS-CUM-COMPTE(1).
003540     PERFORM 6200-ECRIRE-DEPOT
003550         THRU 6200-ECRIRE-DEPOT-EXIT
003560         UNTIL WS-DEPOT-RESTE = ZERO.
003570     COMPUTE WS-DEPOT-RESTE ROUNDED = WS-CUM-COMPTE(3).
003580     PERFORM 6200-ECRIRE-DEPOT
003590         THRU 6200-ECRIRE-DEPOT-EXIT
003600         UNTIL WS-DEPOT-RESTE = ZERO.
003610     CLOSE TRANSACTIONS-FILE.
003620     OPEN EXTEND CLOTURE-FILE.
003630     IF NOT CLOTURE-OK
003640         CLOSE CLOTURE-FILE
003650         OPEN OUTPUT CLOTURE-FILE
003660     END-IF.
003670     MOVE WS-DATE-DEMANDEE TO CLO-DATE.
003680     MOVE WS-CUM-COMPTE(1) TO CLO-ESPECES.
003690     MOVE WS-CUM-COMPTE(2) TO CLO-CARTE.
003700     MOVE WS-CUM-COMPTE(3) TO CLO-CHEQUE.
003710     MOVE WS-COMPTE-DEPOT  TO CLO-COMPTE.
003720     WRITE CLOTURE-RECORD.
003730     CLOSE CLOTURE-FILE.
003740     DISPLAY "Caisse cloturee - " WS-NB-DEPOTS
003750         " depot(s) DP vers TRANSACT.DAT sur le compte "
003760         WS-COMPTE-DEPOT.
003770 6000-DEPOSER-CAISSE-EXIT.
003780     EXIT.

003790*----------------------------------------------------------------
003800* 6100-CONTROLER-COMPTE - THE ACCOUNT MUST EXIST AND BE OPEN
003810*----------------------------------------------------------------
003820 6100-CONTROLER-COMPTE.
003830     MOVE "N" TO WS-COMPTE-VALIDE.
003840     OPEN INPUT ACCOUNTS-FILE.
003850     IF NOT CTL-OK
003860         CALL "FICHSTAT" USING WS-CTL-STATUS
003870             WS-MESSAGE-STATUT
003880         DISPLAY "ACCOUNTS.DAT : "
003890             FUNCTION TRIM(WS-MESSAGE-STATUT)
003900         GO TO 6100-CONTROLER-COMPTE-EXIT
003910     END-IF.
003920     MOVE WS-COMPTE-DEPOT TO CTL-COMPTE.
003930     READ ACCOUNTS-FILE
003940         INVALID KEY
003950             DISPLAY "Compte inconnu : " WS-COMPTE-DEPOT
003960         NOT INVALID KEY
003970             IF CTL-FERME OR CTL-BLOQUE
003980                 DISPLAY "Compte " WS-COMPTE-DEPOT " " CTL-STATUT
003990                     " (ferme/bloque) - depot refuse"
004000             ELSE
004010                 SET COMPTE-VALIDE TO TRUE
004020             END-IF
004030     END-READ.
004040     CLOSE ACCOUNTS-FILE.
004050 6100-CONTROLER-COMPTE-EXIT.
004060     EXIT.

004070*----------------------------------------------------------------
004080* 6200-ECRIRE-DEPOT - ONE "DP" CREDIT OF AT MOST 9999
004090*----------------------------------------------------------------
004100 6200-ECRIRE-DEPOT.
004110     MOVE WS-COMPTE-DEPOT TO TR-COMPTE.
004120     SET TR-CREDIT TO TRUE.
004130     IF WS-DEPOT-RESTE > 9999
004140         MOVE 9999 TO TR-MONTANT
004150     ELSE
004160         MOVE WS-DEPOT-RESTE TO TR-MONTANT
004170     END-IF.
004180     MOVE "DP" TO TR-TYPE.
004190     MOVE WS-DATE-DEMANDEE TO TR-DATE.
004195     MOVE SPACES TO TR-EXTOURNE-X TR-NATURE.
004200     WRITE TR-MOUVEMENT.
004210     SUBTRACT TR-MONTANT FROM WS-DEPOT-RESTE.
004220     ADD 1 TO WS-NB-DEPOTS.
004230 6200-ECRIRE-DEPOT-EXIT.
004240     EXIT.
