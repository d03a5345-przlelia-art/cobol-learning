000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CLASSEABC.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. QUARTERLY ABC RUN : EVERY PRODUCT
000110*                 IS RANKED BY ITS NET SALES VALUE ON ORDERS.DAT
000120*                 OVER A KEYED WINDOW (REVERSALS AND RETURNS
000130*                 NETTED OUT). THE PRODUCTS MAKING THE FIRST 80
000140*                 PERCENT OF REVENUE ARE CLASS A, THE NEXT 15
000150*                 PERCENT CLASS B, THE REST AND THE UNSOLD CLASS
000160*                 C. THE CLASS GOES ON THE MASTER WITH THE DATE OF
000170*                 THE NEXT CYCLE COUNT - A MONTHLY, B QUARTERLY, C
000180*                 YEARLY - ONE INTERVAL AFTER THE LAST COUNT, OR
000190*                 SPREAD EVENLY OVER THE INTERVAL WHEN THE PRODUCT
000200*                 WAS NEVER COUNTED OR IS OVERDUE, SO THE DAILY
000210*                 SHEETS STAY EVEN. THE COUNTS OF THE COMING
000220*                 QUARTER ARE WRITTEN DAY BY DAY TO CALCOMPT.DAT.
000222* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000224*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000226*                 CLASSEABC (SEE HABILITATIONS).
000227* 2026-10-15  LM  NO MORE 500-PRODUCT TABLE : THE NET VALUES GO
000228*                 ON THE KEYED WORK FILE ABCVENT.TMP, THE RANKING
000229*                 RUNS THROUGH THE SORT FILE TRI-VALEURS INTO THE
000230*                 KEYED WORK FILE ABCRANG.TMP AND THE CALENDAR
000231*                 THROUGH TRI-CALENDRIER, SO THE WHOLE MASTER IS
000232*                 CLASSED HOWEVER LARGE IT GROWS.
000230*----------------------------------------------------------------

000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.

000270     SELECT ORDERS-FILE ASSIGN TO "ORDERS.DAT"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS SEQUENTIAL
000300         RECORD KEY IS OR-CLE
000310         FILE STATUS IS WS-ORDERS-STATUS.

000320     SELECT PRODUIT-FILE ASSIGN TO "PRODUITS.DAT"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS PROD-CODE
000360         ALTERNATE RECORD KEY IS PROD-EAN
000370             WITH DUPLICATES
000380         FILE STATUS IS WS-PRODUIT-STATUS.

000390     SELECT CALENDRIER-FILE ASSIGN TO "CALCOMPT.DAT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-CALENDRIER-STATUS.

000411     SELECT VENTES-FILE ASSIGN TO "ABCVENT.TMP"
000412         ORGANIZATION IS INDEXED
000413         ACCESS MODE IS RANDOM
000414         RECORD KEY IS VTE-CODE
000415         FILE STATUS IS WS-VENTES-STATUS.

000416     SELECT RANG-FILE ASSIGN TO "ABCRANG.TMP"
000417         ORGANIZATION IS INDEXED
000418         ACCESS MODE IS DYNAMIC
000419         RECORD KEY IS RNG-RANG
000420         FILE STATUS IS WS-RANG-STATUS.

000421     SELECT TRI-VALEURS ASSIGN TO "ABCVAL.SRT".

000422     SELECT TRI-CALENDRIER ASSIGN TO "ABCCAL.SRT".

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
000800                   ==CMD-REF-WEB==    BY ==OR-REF-WEB==.

000810 FD  PRODUIT-FILE.
000820     COPY "PRODUIT-RECORD.cpy".

000830*----------------------------------------------------------------
000840* CALENDRIER - ONE LINE PER PLANNED COUNT OF THE COMING QUARTER,
000850* IN DATE ORDER
000860*----------------------------------------------------------------
000870 FD  CALENDRIER-FILE.
000880 01  CALENDRIER-RECORD.
000890     05 CAL-DATE             PIC 9(08).
000900     05 CAL-CODE-PROD        PIC X(04).
000910     05 CAL-CLASSE           PIC X(01).
000920     05 CAL-LIBELLE          PIC X(20).

000921*----------------------------------------------------------------
000922* VENTES - WORK FILE, NET SALES VALUE PER PRODUCT OVER THE WINDOW
000923*----------------------------------------------------------------
000924 FD  VENTES-FILE.
000925 01  VENTE-RECORD.
000926     05 VTE-CODE             PIC X(04).
000927     05 VTE-VALEUR           PIC S9(09)V99.

000928*----------------------------------------------------------------
000929* RANG - WORK FILE, THE WHOLE MASTER BEST SELLER FIRST WITH ITS
000930* CLASS AND ITS PLANNED COUNT
000931*----------------------------------------------------------------
000932 FD  RANG-FILE.
000933 01  RANG-RECORD.
000934     05 RNG-RANG             PIC 9(06).
000935     05 RNG-CODE             PIC X(04).
000936     05 RNG-LIBELLE          PIC X(20).
000937     05 RNG-VALEUR           PIC S9(09)V99.
000938     05 RNG-ANCIENNE         PIC X(01).
000939     05 RNG-CLASSE           PIC X(01).
000940     05 RNG-DERNIER          PIC 9(08).
000941     05 RNG-PROCHAIN         PIC 9(08).
000942     05 RNG-JOUR-PROCH       PIC 9(07).
000943     05 RNG-INTERVALLE       PIC 9(03).

000944*----------------------------------------------------------------
000945* TRI-VALEURS - SORT WORK FILE, EVERY PRODUCT OF THE MASTER WITH
000946* ITS NET SALES VALUE, BEST SELLER FIRST
000947*----------------------------------------------------------------
000948 SD  TRI-VALEURS.
000949 01  TRI-VALEUR.
000950     05 TRI-VAL-VALEUR       PIC S9(09)V99.
000951     05 TRI-VAL-CODE         PIC X(04).
000952     05 TRI-VAL-LIBELLE      PIC X(20).
000953     05 TRI-VAL-ANCIENNE     PIC X(01).
000954     05 TRI-VAL-DERNIER      PIC 9(08).

000955*----------------------------------------------------------------
000956* TRI-CALENDRIER - SORT WORK FILE, ONE COUNT PER PRODUCT AND DAY,
000957* BY DATE THEN BY RANK
000958*----------------------------------------------------------------
000959 SD  TRI-CALENDRIER.
000960 01  TRI-COMPTAGE.
000961     05 TRI-CAL-DATE         PIC 9(08).
000962     05 TRI-CAL-RANG         PIC 9(06).
000963     05 TRI-CAL-CODE         PIC X(04).
000964     05 TRI-CAL-CLASSE       PIC X(01).
000965     05 TRI-CAL-LIBELLE      PIC X(20).

000930 WORKING-STORAGE SECTION.

000935     COPY "HABILITATION.cpy".

000940 01  WS-DATE-JOUR            PIC 9(08).
000950 01  WS-JOUR-COURANT         PIC 9(08).
000960 01  WS-JOURS-FENETRE        PIC 9(04).
000970 01  WS-AGE-JOURS            PIC S9(09).
000980 01  WS-MESSAGE-STATUT       PIC X(40).

000990 01  WS-ORDERS-STATUS        PIC X(02).
001000     88 ORDERS-OK                     VALUE "00".

001010 01  WS-PRODUIT-STATUS       PIC X(02).
001020     88 PRODUIT-OK                    VALUE "00".

001030 01  WS-CALENDRIER-STATUS    PIC X(02).
001040     88 CALENDRIER-OK                 VALUE "00".

001041 01  WS-VENTES-STATUS        PIC X(02).
001042     88 VENTES-OK                     VALUE "00".

001043 01  WS-RANG-STATUS          PIC X(02).
001044     88 RANG-OK                       VALUE "00".

001045 01  WS-NOM-VENTES           PIC X(40) VALUE "ABCVENT.TMP".
001046 01  WS-NOM-RANG             PIC X(40) VALUE "ABCRANG.TMP".
001047 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.

001050 01  WS-SWITCHES.
001060     05 WS-FIN-ORDERS        PIC X(01) VALUE "N".
001070         88 FIN-ORDERS                VALUE "Y".
001080     05 WS-FIN-PRODUITS      PIC X(01) VALUE "N".
001090         88 FIN-PRODUITS              VALUE "Y".
001094     05 WS-FIN-RANG          PIC X(01) VALUE "N".
001098         88 FIN-RANG                  VALUE "Y".
001102     05 WS-FIN-TRI           PIC X(01) VALUE "N".
001106         88 FIN-TRI                   VALUE "Y".
001110     05 WS-TRAVAIL-OUVERT    PIC X(01) VALUE "N".
001114         88 TRAVAIL-OUVERT            VALUE "O".

001120*----------------------------------------------------------------
001130* SEUILS - CUMULATIVE SHARE OF REVENUE CLOSING CLASSES A AND B,
001140* AND THE COUNT INTERVAL IN DAYS OF EACH CLASS
001150*----------------------------------------------------------------
001160 01  WS-SEUIL-A              PIC 9(03) VALUE 80.
001170 01  WS-SEUIL-B              PIC 9(03) VALUE 95.
001180 01  WS-INTERVALLE-A         PIC 9(03) VALUE 30.
001190 01  WS-INTERVALLE-B         PIC 9(03) VALUE 91.
001200 01  WS-INTERVALLE-C         PIC 9(03) VALUE 365.
001210 01  WS-HORIZON              PIC 9(03) VALUE 91.

001220 01  WS-NB-PRODUITS          PIC 9(06) VALUE ZERO.
001230 01  WS-RANG                 PIC 9(06) VALUE ZERO.

001400 01  WS-TOTAL-VALEUR         PIC S9(11)V99 VALUE ZERO.
001410 01  WS-CUMUL-VALEUR         PIC S9(11)V99 VALUE ZERO.
001420 01  WS-PART-CUMUL           PIC 9(03)V99.

001430*----------------------------------------------------------------
001440* CLASSES - PRODUCTS, VALUE AND RUNNING ORDINAL PER CLASS
001450*----------------------------------------------------------------
001460 01  WS-CLASSES-TABLE.
001470     05 WS-CLS-ENTRY OCCURS 3 TIMES INDEXED BY WS-KDX.
001480         10 WS-CLS-NB        PIC 9(04).
001490         10 WS-CLS-VALEUR    PIC S9(11)V99.
001500         10 WS-CLS-ORDINAL   PIC 9(04).
001510 01  WS-CLASSE-CODES         PIC X(03) VALUE "ABC".

001520 01  WS-JOUR-JOUR            PIC 9(07).
001530 01  WS-JOUR-DERNIER         PIC 9(07).
001540 01  WS-JOUR-CAL             PIC 9(07).
001550 01  WS-JOUR-FIN             PIC 9(07).
001590 01  WS-DECALAGE             PIC 9(07).

001600 01  WS-NB-CALENDRIER        PIC 9(06) VALUE ZERO.
001610 01  WS-NB-RECLASSES         PIC 9(04) VALUE ZERO.

001620 01  WS-VALEUR-EDIT          PIC -ZZZ,ZZZ,ZZ9.99.
001630 01  WS-PART-EDIT            PIC ZZ9.99.

001640 PROCEDURE DIVISION.

001650*----------------------------------------------------------------
001660* 0000-MAINLINE
001670*----------------------------------------------------------------
001680 0000-MAINLINE.
001681     MOVE "CLASSEABC" TO HAB-PROGRAMME.
001682     CALL "HABILITER" USING HAB-ZONE.
001683     IF NOT HAB-AUTORISE
001684         GOBACK
001685     END-IF.
001690     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001700     DISPLAY "Fenetre de ventes en jours (defaut 365) : ".
001710     MOVE ZERO TO WS-JOURS-FENETRE.
001720     ACCEPT WS-JOURS-FENETRE.
001730     IF WS-JOURS-FENETRE = ZERO
001740         MOVE 365 TO WS-JOURS-FENETRE
001750     END-IF.
001760     COMPUTE WS-JOUR-JOUR =
001770         FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR).
001771     PERFORM 0500-OUVRIR-TRAVAIL
001772         THRU 0500-OUVRIR-TRAVAIL-EXIT.
001773     IF NOT TRAVAIL-OUVERT
001774         STOP RUN
001775     END-IF.
001776     PERFORM 2000-CUMULER-VENTES
001777         THRU 2000-CUMULER-VENTES-EXIT.
001778     SORT TRI-VALEURS
001779         ON DESCENDING KEY TRI-VAL-VALEUR
001780         WITH DUPLICATES IN ORDER
001781         INPUT PROCEDURE IS 1000-CHARGER-PRODUITS
001782             THRU 1000-CHARGER-PRODUITS-EXIT
001783         OUTPUT PROCEDURE IS 4000-CLASSER-PRODUITS
001784             THRU 4000-CLASSER-PRODUITS-EXIT.
001785     CLOSE RANG-FILE.
001800     IF WS-NB-PRODUITS = ZERO
001810         DISPLAY "Aucun produit a classer"
001820         GO TO 0000-FIN
001830     END-IF.
001950     PERFORM 5000-PLANIFIER-COMPTAGES
001960         THRU 5000-PLANIFIER-COMPTAGES-EXIT.
001970     PERFORM 6000-MAJ-PRODUITS
001980         THRU 6000-MAJ-PRODUITS-EXIT.
001990     PERFORM 7000-EDITER-CALENDRIER
002000         THRU 7000-EDITER-CALENDRIER-EXIT.
002010     PERFORM 8000-EDITER-SYNTHESE
002020         THRU 8000-EDITER-SYNTHESE-EXIT.
002030 0000-FIN.
002031     CLOSE VENTES-FILE.
002032     CALL "CBL_DELETE_FILE" USING WS-NOM-VENTES
002033         RETURNING WS-RETOUR-SUPPRESSION.
002034     CALL "CBL_DELETE_FILE" USING WS-NOM-RANG
002035         RETURNING WS-RETOUR-SUPPRESSION.
002040     STOP RUN.

002050*----------------------------------------------------------------
002051* 0500-OUVRIR-TRAVAIL - THE VALUES CREATED EMPTY THEN REOPENED FOR
002052* UPDATE, THE RANKING CREATED EMPTY FOR THE CLASSING PASS
002053*----------------------------------------------------------------
002054 0500-OUVRIR-TRAVAIL.
002055     OPEN OUTPUT VENTES-FILE.
002056     IF NOT VENTES-OK
002057         CALL "FICHSTAT" USING WS-VENTES-STATUS
002058             WS-MESSAGE-STATUT
002059         DISPLAY "ABCVENT.TMP : "
002060             FUNCTION TRIM(WS-MESSAGE-STATUT)
002061         GO TO 0500-OUVRIR-TRAVAIL-EXIT
002062     END-IF.
002063     OPEN OUTPUT RANG-FILE.
002064     IF NOT RANG-OK
002065         CALL "FICHSTAT" USING WS-RANG-STATUS
002066             WS-MESSAGE-STATUT
002067         DISPLAY "ABCRANG.TMP : "
002068             FUNCTION TRIM(WS-MESSAGE-STATUT)
002069         CLOSE VENTES-FILE
002070         GO TO 0500-OUVRIR-TRAVAIL-EXIT
002071     END-IF.
002072     CLOSE VENTES-FILE.
002073     OPEN I-O VENTES-FILE.
002074     SET TRAVAIL-OUVERT TO TRUE.
002075 0500-OUVRIR-TRAVAIL-EXIT.
002076     EXIT.

002077*----------------------------------------------------------------
002078* 1000-CHARGER-PRODUITS - SORT INPUT : THE WHOLE MASTER WITH ITS
002079* NET SALES VALUE, AND THE TOTAL OF THE VALUES THAT SOLD
002070*----------------------------------------------------------------
002080 1000-CHARGER-PRODUITS.
002090     OPEN INPUT PRODUIT-FILE.
002100     IF NOT PRODUIT-OK
002110         CALL "FICHSTAT" USING WS-PRODUIT-STATUS
002120             WS-MESSAGE-STATUT
002130         DISPLAY "PRODUITS.DAT : "
002140             FUNCTION TRIM(WS-MESSAGE-STATUT)
002150         GO TO 1000-CHARGER-PRODUITS-EXIT
002160     END-IF.
002170     PERFORM UNTIL FIN-PRODUITS
002180         READ PRODUIT-FILE NEXT RECORD
002190             AT END SET FIN-PRODUITS TO TRUE
002200             NOT AT END
002210                 PERFORM 1100-RETENIR-UN-PRODUIT
002220                     THRU 1100-RETENIR-UN-PRODUIT-EXIT
002340         END-READ
002350     END-PERFORM.
002360     CLOSE PRODUIT-FILE.
002370 1000-CHARGER-PRODUITS-EXIT.
002380     EXIT.

002381*----------------------------------------------------------------
002382* 1100-RETENIR-UN-PRODUIT - NO ENTRY ON ABCVENT.TMP MEANS NOTHING
002383* SOLD IN THE WINDOW
002384*----------------------------------------------------------------
002385 1100-RETENIR-UN-PRODUIT.
002386     ADD 1 TO WS-NB-PRODUITS.
002387     MOVE PROD-CODE TO VTE-CODE.
002388     READ VENTES-FILE
002389         INVALID KEY
002390             MOVE ZERO TO VTE-VALEUR
002391     END-READ.
002392     MOVE VTE-VALEUR         TO TRI-VAL-VALEUR.
002393     MOVE PROD-CODE          TO TRI-VAL-CODE.
002394     MOVE PROD-LIBELLE       TO TRI-VAL-LIBELLE.
002395     MOVE PROD-CLASSE-ABC    TO TRI-VAL-ANCIENNE.
002396     MOVE PROD-DATE-COMPTAGE TO TRI-VAL-DERNIER.
002397     IF TRI-VAL-VALEUR > ZERO
002398         ADD TRI-VAL-VALEUR TO WS-TOTAL-VALEUR
002399     END-IF.
002400     RELEASE TRI-VALEUR.
002401 1100-RETENIR-UN-PRODUIT-EXIT.
002402     EXIT.

002390*----------------------------------------------------------------
002400* 2000-CUMULER-VENTES - NET SALES VALUE PER PRODUCT OVER THE
002410* WINDOW
002420*----------------------------------------------------------------
002430 2000-CUMULER-VENTES.
002440     OPEN INPUT ORDERS-FILE.
002450     IF NOT ORDERS-OK
002460         CALL "FICHSTAT" USING WS-ORDERS-STATUS
002470             WS-MESSAGE-STATUT
002480         DISPLAY "ORDERS.DAT : "
002490             FUNCTION TRIM(WS-MESSAGE-STATUT)
002500         GO TO 2000-CUMULER-VENTES-EXIT
002510     END-IF.
002520     PERFORM UNTIL FIN-ORDERS
002530         READ ORDERS-FILE
002540             AT END SET FIN-ORDERS TO TRUE
002550             NOT AT END
002560                 PERFORM 2100-CUMULER-UN-ENREG
002570                     THRU 2100-CUMULER-UN-ENREG-EXIT
002580         END-READ
002590     END-PERFORM.
002600     CLOSE ORDERS-FILE.
002610 2000-CUMULER-VENTES-EXIT.
002620     EXIT.

002630*----------------------------------------------------------------
002640* 2100-CUMULER-UN-ENREG - INSIDE THE WINDOW ONLY, NETTED; A CODE
002650* NO LONGER ON THE MASTER IS NEVER LOOKED UP AGAIN
002660*----------------------------------------------------------------
002670 2100-CUMULER-UN-ENREG.
002680     IF OR-DATE = ZERO
002690         GO TO 2100-CUMULER-UN-ENREG-EXIT
002700     END-IF.
002710     COMPUTE WS-AGE-JOURS =
002720         WS-JOUR-JOUR - FUNCTION INTEGER-OF-DATE(OR-DATE).
002730     IF WS-AGE-JOURS > WS-JOURS-FENETRE
002740         GO TO 2100-CUMULER-UN-ENREG-EXIT
002750     END-IF.
002757     MOVE OR-CODE-PROD TO VTE-CODE.
002764     READ VENTES-FILE
002771         INVALID KEY
002778             MOVE OR-CODE-PROD TO VTE-CODE
002785             MOVE ZERO         TO VTE-VALEUR
002792             PERFORM 2200-NETTER-MONTANT
002799                 THRU 2200-NETTER-MONTANT-EXIT
002806             WRITE VENTE-RECORD
002813                 INVALID KEY CONTINUE
002820             END-WRITE
002827         NOT INVALID KEY
002834             PERFORM 2200-NETTER-MONTANT
002841                 THRU 2200-NETTER-MONTANT-EXIT
002848             REWRITE VENTE-RECORD
002855                 INVALID KEY CONTINUE
002862             END-REWRITE
002869     END-READ.
002880 2100-CUMULER-UN-ENREG-EXIT.
002890     EXIT.

002900*----------------------------------------------------------------
002910* 2200-NETTER-MONTANT - REVERSALS AND RETURNS COME OFF
002920*----------------------------------------------------------------
002930 2200-NETTER-MONTANT.
002940     IF OR-ANNULATION OR OR-RETOUR
002950         SUBTRACT OR-MONTANT FROM VTE-VALEUR
002960     ELSE
002970         ADD OR-MONTANT TO VTE-VALEUR
002980     END-IF.
002990 2200-NETTER-MONTANT-EXIT.
003060     EXIT.

003070*----------------------------------------------------------------
003080* 4000-CLASSER-PRODUITS - SORT OUTPUT : A WHILE THE REVENUE
003090* ALREADY COVERED IS UNDER 80 PERCENT, B UNDER 95, C AFTER THAT
003100* AND FOR ANYTHING THAT DID NOT SELL. EQUAL VALUES KEEP THE ORDER
003110* OF PRODUITS.DAT
003230*----------------------------------------------------------------
003240 4000-CLASSER-PRODUITS.
003250     INITIALIZE WS-CLASSES-TABLE.
003260     PERFORM 4100-CLASSER-UN-PRODUIT
003270         THRU 4100-CLASSER-UN-PRODUIT-EXIT
003280         UNTIL FIN-TRI.
003370 4000-CLASSER-PRODUITS-EXIT.
003380     EXIT.

003390*----------------------------------------------------------------
003396* 4100-CLASSER-UN-PRODUIT - THE NEXT PRODUCT IN RANK ORDER GOES
003402* ONTO ABCRANG.TMP WITH ITS CLASS
003410*----------------------------------------------------------------
003420 4100-CLASSER-UN-PRODUIT.
003421     RETURN TRI-VALEURS
003422         AT END
003423             SET FIN-TRI TO TRUE
003424             GO TO 4100-CLASSER-UN-PRODUIT-EXIT
003425     END-RETURN.
003426     ADD 1 TO WS-RANG.
003427     INITIALIZE RANG-RECORD.
003428     MOVE WS-RANG          TO RNG-RANG.
003429     MOVE TRI-VAL-CODE     TO RNG-CODE.
003430     MOVE TRI-VAL-LIBELLE  TO RNG-LIBELLE.
003431     MOVE TRI-VAL-VALEUR   TO RNG-VALEUR.
003432     MOVE TRI-VAL-ANCIENNE TO RNG-ANCIENNE.
003433     MOVE TRI-VAL-DERNIER  TO RNG-DERNIER.
003434     IF RNG-VALEUR <= ZERO
003440         SET WS-KDX TO 3
003450     ELSE
003460         COMPUTE WS-PART-CUMUL =
003470             WS-CUMUL-VALEUR * 100 / WS-TOTAL-VALEUR
003480         EVALUATE TRUE
003490             WHEN WS-PART-CUMUL < WS-SEUIL-A
003500                 SET WS-KDX TO 1
003510             WHEN WS-PART-CUMUL < WS-SEUIL-B
003520                 SET WS-KDX TO 2
003530             WHEN OTHER
003540                 SET WS-KDX TO 3
003550         END-EVALUATE
003560         ADD RNG-VALEUR TO WS-CUMUL-VALEUR
003570         ADD RNG-VALEUR TO WS-CLS-VALEUR(WS-KDX)
003580     END-IF.
003590     MOVE WS-CLASSE-CODES(WS-KDX:1) TO RNG-CLASSE.
003600     ADD 1 TO WS-CLS-NB(WS-KDX).
003610     EVALUATE WS-KDX
003620         WHEN 1
003630             MOVE WS-INTERVALLE-A TO RNG-INTERVALLE
003640         WHEN 2
003650             MOVE WS-INTERVALLE-B TO RNG-INTERVALLE
003660         WHEN OTHER
003670             MOVE WS-INTERVALLE-C TO RNG-INTERVALLE
003680     END-EVALUATE.
003690     IF RNG-CLASSE NOT = RNG-ANCIENNE
003700         ADD 1 TO WS-NB-RECLASSES
003710     END-IF.
003712     WRITE RANG-RECORD
003714         INVALID KEY CONTINUE
003716     END-WRITE.
003720 4100-CLASSER-UN-PRODUIT-EXIT.
003730     EXIT.

003740*----------------------------------------------------------------
003750* 5000-PLANIFIER-COMPTAGES - NEXT COUNT ONE INTERVAL AFTER THE
003760* LAST ONE WHILE THAT IS STILL AHEAD; OTHERWISE THE N-TH PRODUCT
003770* OF ITS CLASS GOES N/NB OF THE WAY INTO THE INTERVAL
003780*----------------------------------------------------------------
003790 5000-PLANIFIER-COMPTAGES.
003792     OPEN I-O RANG-FILE.
003794     IF NOT RANG-OK
003796         CALL "FICHSTAT" USING WS-RANG-STATUS
003798             WS-MESSAGE-STATUT
003800         DISPLAY "ABCRANG.TMP : "
003802             FUNCTION TRIM(WS-MESSAGE-STATUT)
003804         GO TO 5000-PLANIFIER-COMPTAGES-EXIT
003806     END-IF.
003808     MOVE "N" TO WS-FIN-RANG.
003810     PERFORM UNTIL FIN-RANG
003812         READ RANG-FILE NEXT RECORD
003814             AT END SET FIN-RANG TO TRUE
003816             NOT AT END
003818                 PERFORM 5100-PLANIFIER-UN-PRODUIT
003820                     THRU 5100-PLANIFIER-UN-PRODUIT-EXIT
003822         END-READ
003840     END-PERFORM.
003845     CLOSE RANG-FILE.
003850 5000-PLANIFIER-COMPTAGES-EXIT.
003860     EXIT.

003870*----------------------------------------------------------------
003880* 5100-PLANIFIER-UN-PRODUIT
003890*----------------------------------------------------------------
003900 5100-PLANIFIER-UN-PRODUIT.
003910     SET WS-KDX TO 1.
003920     SEARCH WS-CLS-ENTRY
003930         AT END SET WS-KDX TO 3
003940         WHEN WS-CLASSE-CODES(WS-KDX:1) = RNG-CLASSE
003950             CONTINUE
003960     END-SEARCH.
003970     ADD 1 TO WS-CLS-ORDINAL(WS-KDX).
003980     MOVE ZERO TO WS-JOUR-DERNIER.
003990     IF RNG-DERNIER NOT = ZERO
004000         COMPUTE WS-JOUR-DERNIER =
004010             FUNCTION INTEGER-OF-DATE(RNG-DERNIER)
004020             + RNG-INTERVALLE
004030     END-IF.
004040     IF WS-JOUR-DERNIER > WS-JOUR-JOUR
004050         MOVE WS-JOUR-DERNIER TO RNG-JOUR-PROCH
004060     ELSE
004070         COMPUTE WS-DECALAGE =
004080             (WS-CLS-ORDINAL(WS-KDX) - 1)
004090             * RNG-INTERVALLE / WS-CLS-NB(WS-KDX)
004100         COMPUTE RNG-JOUR-PROCH =
004110             WS-JOUR-JOUR + 1 + WS-DECALAGE
004120     END-IF.
004125     COMPUTE RNG-PROCHAIN =
004130         FUNCTION DATE-OF-INTEGER(RNG-JOUR-PROCH).
004135     REWRITE RANG-RECORD
004140         INVALID KEY CONTINUE
004145     END-REWRITE.
004150 5100-PLANIFIER-UN-PRODUIT-EXIT.
004160     EXIT.

004170*----------------------------------------------------------------
004180* 6000-MAJ-PRODUITS - CLASS AND NEXT COUNT ONTO THE MASTER
004190*----------------------------------------------------------------
004200 6000-MAJ-PRODUITS.
004210     OPEN I-O PRODUIT-FILE.
004220     IF NOT PRODUIT-OK
004230         CALL "FICHSTAT" USING WS-PRODUIT-STATUS
004240             WS-MESSAGE-STATUT
004250         DISPLAY "PRODUITS.DAT : "
004260             FUNCTION TRIM(WS-MESSAGE-STATUT)
004270         GO TO 6000-MAJ-PRODUITS-EXIT
004280     END-IF.
004290     OPEN INPUT RANG-FILE.
004300     MOVE "N" TO WS-FIN-RANG.
004310     PERFORM UNTIL FIN-RANG OR NOT RANG-OK
004320         READ RANG-FILE NEXT RECORD
004330             AT END SET FIN-RANG TO TRUE
004340             NOT AT END
004350                 PERFORM 6100-MAJ-UN-PRODUIT
004360                     THRU 6100-MAJ-UN-PRODUIT-EXIT
004410         END-READ
004420     END-PERFORM.
004425     CLOSE RANG-FILE.
004430     CLOSE PRODUIT-FILE.
004440 6000-MAJ-PRODUITS-EXIT.
004450     EXIT.

004460*----------------------------------------------------------------
004461* 6100-MAJ-UN-PRODUIT
004462*----------------------------------------------------------------
004463 6100-MAJ-UN-PRODUIT.
004464     MOVE RNG-CODE TO PROD-CODE.
004465     READ PRODUIT-FILE
004466         INVALID KEY
004467             DISPLAY "Produit disparu du fichier : "
004468                 RNG-CODE
004469         NOT INVALID KEY
004470             MOVE RNG-CLASSE   TO PROD-CLASSE-ABC
004471             MOVE RNG-PROCHAIN TO PROD-PROCH-COMPTAGE
004472             REWRITE PRODUIT-RECORD
004473     END-READ.
004474 6100-MAJ-UN-PRODUIT-EXIT.
004475     EXIT.

004476*----------------------------------------------------------------
004477* 7000-EDITER-CALENDRIER - EVERY COUNT FALLING IN THE COMING
004478* QUARTER, DAY BY DAY AND IN RANK ORDER WITHIN THE DAY
004490*----------------------------------------------------------------
004500 7000-EDITER-CALENDRIER.
004510     OPEN OUTPUT CALENDRIER-FILE.
004520     IF NOT CALENDRIER-OK
004530         CALL "FICHSTAT" USING WS-CALENDRIER-STATUS
004540             WS-MESSAGE-STATUT
004550         DISPLAY "CALCOMPT.DAT : "
004560             FUNCTION TRIM(WS-MESSAGE-STATUT)
004570         GO TO 7000-EDITER-CALENDRIER-EXIT
004580     END-IF.
004590     COMPUTE WS-JOUR-FIN = WS-JOUR-JOUR + WS-HORIZON.
004597     MOVE "N" TO WS-FIN-TRI.
004604     SORT TRI-CALENDRIER
004611         ON ASCENDING KEY TRI-CAL-DATE TRI-CAL-RANG
004618         INPUT PROCEDURE IS 7050-RETENIR-COMPTAGES
004625             THRU 7050-RETENIR-COMPTAGES-EXIT
004632         OUTPUT PROCEDURE IS 7200-ECRIRE-CALENDRIER
004639             THRU 7200-ECRIRE-CALENDRIER-EXIT.
004650     CLOSE CALENDRIER-FILE.
004660 7000-EDITER-CALENDRIER-EXIT.
004670     EXIT.

004680*----------------------------------------------------------------
004686* 7050-RETENIR-COMPTAGES - SORT INPUT : THE COUNTS OF EVERY
004692* PRODUCT ON ABCRANG.TMP
004700*----------------------------------------------------------------
004704 7050-RETENIR-COMPTAGES.
004708     OPEN INPUT RANG-FILE.
004712     IF NOT RANG-OK
004716         CALL "FICHSTAT" USING WS-RANG-STATUS
004720             WS-MESSAGE-STATUT
004724         DISPLAY "ABCRANG.TMP : "
004728             FUNCTION TRIM(WS-MESSAGE-STATUT)
004732         GO TO 7050-RETENIR-COMPTAGES-EXIT
004736     END-IF.
004740     MOVE "N" TO WS-FIN-RANG.
004744     PERFORM UNTIL FIN-RANG
004748         READ RANG-FILE NEXT RECORD
004752             AT END SET FIN-RANG TO TRUE
004756             NOT AT END
004760                 MOVE RNG-JOUR-PROCH TO WS-JOUR-CAL
004764                 PERFORM 7100-RETENIR-UN-COMPTAGE
004768                     THRU 7100-RETENIR-UN-COMPTAGE-EXIT
004772                     UNTIL WS-JOUR-CAL > WS-JOUR-FIN
004776         END-READ
004780     END-PERFORM.
004786     CLOSE RANG-FILE.
004792 7050-RETENIR-COMPTAGES-EXIT.
004800     EXIT.

004810*----------------------------------------------------------------
004820* 7100-RETENIR-UN-COMPTAGE - THE NEXT COUNT, THEN EVERY WHOLE
004830* INTERVAL AFTER IT UNTIL THE END OF THE QUARTER
004840*----------------------------------------------------------------
004844 7100-RETENIR-UN-COMPTAGE.
004848     COMPUTE WS-JOUR-COURANT =
004852         FUNCTION DATE-OF-INTEGER(WS-JOUR-CAL).
004856     MOVE WS-JOUR-COURANT TO TRI-CAL-DATE.
004860     MOVE RNG-RANG        TO TRI-CAL-RANG.
004864     MOVE RNG-CODE        TO TRI-CAL-CODE.
004868     MOVE RNG-CLASSE      TO TRI-CAL-CLASSE.
004872     MOVE RNG-LIBELLE     TO TRI-CAL-LIBELLE.
004876     RELEASE TRI-COMPTAGE.
004880     ADD RNG-INTERVALLE TO WS-JOUR-CAL.
004884 7100-RETENIR-UN-COMPTAGE-EXIT.
004888     EXIT.

004892*----------------------------------------------------------------
004896* 7200-ECRIRE-CALENDRIER - SORT OUTPUT : CALCOMPT.DAT IN DATE
004900* ORDER
004904*----------------------------------------------------------------
004908 7200-ECRIRE-CALENDRIER.
004912     PERFORM 7300-ECRIRE-UN-COMPTAGE
004916         THRU 7300-ECRIRE-UN-COMPTAGE-EXIT
004920         UNTIL FIN-TRI.
004924 7200-ECRIRE-CALENDRIER-EXIT.
004928     EXIT.

004932*----------------------------------------------------------------
004936* 7300-ECRIRE-UN-COMPTAGE
004940*----------------------------------------------------------------
004944 7300-ECRIRE-UN-COMPTAGE.
004948     RETURN TRI-CALENDRIER
004952         AT END
004956             SET FIN-TRI TO TRUE
004960             GO TO 7300-ECRIRE-UN-COMPTAGE-EXIT
004964     END-RETURN.
004968     MOVE TRI-CAL-DATE    TO CAL-DATE.
004972     MOVE TRI-CAL-CODE    TO CAL-CODE-PROD.
004976     MOVE TRI-CAL-CLASSE  TO CAL-CLASSE.
004980     MOVE TRI-CAL-LIBELLE TO CAL-LIBELLE.
005000     WRITE CALENDRIER-RECORD.
005010     ADD 1 TO WS-NB-CALENDRIER.
005020 7300-ECRIRE-UN-COMPTAGE-EXIT.
005030     EXIT.

005040*----------------------------------------------------------------
005050* 8000-EDITER-SYNTHESE - THE RANKING, THEN ONE LINE PER CLASS
005060*----------------------------------------------------------------
005070 8000-EDITER-SYNTHESE.
005080     DISPLAY "Classement ABC du " WS-DATE-JOUR
005090         " - ventes des " WS-JOURS-FENETRE " derniers jours".
005100     DISPLAY "-----------------------------------------".
005110     OPEN INPUT RANG-FILE.
005120     MOVE "N" TO WS-FIN-RANG.
005130     PERFORM UNTIL FIN-RANG OR NOT RANG-OK
005140         READ RANG-FILE NEXT RECORD
005150             AT END SET FIN-RANG TO TRUE
005160             NOT AT END
005170                 PERFORM 8100-EDITER-UN-PRODUIT
005180                     THRU 8100-EDITER-UN-PRODUIT-EXIT
005190         END-READ
005260     END-PERFORM.
005265     CLOSE RANG-FILE.
005270     DISPLAY "-----------------------------------------".
005280     PERFORM VARYING WS-KDX FROM 1 BY 1 UNTIL WS-KDX > 3
005290         MOVE WS-CLS-VALEUR(WS-KDX) TO WS-VALEUR-EDIT
005300         IF WS-TOTAL-VALEUR > ZERO
005310             COMPUTE WS-PART-EDIT ROUNDED =
005320                 WS-CLS-VALEUR(WS-KDX) * 100 / WS-TOTAL-VALEUR
005330         ELSE
005340             MOVE ZERO TO WS-PART-EDIT
005350         END-IF
005360         DISPLAY "Classe " WS-CLASSE-CODES(WS-KDX:1) " : "
005370             WS-CLS-NB(WS-KDX) " produits, " WS-VALEUR-EDIT
005380             " (" WS-PART-EDIT " %)"
005390     END-PERFORM.
005400     DISPLAY "Produits reclasses  : " WS-NB-RECLASSES.
005410     DISPLAY "Comptages planifies : " WS-NB-CALENDRIER
005420         " sur " WS-HORIZON " jours (CALCOMPT.DAT)".
005430 8000-EDITER-SYNTHESE-EXIT.
005440     EXIT.

005450*----------------------------------------------------------------
005460* 8100-EDITER-UN-PRODUIT
005470*----------------------------------------------------------------
005480 8100-EDITER-UN-PRODUIT.
005490     MOVE RNG-VALEUR TO WS-VALEUR-EDIT.
005500     IF RNG-CLASSE = RNG-ANCIENNE
005510         DISPLAY RNG-CLASSE " "
005520             RNG-CODE " "
005530             RNG-LIBELLE " " WS-VALEUR-EDIT
005540             " prochain comptage " RNG-PROCHAIN
005550     ELSE
005560         DISPLAY RNG-CLASSE " "
005570             RNG-CODE " "
005580             RNG-LIBELLE " " WS-VALEUR-EDIT
005590             " prochain comptage " RNG-PROCHAIN
005600             " (etait " RNG-ANCIENNE ")"
005610     END-IF.
005620 8100-EDITER-UN-PRODUIT-EXIT.
005630     EXIT.
