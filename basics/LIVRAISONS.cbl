000210* 2026-09-02  LM  THE ??? GROUP NOW REALLY SORTS LAST - "?" 
000220*                 COLLATES BEFORE THE LETTERS, SO THE PLAIN
000230*                 LOWEST-CODE PICK PUT IT FIRST.
000231* 2026-10-15  LM  ROUTES ARE NOW PLANNED BY PROMISED DELIVERY DATE
000232*                 FIRST (CMD-DATE-PROMISE, SEE DATEPROMISE), THEN
000233*                 BY REGION WITHIN EACH DATE. A PROMISE ALREADY
000234*                 PAST IS FLAGGED EN RETARD; ORDERS WITHOUT A
000235*                 PROMISED DATE (OLDER RECORDS) COME FIRST.
000236* 2026-10-15  LM  VAN CAPACITY PLANNING : EACH ORDER IS WEIGHED
000237*                 AND MEASURED (PROD-POIDS, PROD-VOLUME) AND, IN
000238*                 THE ORDER ABOVE, PUT ON THE FIRST TRIP OF ITS
000239*                 REGION WITH ROOM LEFT, OR ON A NEW TRIP WITH THE
000240*                 NEXT FREE VAN IN SERVICE (VANS.DAT, ONE TRIP A
000241*                 VAN A DAY). A LOADING SHEET IS PRINTED PER TRIP,
000242*                 LAST DROP LOADED FIRST, AND WHAT NO VAN CAN TAKE
000243*                 IS LISTED AS CARRIED OVER TO THE NEXT DAY.
000244* 2026-10-15  LM  EACH LINE OF A LOADING SHEET NOW SHOWS THE LOTS
000245*                 TO PICK FOR IT - THE LOTS LOTSTOCK SERVED THE
000246*                 ORDER FROM, EARLIEST EXPIRY FIRST, AS TRACED ON
000247*                 LOTVENTE.DAT.
000248* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000249*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000250*                 LIVRAISONS (SEE HABILITATIONS).
000251* 2026-10-15  LM  THE PENDING ORDERS ARE SORTED THROUGH THE SORT
000252*                 WORK FILE TRI-LIVRAISONS INSTEAD OF A 200-ENTRY
000253*                 TABLE : TRIPS ARE PLANNED AS THE LISTING IS
000254*                 PRINTED AND EACH ORDER KEPT ON THE WORK FILE
000255*                 LIVRAIS.TMP, THE LOADING SHEETS COME OFF A
000256*                 SECOND SORT (TRIP, LISTING POSITION DOWNWARDS)
000257*                 AND THE LOTS ARE NETTED BY A THIRD INTO THE
000258*                 KEYED WORK FILE LIVLOTS.TMP - NO ORDER OR LOT
000259*                 IS LEFT OFF ANY LONGER.
000260* 2026-10-15  LM  THE VANS IN SERVICE AND THEIR TRIPS ARE KEPT ON
000261*                 THE KEYED WORK FILE LIVVANS.TMP (TRIP, VAN)
000262*                 INSTEAD OF TWO 20-ENTRY TABLES : EVERY VAN IN
000263*                 SERVICE IS NOW PLANNED AND THE 'PLUS DE 20
000264*                 TOURNEES' WARNING IS GONE. TRIP NUMBERS WIDENED
000265*                 TO 4 DIGITS.
000240*----------------------------------------------------------------
000250
000260 ENVIRONMENT DIVISION.
000400         ALTERNATE RECORD KEY IS VILLE-CODE-POSTAL
000410             WITH DUPLICATES
000420         FILE STATUS IS WS-VILLES-STATUS.
000421
000422     SELECT PRODUIT-FILE ASSIGN TO "PRODUITS.DAT"
000423         ORGANIZATION IS INDEXED
000424         ACCESS MODE IS RANDOM
000425         RECORD KEY IS PROD-CODE
000426         ALTERNATE RECORD KEY IS PROD-EAN
000427             WITH DUPLICATES
000428         FILE STATUS IS WS-PRODUIT-STATUS.
000429
000430     SELECT VANS-FILE ASSIGN TO "VANS.DAT"
000431         ORGANIZATION IS INDEXED
000432         ACCESS MODE IS SEQUENTIAL
000433         RECORD KEY IS VAN-CODE
000434         FILE STATUS IS WS-VANS-STATUS.
000435
000436
000437     SELECT LOTVENTE-FILE ASSIGN TO "LOTVENTE.DAT"
000438         ORGANIZATION IS LINE SEQUENTIAL
000439         FILE STATUS IS WS-LOTVENTE-STATUS.
000440
000441     SELECT TEMP-FILE ASSIGN TO "LIVRAIS.TMP"
000442         ORGANIZATION IS LINE SEQUENTIAL
000443         FILE STATUS IS WS-TEMP-STATUS.
000444
000445     SELECT LOTS-FILE ASSIGN TO "LIVLOTS.TMP"
000446         ORGANIZATION IS INDEXED
000447         ACCESS MODE IS DYNAMIC
000448         RECORD KEY IS LOT-CLE
000449         FILE STATUS IS WS-LOTS-STATUS.
000450
000451     SELECT VANS-TRAVAIL ASSIGN TO "LIVVANS.TMP"
000452         ORGANIZATION IS INDEXED
000453         ACCESS MODE IS DYNAMIC
000454         RECORD KEY IS LVT-CLE
000455         FILE STATUS IS WS-TRAVAIL-STATUS.
000456
000457     SELECT TRI-LIVRAISONS ASSIGN TO "LIVRAIS.SRT".
000458
000459     SELECT TRI-CHARGEMENTS ASSIGN TO "LIVCHARG.SRT".
000460
000461     SELECT TRI-LOTS ASSIGN TO "LIVLOTS.SRT".
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000630                   ==CMD-EN-ATTENTE== BY ==OR-EN-ATTENTE==
000640                   ==CMD-EXPEDIEE==   BY ==OR-EXPEDIEE==
000650                   ==CMD-LIVREE==     BY ==OR-LIVREE==
000651                   ==CMD-VILLE==      BY ==OR-VILLE==
000652                   ==CMD-PRIX-SRC==   BY ==OR-PRIX-SRC==
000653                   ==CMD-PX-CONTRAT== BY ==OR-PX-CONTRAT==
000654                   ==CMD-PX-TARIF==   BY ==OR-PX-TARIF==
000655                   ==CMD-PX-CATALOGUE== BY ==OR-PX-CATALOGUE==
000656                   ==CMD-CAMPAGNE==   BY ==OR-CAMPAGNE==
000657                   ==CMD-DATE-PROMISE== BY ==OR-DATE-PROMISE==
000658                   ==CMD-DATE-LIVREE== BY ==OR-DATE-LIVREE==
000659                   ==CMD-FRAIS-PORT== BY ==OR-FRAIS-PORT==
000660                   ==CMD-CODE-ORIG==  BY ==OR-CODE-ORIG==
000661                   ==CMD-REPRESENTANT== BY ==OR-REPRESENTANT==
000662                   ==CMD-MODE-REGL==  BY ==OR-MODE-REGL==
000663                   ==CMD-REGL-ESPECES== BY ==OR-REGL-ESPECES==
000664                   ==CMD-REGL-CARTE== BY ==OR-REGL-CARTE==
000665                   ==CMD-REGL-CHEQUE== BY ==OR-REGL-CHEQUE==
000666                   ==CMD-REGL-COMPTE== BY ==OR-REGL-COMPTE==
000667                   ==CMD-ENCAISSE==   BY ==OR-ENCAISSE==
000668                   ==CMD-REF-WEB==    BY ==OR-REF-WEB==.
000670
000680*----------------------------------------------------------------
000690* VILLES REFERENCE - ONE RECORD PER VALID CITY NAME (LAYOUT KEPT
000710*----------------------------------------------------------------
000720 FD  VILLES-FILE.
000730     COPY "VILLE-RECORD.cpy".
000731
000732*----------------------------------------------------------------
000733* PRODUITS - FOR THE UNIT WEIGHT AND VOLUME OF EACH ORDER LINE
000734*----------------------------------------------------------------
000735 FD  PRODUIT-FILE.
000736     COPY "PRODUIT-RECORD.cpy".
000737
000738*----------------------------------------------------------------
000739* VANS - THE DELIVERY FLEET AND WHAT EACH VAN CAN CARRY
000740*----------------------------------------------------------------
000741 FD  VANS-FILE.
000742     COPY "VAN-RECORD.cpy".
000743
000744
000745*----------------------------------------------------------------
000746* LOTVENTE - THE LOTS EACH ORDER WAS SERVED FROM (SEE LOTSTOCK)
000747*----------------------------------------------------------------
000748 FD  LOTVENTE-FILE.
000749     COPY "LOTVENTE-RECORD.cpy".
000750
000751*----------------------------------------------------------------
000752* TEMP - THE PENDING ORDERS IN LISTING ORDER, EACH WITH ITS TRIP,
000753* FOR THE LOADING SHEETS AND THE CARRIED-OVER LIST (LAYOUT OF
000754* WS-LIVRAISON)
000755*----------------------------------------------------------------
000756 FD  TEMP-FILE.
000757 01  TEMP-LIGNE              PIC X(91).
000758
000759*----------------------------------------------------------------
000760* LOTS - NET QUANTITY PER ORDER, PRODUCT AND LOT FROM
000761* LOTVENTE.DAT, KEYED BY ORDER AND POSITION OF THE FIRST TRACE
000762* LINE SO AN ORDER'S LOTS READ BACK IN TRACE ORDER
000763*----------------------------------------------------------------
000764 FD  LOTS-FILE.
000765 01  LOTS-RECORD.
000766     05 LOT-CLE.
000767         10 LOT-NUM          PIC 9(08).
000768         10 LOT-SEQUENCE     PIC 9(09).
000769     05 LOT-CODE             PIC X(04).
000770     05 LOT-NUMERO           PIC X(10).
000771     05 LOT-PEREMPTION       PIC 9(08).
000772     05 LOT-QUANTITE         PIC S9(05).
000773
000774*----------------------------------------------------------------
000775* VANS-TRAVAIL - THE VANS IN SERVICE, KEYED BY TRIP AND VAN CODE :
000776* A FREE VAN IS AT TRIP ZERO, IN CODE ORDER; ONCE GIVEN A TRIP IT
000777* MOVES UNDER ITS TRIP NUMBER WITH THE REGION AND THE LOAD PUT ON
000778* IT SO FAR (ONE TRIP PER VAN)
000779*----------------------------------------------------------------
000780 FD  VANS-TRAVAIL.
000781 01  VAN-TRAVAIL.
000782     05 LVT-CLE.
000783         10 LVT-TOURNEE      PIC 9(04).
000784         10 LVT-CODE         PIC X(04).
000785     05 LVT-LIBELLE          PIC X(20).
000786     05 LVT-POIDS-MAX        PIC 9(05)V9.
000787     05 LVT-VOLUME-MAX       PIC 9(06)V9.
000788     05 LVT-REGION           PIC X(03).
000789     05 LVT-POIDS            PIC 9(07)V999.
000790     05 LVT-VOLUME           PIC 9(08)V99.
000791     05 LVT-NB               PIC 9(05).
000792
000793*----------------------------------------------------------------
000794* TRI-LIVRAISONS - SORT WORK FILE FOR THE LISTING : PROMISED DATE,
000795* THEN REGION WITH ??? LAST (LAYOUT OF WS-LIVRAISON)
000796*----------------------------------------------------------------
000797 SD  TRI-LIVRAISONS.
000798 01  TRI-LIVRAISON.
000799     05 TRI-LIV-DATE-PROMISE PIC 9(08).
000800     05 TRI-LIV-RANG-REGION  PIC 9(01).
000801     05 TRI-LIV-REGION       PIC X(03).
000802     05 FILLER               PIC X(79).
000803
000804*----------------------------------------------------------------
000805* TRI-CHARGEMENTS - SORT WORK FILE FOR THE LOADING SHEETS : TRIP,
000806* THEN LISTING POSITION DOWNWARDS (LAYOUT OF WS-LIVRAISON)
000807*----------------------------------------------------------------
000808 SD  TRI-CHARGEMENTS.
000809 01  TRI-CHARGEMENT.
000810     05 FILLER               PIC X(79).
000811     05 TRI-CHG-TOURNEE      PIC 9(04).
000812     05 FILLER               PIC X(01).
000813     05 TRI-CHG-RANG         PIC 9(07).
000814
000815*----------------------------------------------------------------
000816* TRI-LOTS - SORT WORK FILE BRINGING TOGETHER THE TRACE LINES OF
000817* ONE ORDER AND LOT
000818*----------------------------------------------------------------
000819 SD  TRI-LOTS.
000820 01  TRI-LOT.
000821     05 TRI-LOT-NUM          PIC 9(08).
000822     05 TRI-LOT-CODE         PIC X(04).
000823     05 TRI-LOT-NUMERO       PIC X(10).
000824     05 TRI-LOT-PEREMPTION   PIC 9(08).
000825     05 TRI-LOT-SEQUENCE     PIC 9(09).
000826     05 TRI-LOT-QUANTITE     PIC S9(05).
000740
000750 WORKING-STORAGE SECTION.
000760
000763     COPY "HABILITATION.cpy".
000766
000770 01  WS-MESSAGE-STATUT       PIC X(40).
000780
000790 01  WS-ORDERS-STATUS        PIC X(02).
000810
000820 01  WS-VILLES-STATUS        PIC X(02).
000830     88 VILLES-OK                     VALUE "00".
000831
000832 01  WS-PRODUIT-STATUS       PIC X(02).
000833     88 PRODUIT-OK                    VALUE "00".
000834
000835 01  WS-VANS-STATUS          PIC X(02).
000836     88 VANS-OK                       VALUE "00".
000837
000838 01  WS-LOTVENTE-STATUS      PIC X(02).
000839     88 LOTVENTE-OK                   VALUE "00".
000840
000841 01  WS-TEMP-STATUS          PIC X(02).
000842     88 TEMP-OK                       VALUE "00".
000843
000844 01  WS-LOTS-STATUS          PIC X(02).
000845     88 LOTS-OK                       VALUE "00".
000846
000847 01  WS-NOM-TEMP             PIC X(40) VALUE "LIVRAIS.TMP".
000848 01  WS-TRAVAIL-STATUS       PIC X(02).
000849     88 TRAVAIL-OK                    VALUE "00".
000850
000851 01  WS-NOM-LOTS             PIC X(40) VALUE "LIVLOTS.TMP".
000852 01  WS-NOM-TRAVAIL          PIC X(40) VALUE "LIVVANS.TMP".
000853 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.
000840
000850 01  WS-SWITCHES.
000860     05 WS-FIN-ORDERS        PIC X(01) VALUE "N".
000870         88 FIN-ORDERS                VALUE "Y".
000872     05 WS-FIN-VANS          PIC X(01) VALUE "N".
000874         88 FIN-VANS                  VALUE "Y".
000876     05 WS-FIN-LOTVENTE      PIC X(01) VALUE "N".
000878         88 FIN-LOTVENTE              VALUE "Y".
000880     05 WS-FIN-TRI           PIC X(01) VALUE "N".
000882         88 FIN-TRI                   VALUE "Y".
000884     05 WS-FIN-TEMP          PIC X(01) VALUE "N".
000886         88 FIN-TEMP                  VALUE "Y".
000888     05 WS-FIN-LOTS          PIC X(01).
000890         88 FIN-LOTS                  VALUE "Y".
000892     05 WS-LOT-EN-COURS      PIC X(01) VALUE "N".
000894         88 LOT-EN-COURS              VALUE "O".
000900     05 WS-ANNULEE           PIC X(01).
000910         88 COMMANDE-ANNULEE          VALUE "O".
000912     05 WS-TROUVE            PIC X(01).
000914         88 CODE-TROUVE               VALUE "O".
000915     05 WS-FIN-TRAVAIL       PIC X(01).
000916         88 FIN-TRAVAIL               VALUE "Y".
000917     05 WS-TRAVAIL-OUVERT    PIC X(01) VALUE "N".
000918         88 TRAVAIL-OUVERT            VALUE "O".
000920
000930 01  WS-CLE-SAUVEE           PIC X(11).
000940
000950 01  WS-NB-LIVRAISONS        PIC 9(04) VALUE ZERO.
000953 01  WS-DATE-JOUR            PIC 9(08).
000956 01  WS-DATE-COURANTE        PIC 9(08).
000960
000970*----------------------------------------------------------------
000980* LIVRAISON - ONE PENDING ORDER AS IT GOES THROUGH THE SORTS AND
000990* TEMP; WS-LIV-RANG-REGION PUTS THE ??? GROUP LAST IN ITS DATE,
000995* WS-LIV-RANG IS THE POSITION IN THE LISTING
001000*----------------------------------------------------------------
001010 01  WS-LIVRAISON.
001025     05 WS-LIV-DATE-PROMISE  PIC 9(08).
001027     05 WS-LIV-RANG-REGION   PIC 9(01).
001030     05 WS-LIV-REGION        PIC X(03).
001040     05 WS-LIV-NUM           PIC 9(08).
001050     05 WS-LIV-CLIENT        PIC X(10).
001060     05 WS-LIV-CODE          PIC X(04).
001070     05 WS-LIV-QUANTITE      PIC 9(05).
001080     05 WS-LIV-VILLE         PIC X(20).
001081     05 WS-LIV-POIDS         PIC 9(07)V999.
001082     05 WS-LIV-VOLUME        PIC 9(08)V99.
001083     05 WS-LIV-TOURNEE       PIC 9(04).
001084     05 WS-LIV-GABARIT       PIC X(01).
001085         88 LIV-HORS-GABARIT          VALUE "O".
001086     05 WS-LIV-RANG          PIC 9(07).
001090
001092 01  WS-RANG                 PIC 9(07) VALUE ZERO.
001190
001200 01  WS-REGION-COURANTE      PIC X(03).
001201
001202 01  WS-NB-VANS              PIC 9(04) VALUE ZERO.
001203 01  WS-NB-TOURNEES          PIC 9(04) VALUE ZERO.
001204
001205 01  WS-NUM-TOURNEE          PIC 9(04).
001206 01  WS-RANG-CHARGEMENT      PIC 9(05).
001207 01  WS-NB-REPORTEES         PIC 9(04) VALUE ZERO.
001208
001209*----------------------------------------------------------------
001210* LOTS - POSITION OF EACH LOTVENTE.DAT LINE, KEEPS AN ORDER'S LOTS
001211* IN TRACE ORDER
001212*----------------------------------------------------------------
001213 01  WS-NO-TRACE             PIC 9(09) VALUE ZERO.
001214
001215 01  WS-QTE-LOT              PIC 9(05).
001216 01  WS-REF-LOT-X            PIC X(08).
001217 01  WS-REF-LOT REDEFINES WS-REF-LOT-X
001218                             PIC 9(08).
001210
001220 PROCEDURE DIVISION.
001230
001240*----------------------------------------------------------------
001246* 0000-MAINLINE - THE PENDING ORDERS ARE SORTED FOR THE LISTING;
001252* TRIPS ARE PLANNED AS THE LISTING IS PRINTED
001260*----------------------------------------------------------------
001270 0000-MAINLINE.
001271     MOVE "LIVRAISONS" TO HAB-PROGRAMME.
001272     CALL "HABILITER" USING HAB-ZONE.
001273     IF NOT HAB-AUTORISE
001274         GOBACK
001275     END-IF.
001276     PERFORM 4100-CHARGER-VANS
001277         THRU 4100-CHARGER-VANS-EXIT.
001278     SORT TRI-LIVRAISONS
001279         ON ASCENDING KEY TRI-LIV-DATE-PROMISE
001280                          TRI-LIV-RANG-REGION
001281                          TRI-LIV-REGION
001282         WITH DUPLICATES IN ORDER
001283         INPUT PROCEDURE IS 1000-CHARGER-LIVRAISONS
001284             THRU 1000-CHARGER-LIVRAISONS-EXIT
001285         OUTPUT PROCEDURE IS 3000-EDITER-TOURNEES
001286             THRU 3000-EDITER-TOURNEES-EXIT.
001300     IF WS-NB-LIVRAISONS = ZERO
001310         DISPLAY "Aucune livraison en attente"
001320     ELSE
001325         PERFORM 4000-PLANIFIER-CHARGEMENT
001330             THRU 4000-PLANIFIER-CHARGEMENT-EXIT
001335     END-IF.
001340     CALL "CBL_DELETE_FILE" USING WS-NOM-TEMP
001345         RETURNING WS-RETOUR-SUPPRESSION.
001350     IF TRAVAIL-OUVERT
001355         CLOSE VANS-TRAVAIL
001360         CALL "CBL_DELETE_FILE" USING WS-NOM-TRAVAIL
001365             RETURNING WS-RETOUR-SUPPRESSION
001370     END-IF.
001380     STOP RUN.
001390
001400*----------------------------------------------------------------
001406* 1000-CHARGER-LIVRAISONS - SORT INPUT : PENDING ORDERS WITH
001412* THEIR REGION
001420*----------------------------------------------------------------
001430 1000-CHARGER-LIVRAISONS.
001435     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001440     OPEN INPUT ORDERS-FILE.
001450     IF NOT ORDERS-OK
001460         CALL "FICHSTAT" USING WS-ORDERS-STATUS
001540         DISPLAY "Fichier de reference absent : VILLES.DAT - "
001550             "les regions seront inconnues"
001560     END-IF.
001561     OPEN INPUT PRODUIT-FILE.
001562     IF NOT PRODUIT-OK
001563         DISPLAY "Fichier absent : PRODUITS.DAT - poids et"
001564             " volumes comptes a zero"
001565     END-IF.
001570     PERFORM UNTIL FIN-ORDERS
001580         READ ORDERS-FILE NEXT RECORD
001590             AT END SET FIN-ORDERS TO TRUE
001600             NOT AT END
001670     IF VILLES-OK
001680         CLOSE VILLES-FILE
001690     END-IF.
001692     IF PRODUIT-OK
001694         CLOSE PRODUIT-FILE
001740     END-IF.
001745     CLOSE ORDERS-FILE.
001750 1000-CHARGER-LIVRAISONS-EXIT.
001760     EXIT.
001770
001980     IF COMMANDE-ANNULEE
001990         GO TO 1100-RETENIR-UNE-LIVRAISON-EXIT
002000     END-IF.
002050     MOVE "???" TO WS-REGION-COURANTE.
002060     IF VILLES-OK AND OR-VILLE NOT = SPACES
002070         MOVE OR-VILLE TO VILLE-NOM
002120         END-READ
002130     END-IF.
002140     ADD 1 TO WS-NB-LIVRAISONS.
002160     MOVE WS-REGION-COURANTE TO WS-LIV-REGION.
002162     IF WS-REGION-COURANTE = "???"
002163         MOVE 1 TO WS-LIV-RANG-REGION
002164     ELSE
002165         MOVE ZERO TO WS-LIV-RANG-REGION
002166     END-IF.
002167     MOVE OR-DATE-PROMISE    TO WS-LIV-DATE-PROMISE.
002170     MOVE OR-NUM-CMD         TO WS-LIV-NUM.
002180     MOVE OR-CLIENT          TO WS-LIV-CLIENT.
002190     MOVE OR-CODE-PROD       TO WS-LIV-CODE.
002200     MOVE OR-QUANTITE        TO WS-LIV-QUANTITE.
002210     MOVE OR-VILLE           TO WS-LIV-VILLE.
002211     MOVE ZERO               TO WS-LIV-TOURNEE.
002212     MOVE "N"                TO WS-LIV-GABARIT.
002213     MOVE ZERO               TO WS-LIV-POIDS.
002214     MOVE ZERO               TO WS-LIV-VOLUME.
002215     MOVE ZERO               TO WS-LIV-RANG.
002216     PERFORM 1150-PESER-LIVRAISON
002217         THRU 1150-PESER-LIVRAISON-EXIT.
002218     RELEASE TRI-LIVRAISON FROM WS-LIVRAISON.
002220 1100-RETENIR-UNE-LIVRAISON-EXIT.
002230     EXIT.
002240
002250*----------------------------------------------------------------
002256* 1150-PESER-LIVRAISON - WEIGHT AND VOLUME OF THE ORDER LINE; LEFT
002262* AT ZERO WITHOUT PRODUITS.DAT OR THE PRODUCT
002270*----------------------------------------------------------------
002277 1150-PESER-LIVRAISON.
002284     IF NOT PRODUIT-OK
002291         GO TO 1150-PESER-LIVRAISON-EXIT
002298     END-IF.
002305     MOVE OR-CODE-PROD TO PROD-CODE.
002312     READ PRODUIT-FILE
002319         INVALID KEY
002326             GO TO 1150-PESER-LIVRAISON-EXIT
002333     END-READ.
002340     IF PROD-POIDS IS NUMERIC
002347         COMPUTE WS-LIV-POIDS = PROD-POIDS * OR-QUANTITE
002354     END-IF.
002361     IF PROD-VOLUME IS NUMERIC
002368         COMPUTE WS-LIV-VOLUME = PROD-VOLUME * OR-QUANTITE
002375     END-IF.
002382 1150-PESER-LIVRAISON-EXIT.
002400     EXIT.
002410
002420*----------------------------------------------------------------
002694* 3000-EDITER-TOURNEES - SORT OUTPUT : ONE BLOCK PER PROMISED
002698* DATE, ONE ROUTE PER REGION INSIDE IT. EACH ORDER IS PUT ON A
002702* TRIP AS IT IS LISTED AND KEPT ON TEMP FOR THE LOADING SHEETS
002710*----------------------------------------------------------------
002720 3000-EDITER-TOURNEES.
002725     IF WS-NB-LIVRAISONS = ZERO
002730         GO TO 3000-EDITER-TOURNEES-EXIT
002735     END-IF.
002740     DISPLAY "Livraisons en attente par date promise et region".
002745     DISPLAY "------------------------------------------------".
002750     MOVE SPACES TO WS-REGION-COURANTE.
002760     MOVE 99999999 TO WS-DATE-COURANTE.
002770     OPEN OUTPUT TEMP-FILE.
002780     PERFORM 3050-EDITER-UNE-LIVRAISON
002790         THRU 3050-EDITER-UNE-LIVRAISON-EXIT
002800         UNTIL FIN-TRI.
002810     CLOSE TEMP-FILE.
002890     DISPLAY " ".
002900     DISPLAY "Total livraisons : " WS-NB-LIVRAISONS.
002910 3000-EDITER-TOURNEES-EXIT.
002920     EXIT.
002930
002940*----------------------------------------------------------------
002950* 3050-EDITER-UNE-LIVRAISON - NEXT ORDER OFF THE SORT : ITS LINE,
002960* ITS TRIP, ITS TEMP RECORD
002970*----------------------------------------------------------------
002980 3050-EDITER-UNE-LIVRAISON.
002990     RETURN TRI-LIVRAISONS INTO WS-LIVRAISON
003000         AT END
003010             SET FIN-TRI TO TRUE
003020             GO TO 3050-EDITER-UNE-LIVRAISON-EXIT
003030     END-RETURN.
003040     ADD 1 TO WS-RANG.
003050     MOVE WS-RANG TO WS-LIV-RANG.
003060     IF WS-LIV-DATE-PROMISE NOT = WS-DATE-COURANTE
003070         PERFORM 3100-EDITER-ENTETE-DATE
003080             THRU 3100-EDITER-ENTETE-DATE-EXIT
003090     END-IF.
003100     IF WS-LIV-REGION NOT = WS-REGION-COURANTE
003110         MOVE WS-LIV-REGION TO WS-REGION-COURANTE
003120         DISPLAY " "
003130         DISPLAY "=== Region " WS-REGION-COURANTE " ==="
003140     END-IF.
003150     DISPLAY "Cde " WS-LIV-NUM " - "
003160         FUNCTION TRIM(WS-LIV-CLIENT) " - "
003170         WS-LIV-CODE " x"
003180         WS-LIV-QUANTITE " - "
003190         FUNCTION TRIM(WS-LIV-VILLE).
003200     IF WS-NB-VANS > ZERO
003210         PERFORM 4200-AFFECTER-LIVRAISON
003220             THRU 4200-AFFECTER-LIVRAISON-EXIT
003230     END-IF.
003240     WRITE TEMP-LIGNE FROM WS-LIVRAISON.
003250 3050-EDITER-UNE-LIVRAISON-EXIT.
003260     EXIT.
003270
003280*----------------------------------------------------------------
003290* 3100-EDITER-ENTETE-DATE - NEW DATE BLOCK; THE REGION BREAK IS
003300* FORCED SO EACH DATE RESTARTS ITS ROUTES
003310*----------------------------------------------------------------
003320 3100-EDITER-ENTETE-DATE.
003330     MOVE WS-LIV-DATE-PROMISE TO WS-DATE-COURANTE.
003340     MOVE SPACES TO WS-REGION-COURANTE.
003350     DISPLAY " ".
003360     IF WS-DATE-COURANTE = ZERO
003370         DISPLAY "##### Sans date promise #####"
003380         GO TO 3100-EDITER-ENTETE-DATE-EXIT
003390     END-IF.
003400     IF WS-DATE-COURANTE < WS-DATE-JOUR
003410         DISPLAY "##### Promis le " WS-DATE-COURANTE
003420             " - EN RETARD #####"
003430     ELSE
003440         DISPLAY "##### Promis le " WS-DATE-COURANTE " #####"
003450     END-IF.
003460 3100-EDITER-ENTETE-DATE-EXIT.
003470     EXIT.
003480
003490*----------------------------------------------------------------
003500* 4000-PLANIFIER-CHARGEMENT - EVERY ORDER WAS PUT ON A TRIP IN
003510* THE PRIORITY ORDER OF THE LISTING; NOW THE LOADING SHEETS AND
003520* WHAT WAITS FOR TOMORROW
003530*----------------------------------------------------------------
003540 4000-PLANIFIER-CHARGEMENT.
003550     IF WS-NB-VANS = ZERO
003560         DISPLAY " "
003570         DISPLAY "Aucun vehicule en service (VANS.DAT) - plan"
003580             " de chargement non etabli"
003590         GO TO 4000-PLANIFIER-CHARGEMENT-EXIT
003600     END-IF.
003610     PERFORM 5000-EDITER-FEUILLES
003620         THRU 5000-EDITER-FEUILLES-EXIT.
003630     PERFORM 5500-EDITER-REPORTS
003640         THRU 5500-EDITER-REPORTS-EXIT.
003650 4000-PLANIFIER-CHARGEMENT-EXIT.
003660     EXIT.
003670
003680*----------------------------------------------------------------
003690* 4100-CHARGER-VANS - THE VANS IN SERVICE ONTO VANS-TRAVAIL, ALL
003700* FREE (TRIP ZERO)
003710*----------------------------------------------------------------
003720 4100-CHARGER-VANS.
003730     OPEN INPUT VANS-FILE.
003740     IF NOT VANS-OK
003750         GO TO 4100-CHARGER-VANS-EXIT
003760     END-IF.
003770     OPEN OUTPUT VANS-TRAVAIL.
003780     IF NOT TRAVAIL-OK
003790         CALL "FICHSTAT" USING WS-TRAVAIL-STATUS
003800             WS-MESSAGE-STATUT
003810         DISPLAY "LIVVANS.TMP : "
003820             FUNCTION TRIM(WS-MESSAGE-STATUT)
003830         CLOSE VANS-FILE
003840         GO TO 4100-CHARGER-VANS-EXIT
003850     END-IF.
003860     CLOSE VANS-TRAVAIL.
003870     OPEN I-O VANS-TRAVAIL.
003880     SET TRAVAIL-OUVERT TO TRUE.
003890     MOVE "N" TO WS-FIN-VANS.
003900     PERFORM UNTIL FIN-VANS
003910         READ VANS-FILE NEXT RECORD
003920             AT END SET FIN-VANS TO TRUE
003930             NOT AT END
003940                 IF VAN-EN-SERVICE
003950                     PERFORM 4150-ECRIRE-VAN
003960                         THRU 4150-ECRIRE-VAN-EXIT
003970                 END-IF
003980         END-READ
003990     END-PERFORM.
004000     CLOSE VANS-FILE.
004010 4100-CHARGER-VANS-EXIT.
004020     EXIT.
004030
004040*----------------------------------------------------------------
004050* 4150-ECRIRE-VAN - ONE FREE VAN, NO REGION AND NOTHING ON IT YET
004060*----------------------------------------------------------------
004070 4150-ECRIRE-VAN.
004080     MOVE ZERO           TO LVT-TOURNEE.
004090     MOVE VAN-CODE       TO LVT-CODE.
004100     MOVE VAN-LIBELLE    TO LVT-LIBELLE.
004110     MOVE VAN-POIDS-MAX  TO LVT-POIDS-MAX.
004120     MOVE VAN-VOLUME-MAX TO LVT-VOLUME-MAX.
004130     MOVE SPACES         TO LVT-REGION.
004140     MOVE ZERO           TO LVT-POIDS.
004150     MOVE ZERO           TO LVT-VOLUME.
004160     MOVE ZERO           TO LVT-NB.
004170     WRITE VAN-TRAVAIL
004180         INVALID KEY
004190             GO TO 4150-ECRIRE-VAN-EXIT
004200     END-WRITE.
004210     ADD 1 TO WS-NB-VANS.
004220 4150-ECRIRE-VAN-EXIT.
004230     EXIT.
004240
004250*----------------------------------------------------------------
004260* 4200-AFFECTER-LIVRAISON - FIRST TRIP OF THE SAME REGION WITH
004270* ROOM FOR THE ORDER, ELSE A NEW TRIP ON THE FIRST FREE VAN BIG
004280* ENOUGH; OTHERWISE THE ORDER STAYS AT TRIP ZERO (CARRIED OVER)
004290*----------------------------------------------------------------
004300 4200-AFFECTER-LIVRAISON.
004310     MOVE "N" TO WS-TROUVE.
004320     MOVE 1 TO LVT-TOURNEE.
004330     MOVE LOW-VALUES TO LVT-CODE.
004340     PERFORM 4400-DEBUTER-VANS
004350         THRU 4400-DEBUTER-VANS-EXIT.
004360     PERFORM UNTIL FIN-TRAVAIL OR CODE-TROUVE
004370         READ VANS-TRAVAIL NEXT RECORD
004380             AT END SET FIN-TRAVAIL TO TRUE
004390             NOT AT END
004400                 IF LVT-REGION = WS-LIV-REGION
004410                     AND LVT-POIDS + WS-LIV-POIDS
004420                         NOT > LVT-POIDS-MAX
004430                     AND LVT-VOLUME + WS-LIV-VOLUME
004440                         NOT > LVT-VOLUME-MAX
004450                     SET CODE-TROUVE TO TRUE
004460                 END-IF
004470         END-READ
004480     END-PERFORM.
004490     IF CODE-TROUVE
004500         PERFORM 4250-CHARGER-TOURNEE
004510             THRU 4250-CHARGER-TOURNEE-EXIT
004520         GO TO 4200-AFFECTER-LIVRAISON-EXIT
004530     END-IF.
004540     PERFORM 4300-CONTROLER-GABARIT
004550         THRU 4300-CONTROLER-GABARIT-EXIT.
004560     IF LIV-HORS-GABARIT
004570         GO TO 4200-AFFECTER-LIVRAISON-EXIT
004580     END-IF.
004590     MOVE ZERO TO LVT-TOURNEE.
004600     MOVE LOW-VALUES TO LVT-CODE.
004610     PERFORM 4400-DEBUTER-VANS
004620         THRU 4400-DEBUTER-VANS-EXIT.
004630     PERFORM UNTIL FIN-TRAVAIL OR CODE-TROUVE
004640         READ VANS-TRAVAIL NEXT RECORD
004650             AT END SET FIN-TRAVAIL TO TRUE
004660             NOT AT END
004670                 IF LVT-TOURNEE NOT = ZERO
004680                     SET FIN-TRAVAIL TO TRUE
004690                 ELSE
004700                     IF WS-LIV-POIDS NOT > LVT-POIDS-MAX
004710                         AND WS-LIV-VOLUME
004720                             NOT > LVT-VOLUME-MAX
004730                         SET CODE-TROUVE TO TRUE
004740                     END-IF
004750                 END-IF
004760         END-READ
004770     END-PERFORM.
004780     IF NOT CODE-TROUVE
004790         GO TO 4200-AFFECTER-LIVRAISON-EXIT
004800     END-IF.
004810     DELETE VANS-TRAVAIL RECORD
004820         INVALID KEY
004830             GO TO 4200-AFFECTER-LIVRAISON-EXIT
004840     END-DELETE.
004850     ADD 1 TO WS-NB-TOURNEES.
004860     MOVE WS-NB-TOURNEES TO LVT-TOURNEE.
004870     MOVE WS-LIV-REGION TO LVT-REGION.
004880     WRITE VAN-TRAVAIL
004890         INVALID KEY
004900             GO TO 4200-AFFECTER-LIVRAISON-EXIT
004910     END-WRITE.
004920     PERFORM 4250-CHARGER-TOURNEE
004930         THRU 4250-CHARGER-TOURNEE-EXIT.
004940 4200-AFFECTER-LIVRAISON-EXIT.
004950     EXIT.
004960
004970*----------------------------------------------------------------
004980* 4250-CHARGER-TOURNEE - PUT THE ORDER ON THE TRIP JUST READ
004990*----------------------------------------------------------------
005000 4250-CHARGER-TOURNEE.
005010     ADD WS-LIV-POIDS  TO LVT-POIDS.
005020     ADD WS-LIV-VOLUME TO LVT-VOLUME.
005030     ADD 1 TO LVT-NB.
005040     REWRITE VAN-TRAVAIL
005050         INVALID KEY
005060             GO TO 4250-CHARGER-TOURNEE-EXIT
005070     END-REWRITE.
005080     MOVE LVT-TOURNEE TO WS-LIV-TOURNEE.
005090 4250-CHARGER-TOURNEE-EXIT.
005100     EXIT.
005110
005120*----------------------------------------------------------------
005130* 4300-CONTROLER-GABARIT - AN ORDER NO VAN OF THE FLEET COULD
005140* CARRY EVEN EMPTY IS FLAGGED, SO IT IS NOT SIMPLY PUT OFF DAY
005150* AFTER DAY WITHOUT ANYONE NOTICING
005160*----------------------------------------------------------------
005170 4300-CONTROLER-GABARIT.
005180     MOVE "O" TO WS-LIV-GABARIT.
005190     MOVE LOW-VALUES TO LVT-CLE.
005200     PERFORM 4400-DEBUTER-VANS
005210         THRU 4400-DEBUTER-VANS-EXIT.
005220     PERFORM UNTIL FIN-TRAVAIL OR NOT LIV-HORS-GABARIT
005230         READ VANS-TRAVAIL NEXT RECORD
005240             AT END SET FIN-TRAVAIL TO TRUE
005250             NOT AT END
005260                 IF WS-LIV-POIDS NOT > LVT-POIDS-MAX
005270                     AND WS-LIV-VOLUME
005280                         NOT > LVT-VOLUME-MAX
005290                     MOVE "N" TO WS-LIV-GABARIT
005300                 END-IF
005310         END-READ
005320     END-PERFORM.
005330 4300-CONTROLER-GABARIT-EXIT.
005340     EXIT.
005350
005360*----------------------------------------------------------------
005370* 4400-DEBUTER-VANS - POSITION VANS-TRAVAIL ON LVT-CLE
005380*----------------------------------------------------------------
005390 4400-DEBUTER-VANS.
005400     MOVE "N" TO WS-FIN-TRAVAIL.
005410     START VANS-TRAVAIL KEY IS NOT LESS THAN LVT-CLE
005420         INVALID KEY SET FIN-TRAVAIL TO TRUE
005430     END-START.
005440 4400-DEBUTER-VANS-EXIT.
005450     EXIT.
005460
005470*----------------------------------------------------------------
005480* 5000-EDITER-FEUILLES - ONE LOADING SHEET PER TRIP. THE DROPS
005490* ARE MADE IN LISTING ORDER, SO THEY ARE LOADED IN REVERSE : THE
005500* LAST DROP GOES IN FIRST, AT THE BACK OF THE VAN. TEMP IS SORTED
005510* BY TRIP AND LISTING POSITION DOWNWARDS
005520*----------------------------------------------------------------
005530 5000-EDITER-FEUILLES.
005540     IF WS-NB-TOURNEES = ZERO
005550         GO TO 5000-EDITER-FEUILLES-EXIT
005560     END-IF.
005570     SORT TRI-LOTS
005580         ON ASCENDING KEY TRI-LOT-NUM
005590                          TRI-LOT-CODE
005600                          TRI-LOT-NUMERO
005610                          TRI-LOT-PEREMPTION
005620                          TRI-LOT-SEQUENCE
005630         INPUT PROCEDURE IS 5010-LIRE-LOTVENTE
005640             THRU 5010-LIRE-LOTVENTE-EXIT
005650         OUTPUT PROCEDURE IS 5020-CUMULER-LOTS
005660             THRU 5020-CUMULER-LOTS-EXIT.
005670     MOVE "N" TO WS-FIN-TRI.
005680     SORT TRI-CHARGEMENTS
005690         ON ASCENDING KEY TRI-CHG-TOURNEE
005700         ON DESCENDING KEY TRI-CHG-RANG
005710         INPUT PROCEDURE IS 5050-RETENIR-CHARGEMENTS
005720             THRU 5050-RETENIR-CHARGEMENTS-EXIT
005730         OUTPUT PROCEDURE IS 5060-EDITER-CHARGEMENTS
005740             THRU 5060-EDITER-CHARGEMENTS-EXIT.
005750     CALL "CBL_DELETE_FILE" USING WS-NOM-LOTS
005760         RETURNING WS-RETOUR-SUPPRESSION.
005770 5000-EDITER-FEUILLES-EXIT.
005780     EXIT.
005790
005800*----------------------------------------------------------------
005810* 5010-LIRE-LOTVENTE - SORT INPUT : THE TRACE LINES OF THE
005820* ORDERS, NUMBERED IN FILE ORDER. NO LOTVENTE.DAT = NO LOT SHOWN
005830*----------------------------------------------------------------
005840 5010-LIRE-LOTVENTE.
005850     OPEN INPUT LOTVENTE-FILE.
005860     IF NOT LOTVENTE-OK
005870         GO TO 5010-LIRE-LOTVENTE-EXIT
005880     END-IF.
005890     PERFORM 5015-RETENIR-UN-LOT
005900         THRU 5015-RETENIR-UN-LOT-EXIT
005910         UNTIL FIN-LOTVENTE.
005920     CLOSE LOTVENTE-FILE.
005930 5010-LIRE-LOTVENTE-EXIT.
005940     EXIT.
005950
005960*----------------------------------------------------------------
005970* 5015-RETENIR-UN-LOT - ONE TRACE LINE UNDER AN ORDER NUMBER
005980*----------------------------------------------------------------
005990 5015-RETENIR-UN-LOT.
006000     READ LOTVENTE-FILE
006010         AT END
006020             SET FIN-LOTVENTE TO TRUE
006030             GO TO 5015-RETENIR-UN-LOT-EXIT
006040     END-READ.
006050     ADD 1 TO WS-NO-TRACE.
006060     MOVE LTV-REFERENCE TO WS-REF-LOT-X.
006070     IF WS-REF-LOT-X NOT NUMERIC
006080         GO TO 5015-RETENIR-UN-LOT-EXIT
006090     END-IF.
006100     MOVE WS-REF-LOT          TO TRI-LOT-NUM.
006110     MOVE LTV-CODE-PROD       TO TRI-LOT-CODE.
006120     MOVE LTV-NUMERO          TO TRI-LOT-NUMERO.
006130     MOVE LTV-DATE-PEREMPTION TO TRI-LOT-PEREMPTION.
006140     MOVE WS-NO-TRACE         TO TRI-LOT-SEQUENCE.
006150     MOVE LTV-QUANTITE        TO TRI-LOT-QUANTITE.
006160     RELEASE TRI-LOT.
006170 5015-RETENIR-UN-LOT-EXIT.
006180     EXIT.
006190
006200*----------------------------------------------------------------
006210* 5020-CUMULER-LOTS - SORT OUTPUT : THE TRACE LINES OF ONE ORDER
006220* AND LOT COME TOGETHER; RETURNS NET AGAINST THE SALE AND WHAT IS
006230* LEFT GOES ON LOTS UNDER THE FIRST LINE'S POSITION
006240*----------------------------------------------------------------
006250 5020-CUMULER-LOTS.
006260     OPEN OUTPUT LOTS-FILE.
006270     MOVE "N" TO WS-FIN-TRI.
006280     MOVE "N" TO WS-LOT-EN-COURS.
006290     PERFORM 5025-CUMULER-UN-LOT
006300         THRU 5025-CUMULER-UN-LOT-EXIT
006310         UNTIL FIN-TRI.
006320     IF LOT-EN-COURS
006330         PERFORM 5030-ECRIRE-LOT
006340             THRU 5030-ECRIRE-LOT-EXIT
006350     END-IF.
006360     CLOSE LOTS-FILE.
006370 5020-CUMULER-LOTS-EXIT.
006380     EXIT.
006390
006400*----------------------------------------------------------------
006410* 5025-CUMULER-UN-LOT
006420*----------------------------------------------------------------
006430 5025-CUMULER-UN-LOT.
006440     RETURN TRI-LOTS
006450         AT END
006460             SET FIN-TRI TO TRUE
006470             GO TO 5025-CUMULER-UN-LOT-EXIT
006480     END-RETURN.
006490     IF LOT-EN-COURS
006500         AND (TRI-LOT-NUM NOT = LOT-NUM
006510          OR TRI-LOT-CODE NOT = LOT-CODE
006520          OR TRI-LOT-NUMERO NOT = LOT-NUMERO
006530          OR TRI-LOT-PEREMPTION NOT = LOT-PEREMPTION)
006540         PERFORM 5030-ECRIRE-LOT
006550             THRU 5030-ECRIRE-LOT-EXIT
006560     END-IF.
006570     IF NOT LOT-EN-COURS
006580         MOVE TRI-LOT-NUM        TO LOT-NUM
006590         MOVE TRI-LOT-SEQUENCE   TO LOT-SEQUENCE
006600         MOVE TRI-LOT-CODE       TO LOT-CODE
006610         MOVE TRI-LOT-NUMERO     TO LOT-NUMERO
006620         MOVE TRI-LOT-PEREMPTION TO LOT-PEREMPTION
006630         MOVE ZERO               TO LOT-QUANTITE
006640         SET LOT-EN-COURS TO TRUE
006650     END-IF.
006660     ADD TRI-LOT-QUANTITE TO LOT-QUANTITE.
006670 5025-CUMULER-UN-LOT-EXIT.
006680     EXIT.
006690
006700*----------------------------------------------------------------
006710* 5030-ECRIRE-LOT - ONLY A LOT STILL WITH THE CUSTOMER IS PICKED
006720*----------------------------------------------------------------
006730 5030-ECRIRE-LOT.
006740     MOVE "N" TO WS-LOT-EN-COURS.
006750     IF LOT-QUANTITE > ZERO
006760         WRITE LOTS-RECORD
006770             INVALID KEY CONTINUE
006780         END-WRITE
006790     END-IF.
006800 5030-ECRIRE-LOT-EXIT.
006810     EXIT.
006820
006830*----------------------------------------------------------------
006840* 5050-RETENIR-CHARGEMENTS - SORT INPUT : THE ORDERS OF TEMP
006850* THAT RIDE ON A TRIP
006860*----------------------------------------------------------------
006870 5050-RETENIR-CHARGEMENTS.
006880     MOVE "N" TO WS-FIN-TEMP.
006890     OPEN INPUT TEMP-FILE.
006900     PERFORM UNTIL FIN-TEMP
006910         READ TEMP-FILE INTO WS-LIVRAISON
006920             AT END SET FIN-TEMP TO TRUE
006930             NOT AT END
006940                 IF WS-LIV-TOURNEE NOT = ZERO
006950                     RELEASE TRI-CHARGEMENT FROM WS-LIVRAISON
006960                 END-IF
006970         END-READ
006980     END-PERFORM.
006990     CLOSE TEMP-FILE.
007000 5050-RETENIR-CHARGEMENTS-EXIT.
007010     EXIT.
007020
007030*----------------------------------------------------------------
007040* 5060-EDITER-CHARGEMENTS - SORT OUTPUT : A NEW TRIP CLOSES THE
007050* SHEET OF THE ONE BEFORE AND OPENS ITS OWN
007060*----------------------------------------------------------------
007070 5060-EDITER-CHARGEMENTS.
007080     OPEN INPUT LOTS-FILE.
007090     MOVE ZERO TO WS-NUM-TOURNEE.
007100     PERFORM 5100-EDITER-CHARGEMENT
007110         THRU 5100-EDITER-CHARGEMENT-EXIT
007120         UNTIL FIN-TRI.
007130     IF WS-NUM-TOURNEE NOT = ZERO
007140         PERFORM 5080-EDITER-PIED-FEUILLE
007150             THRU 5080-EDITER-PIED-FEUILLE-EXIT
007160     END-IF.
007170     CLOSE LOTS-FILE.
007180 5060-EDITER-CHARGEMENTS-EXIT.
007190     EXIT.
007200
007210*----------------------------------------------------------------
007220* 5070-EDITER-ENTETE-FEUILLE - TRIP WS-NUM-TOURNEE, ITS VAN; THE
007230* RECORD STAYS IN VAN-TRAVAIL FOR THE FOOT OF THE SHEET
007240*----------------------------------------------------------------
007250 5070-EDITER-ENTETE-FEUILLE.
007260     MOVE WS-NUM-TOURNEE TO LVT-TOURNEE.
007270     MOVE LOW-VALUES TO LVT-CODE.
007280     PERFORM 4400-DEBUTER-VANS
007290         THRU 4400-DEBUTER-VANS-EXIT.
007300     IF NOT FIN-TRAVAIL
007310         READ VANS-TRAVAIL NEXT RECORD
007320             AT END SET FIN-TRAVAIL TO TRUE
007330         END-READ
007340     END-IF.
007350     DISPLAY " ".
007360     DISPLAY "=== Feuille de chargement - tournee "
007370         WS-NUM-TOURNEE " ===".
007380     DISPLAY "Vehicule " LVT-CODE " "
007390         FUNCTION TRIM(LVT-LIBELLE)
007400         " - region " LVT-REGION.
007410     MOVE ZERO TO WS-RANG-CHARGEMENT.
007420 5070-EDITER-ENTETE-FEUILLE-EXIT.
007430     EXIT.
007440
007450*----------------------------------------------------------------
007460* 5080-EDITER-PIED-FEUILLE - THE LOAD OF THE TRIP IN VAN-TRAVAIL
007470*----------------------------------------------------------------
007480 5080-EDITER-PIED-FEUILLE.
007490     DISPLAY "Poids  : " LVT-POIDS " kg sur "
007500         LVT-POIDS-MAX.
007510     DISPLAY "Volume : " LVT-VOLUME " l sur "
007520         LVT-VOLUME-MAX.
007530     DISPLAY "Livraisons : " LVT-NB.
007540 5080-EDITER-PIED-FEUILLE-EXIT.
007550     EXIT.
007560
007570*----------------------------------------------------------------
007580* 5100-EDITER-CHARGEMENT - ONE LINE OF THE SHEET, WITH THE LOTS
007590* TO PICK FOR IT
007600*----------------------------------------------------------------
007610 5100-EDITER-CHARGEMENT.
007620     RETURN TRI-CHARGEMENTS INTO WS-LIVRAISON
007630         AT END
007640             SET FIN-TRI TO TRUE
007650             GO TO 5100-EDITER-CHARGEMENT-EXIT
007660     END-RETURN.
007670     IF WS-LIV-TOURNEE NOT = WS-NUM-TOURNEE
007680         IF WS-NUM-TOURNEE NOT = ZERO
007690             PERFORM 5080-EDITER-PIED-FEUILLE
007700                 THRU 5080-EDITER-PIED-FEUILLE-EXIT
007710         END-IF
007720         MOVE WS-LIV-TOURNEE TO WS-NUM-TOURNEE
007730         PERFORM 5070-EDITER-ENTETE-FEUILLE
007740             THRU 5070-EDITER-ENTETE-FEUILLE-EXIT
007750     END-IF.
007760     ADD 1 TO WS-RANG-CHARGEMENT.
007770     DISPLAY "  " WS-RANG-CHARGEMENT ". Cde " WS-LIV-NUM
007780         " - " WS-LIV-CODE " x" WS-LIV-QUANTITE
007790         " - " FUNCTION TRIM(WS-LIV-VILLE)
007800         " - " WS-LIV-POIDS " kg "
007810         WS-LIV-VOLUME " l".
007820     MOVE WS-LIV-NUM TO LOT-NUM.
007830     MOVE ZERO TO LOT-SEQUENCE.
007840     MOVE "N" TO WS-FIN-LOTS.
007850     START LOTS-FILE KEY IS NOT LESS THAN LOT-CLE
007860         INVALID KEY SET FIN-LOTS TO TRUE
007870     END-START.
007880     PERFORM 5110-EDITER-LOT
007890         THRU 5110-EDITER-LOT-EXIT
007900         UNTIL FIN-LOTS.
007910 5100-EDITER-CHARGEMENT-EXIT.
007920     EXIT.
007930
007940*----------------------------------------------------------------
007950* 5110-EDITER-LOT - NEXT LOT OF THE ORDER ON THE LINE; LOTS IS
007960* IN TRACE ORDER WITHIN AN ORDER, SO EARLIEST EXPIRY COMES FIRST
007970*----------------------------------------------------------------
007980 5110-EDITER-LOT.
007990     READ LOTS-FILE NEXT RECORD
008000         AT END
008010             SET FIN-LOTS TO TRUE
008020             GO TO 5110-EDITER-LOT-EXIT
008030     END-READ.
008040     IF LOT-NUM NOT = WS-LIV-NUM
008050         SET FIN-LOTS TO TRUE
008060         GO TO 5110-EDITER-LOT-EXIT
008070     END-IF.
008080     MOVE LOT-QUANTITE TO WS-QTE-LOT.
008090     IF LOT-PEREMPTION = 99999999
008100         DISPLAY "       lot " LOT-NUMERO " - "
008110             LOT-CODE " x" WS-QTE-LOT
008120             " - sans peremption"
008130     ELSE
008140         DISPLAY "       lot " LOT-NUMERO " - "
008150             LOT-CODE " x" WS-QTE-LOT
008160             " - perime le " LOT-PEREMPTION
008170     END-IF.
008180 5110-EDITER-LOT-EXIT.
008190     EXIT.
008200
008210*----------------------------------------------------------------
008220* 5500-EDITER-REPORTS - WHAT NO VAN COULD TAKE TODAY, IN LISTING
008230* ORDER FROM TEMP
008240*----------------------------------------------------------------
008250 5500-EDITER-REPORTS.
008260     DISPLAY " ".
008270     DISPLAY "Reportees au lendemain".
008280     DISPLAY "----------------------".
008290     MOVE "N" TO WS-FIN-TEMP.
008300     OPEN INPUT TEMP-FILE.
008310     PERFORM UNTIL FIN-TEMP
008320         READ TEMP-FILE INTO WS-LIVRAISON
008330             AT END SET FIN-TEMP TO TRUE
008340             NOT AT END
008350                 IF WS-LIV-TOURNEE = ZERO
008360                     PERFORM 5510-EDITER-UN-REPORT
008370                         THRU 5510-EDITER-UN-REPORT-EXIT
008380                 END-IF
008390         END-READ
008400     END-PERFORM.
008410     CLOSE TEMP-FILE.
008420     DISPLAY "Tournees : " WS-NB-TOURNEES
008430         " - livraisons reportees : " WS-NB-REPORTEES.
008440 5500-EDITER-REPORTS-EXIT.
008450     EXIT.
008460
008470*----------------------------------------------------------------
008480* 5510-EDITER-UN-REPORT
008490*----------------------------------------------------------------
008500 5510-EDITER-UN-REPORT.
008510     ADD 1 TO WS-NB-REPORTEES.
008520     IF LIV-HORS-GABARIT
008530         DISPLAY "Cde " WS-LIV-NUM " - region "
008540             WS-LIV-REGION " - "
008550             WS-LIV-POIDS " kg "
008560             WS-LIV-VOLUME
008570             " l - TROP GROSSE POUR TOUT VEHICULE"
008580     ELSE
008590         DISPLAY "Cde " WS-LIV-NUM " - region "
008600             WS-LIV-REGION " - "
008610             WS-LIV-POIDS " kg "
008620             WS-LIV-VOLUME " l"
008630     END-IF.
008640 5510-EDITER-UN-REPORT-EXIT.
008650     EXIT.
