000205*                 PROD-SEUIL, EXACTLY LIKE COMMANDE AND
000206*                 COMMANDEIMPORT - STOCKRECONCILIER NO LONGER
000207*                 FLAGS A FALSE ECART ON EVERY CONVERTED QUOTE.
000208* 2026-10-15  LM  A QUOTE IS PRICED AT THE CUSTOMER'S CONTRACT
000209*                 PRICE (PRIXCONTRAT) WHEN ONE IS IN FORCE, LIKE
000210*                 COMMANDE; THE PRICE SOURCE IS KEPT ON THE QUOTE
000211*                 AND CARRIED ONTO THE CONVERTED ORDER.
000212* 2026-10-15  LM  A PROMOTION IN FORCE ON THE QUOTE DATE
000213*                 (PRIXPROMO) LOWERS A NON-CONTRACT QUOTE; ITS
000214*                 CAMPAIGN CODE IS KEPT ON THE QUOTE AND CARRIED
000215*                 ONTO THE CONVERTED ORDER.
000216* 2026-10-15  LM  A QUOTE CAN HOLD ITS QUANTITY AGAINST THE
000217*                 BOUTIQUE STOCK UNTIL IT EXPIRES (DEV-RESERVE),
000218*                 IF WHAT IS NOT ALREADY HELD COVERS IT. THE
000219*                 LAYOUT MOVES TO DEVIS-RECORD FOR QTERESERVEE AND
000220*                 RESERVATIONS. CONVERSION CHECKS THE STOCK LESS
000221*                 THE OTHER QUOTES' HOLDS.
000222* 2026-10-15  LM  A CONVERTED QUOTE IS PROMISED AT THE STANDARD
000223*                 LEAD TIME FROM THE CONVERSION (DATEPROMISE).
000224* 2026-10-15  LM  A CONVERTED QUOTE CARRIES THE CUSTOMER'S SALES
000225*                 REP FROM CLIENTS.DAT ONTO THE ORDER LINE.
000226* 2026-10-15  LM  EVERY STOCK MOVEMENT NOW ALSO GOES TO LOTSTOCK,
000227*                 WHICH TAKES THE SALE FROM THE EARLIEST-EXPIRING
000228*                 LOTS ON THE SHELF AND TRACES THEM TO THE ORDER
000229*                 (LOTVENTE.DAT) FOR A PRODUCT RECALL.
000230* 2026-10-15  LM  CONVERSION TAKES EVERY ACTIVE LINE UNDER THE
000231*                 QUOTE NUMBER - RECTANGLE ISSUES ONE LINE PER
000232*                 MATERIAL - AS ONE ORDER EACH; A LINE SHORT OF
000233*                 STOCK STAYS ACTIVE FOR A LATER RUN. DEVIS.DAT
000234*                 IS REWRITTEN ONCE AT THE END.
000235* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000236*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000237*                 DEVIS (SEE HABILITATIONS).
000210*----------------------------------------------------------------
000220
000230 ENVIRONMENT DIVISION.
000490     SELECT CMDNUM-CTL-FILE ASSIGN TO "CMDNUMCT.DAT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-CMDCTL-STATUS.
000511
000512     SELECT STOCKBAS-FILE ASSIGN TO "STOCKBAS.DAT"
000514         ORGANIZATION IS LINE SEQUENTIAL
000516         FILE STATUS IS WS-STOCKBAS-STATUS.
000520
000521     SELECT CLIENTS-FILE ASSIGN TO "CLIENTS.DAT"
000522         ORGANIZATION IS INDEXED
000523         ACCESS MODE IS RANDOM
000524         RECORD KEY IS CLI-CODE
000525         FILE STATUS IS WS-CLIENTS-STATUS.
000526
000530 DATA DIVISION.
000540 FILE SECTION.
000550
000570* DEVIS - ONE QUOTED LINE PER RECORD, UNDER ITS OWN NUMBER
000580*----------------------------------------------------------------
000590 FD  DEVIS-FILE.
000600     COPY "DEVIS-RECORD.cpy".
000720
000730 FD  DEVISCT-CTL-FILE.
000740 01  CTL-DERNIER-DEVIS       PIC 9(08).
000950                   ==CMD-EN-ATTENTE== BY ==OR-EN-ATTENTE==
000960                   ==CMD-EXPEDIEE==   BY ==OR-EXPEDIEE==
000970                   ==CMD-LIVREE==     BY ==OR-LIVREE==
000971                   ==CMD-VILLE==      BY ==OR-VILLE==
000972                   ==CMD-PRIX-SRC==   BY ==OR-PRIX-SRC==
000973                   ==CMD-PX-CONTRAT== BY ==OR-PX-CONTRAT==
000974                   ==CMD-PX-TARIF==   BY ==OR-PX-TARIF==
000975                   ==CMD-PX-CATALOGUE== BY ==OR-PX-CATALOGUE==
000976                   ==CMD-CAMPAGNE==   BY ==OR-CAMPAGNE==
000977                   ==CMD-DATE-PROMISE== BY ==OR-DATE-PROMISE==
000978                   ==CMD-DATE-LIVREE== BY ==OR-DATE-LIVREE==
000979                   ==CMD-FRAIS-PORT== BY ==OR-FRAIS-PORT==
000980                   ==CMD-CODE-ORIG==  BY ==OR-CODE-ORIG==
000981                   ==CMD-REPRESENTANT== BY ==OR-REPRESENTANT==
000982                   ==CMD-MODE-REGL==  BY ==OR-MODE-REGL==
000983                   ==CMD-REGL-ESPECES== BY ==OR-REGL-ESPECES==
000984                   ==CMD-REGL-CARTE== BY ==OR-REGL-CARTE==
000985                   ==CMD-REGL-CHEQUE== BY ==OR-REGL-CHEQUE==
000986                   ==CMD-REGL-COMPTE== BY ==OR-REGL-COMPTE==
000987                   ==CMD-ENCAISSE==   BY ==OR-ENCAISSE==
000988                   ==CMD-REF-WEB==    BY ==OR-REF-WEB==.
000990
001000 FD  CMDNUM-CTL-FILE.
001010 01  CTL-DERNIER-NUM         PIC 9(08).
001011
001012*----------------------------------------------------------------
001013* STOCK BAS - THE ALERT FILE COMMANDE FEEDS FOR THE REORDER DESK
001014*----------------------------------------------------------------
001021     05 SB-STOCK             PIC 9(05).
001022     05 SB-SEUIL             PIC 9(05).
001020
001024 FD  CLIENTS-FILE.
001025     COPY "CLIENT-RECORD.cpy".
001026
001030 WORKING-STORAGE SECTION.
001040
001043     COPY "HABILITATION.cpy".
001046
001050 01  WS-MODE                 PIC X(01).
001060     88 MODE-SAISIE                   VALUE "S" "s".
001070     88 MODE-CONVERSION               VALUE "C" "c".
001080
001090 01  WS-DATE-JOUR            PIC 9(08).
001095 01  WS-DATE-PROMISE         PIC 9(08).
001100 01  WS-NUM-RECHERCHE        PIC 9(08).
001110
001120 01  WS-CLIENT               PIC X(10).
001180
001190 01  WS-PRIX-TROUVE          PIC X(01).
001200     88 PRIX-DATE-TROUVE              VALUE "O".
001201
001202 01  WS-PRIX-SRC             PIC X(01).
001203 01  WS-MONTANT-DEVIS        PIC 9(07)V99.
001204 01  WS-CAMPAGNE             PIC X(08).
001205 01  WS-PROMO-TROUVEE        PIC X(01).
001206     88 PROMO-APPLIQUEE               VALUE "O".
001210
001212 01  WS-RESERVE              PIC X(01).
001213 01  WS-DEVIS-EXCLU          PIC 9(08).
001214 01  WS-QTE-RESERVEE         PIC 9(07).
001215 01  WS-STOCK-DISPO          PIC S9(07).
001216
001217 01  WS-REPONSE              PIC X(01).
001218     88 REPONSE-OUI                   VALUE "O" "o".
001219
001220 01  WS-MESSAGE-STATUT       PIC X(40).
001230
001240 01  WS-DEVIS-STATUS         PIC X(02).
001350
001360 01  WS-ORDERS-STATUS        PIC X(02).
001370     88 ORDERS-OK                     VALUE "00".
001371
001372 01  WS-STOCKBAS-STATUS      PIC X(02).
001373     88 STOCKBAS-OK                   VALUE "00".
001374
001375 01  WS-CLIENTS-STATUS       PIC X(02).
001376     88 CLIENTS-OK                    VALUE "00".
001377
001374 01  WS-MVT-TYPE             PIC X(02).
001375 01  WS-MVT-REFERENCE        PIC X(08).
001376 01  WS-MVT-QUANTITE         PIC S9(05).
001460
001470 01  WS-NB-DEVIS             PIC 9(04) VALUE ZERO.
001480 01  WS-IDX-TROUVE           PIC 9(04) VALUE ZERO.
001483 01  WS-IDX-LIGNE            PIC 9(04) VALUE ZERO.
001486 01  WS-NB-CONVERTIES        PIC 9(04) VALUE ZERO.
001490
001500*----------------------------------------------------------------
001510* DEVIS TABLE - THE WHOLE QUOTE FILE, PATCHED THEN REWRITTEN ON
001530*----------------------------------------------------------------
001540 01  WS-DEVIS-TABLE.
001550     05 WS-DEVIS OCCURS 200 TIMES INDEXED BY WS-DDX
001560                          PIC X(70).
001570
001780 PROCEDURE DIVISION.
001790
001810* 0000-MAINLINE
001820*----------------------------------------------------------------
001830 0000-MAINLINE.
001831     MOVE "DEVIS" TO HAB-PROGRAMME.
001832     CALL "HABILITER" USING HAB-ZONE.
001833     IF NOT HAB-AUTORISE
001834         GOBACK
001835     END-IF.
001840     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001850     DISPLAY "Saisie d'un devis (S) ou conversion en"
001860         " commande (C) ? ".
002260             GO TO 1000-SAISIR-DEVIS-EXIT
002270     END-READ.
002280     CLOSE PRODUIT-FILE.
002281     CALL "PRIXCONTRAT" USING WS-CLIENT WS-CODE-PROD
002282         WS-DATE-JOUR WS-PRIX-APPLIQUE WS-PRIX-TROUVE.
002283     IF PRIX-DATE-TROUVE
002284         MOVE "C" TO WS-PRIX-SRC
002285     ELSE
002290         CALL "PRIXEFFECTIF" USING WS-CODE-PROD WS-DATE-JOUR
002300             WS-PRIX-APPLIQUE WS-PRIX-TROUVE
002305         IF PRIX-DATE-TROUVE
002310             MOVE "T" TO WS-PRIX-SRC
002315         ELSE
002320             MOVE PROD-PRIX TO WS-PRIX-APPLIQUE
002323             MOVE "P" TO WS-PRIX-SRC
002326         END-IF
002330     END-IF.
002331     COMPUTE WS-MONTANT-DEVIS = WS-PRIX-APPLIQUE * WS-QUANTITE.
002332     MOVE SPACES TO WS-CAMPAGNE.
002333     IF WS-PRIX-SRC NOT = "C"
002334         CALL "PRIXPROMO" USING WS-CODE-PROD WS-DATE-JOUR
002335             WS-QUANTITE WS-PRIX-APPLIQUE WS-MONTANT-DEVIS
002336             WS-CAMPAGNE WS-PROMO-TROUVEE
002337     END-IF.
002338     PERFORM 1500-PROPOSER-RESERVATION
002339         THRU 1500-PROPOSER-RESERVATION-EXIT.
002340     PERFORM 2000-NUMEROTER-DEVIS
002350         THRU 2000-NUMEROTER-DEVIS-EXIT.
002360     OPEN EXTEND DEVIS-FILE.
002420     MOVE WS-CODE-PROD     TO DEV-CODE-PROD.
002430     MOVE WS-QUANTITE      TO DEV-QUANTITE.
002440     MOVE WS-PRIX-APPLIQUE TO DEV-PRIX-UNITAIRE.
002450     MOVE WS-MONTANT-DEVIS TO DEV-MONTANT.
002460     MOVE WS-DATE-JOUR     TO DEV-DATE.
002470     MOVE WS-EXPIRATION    TO DEV-EXPIRATION.
002480     SET DEV-ACTIF TO TRUE.
002485     MOVE WS-PRIX-SRC      TO DEV-PRIX-SRC.
002487     MOVE WS-CAMPAGNE      TO DEV-CAMPAGNE.
002488     MOVE WS-RESERVE       TO DEV-RESERVE.
002490     WRITE DEVIS-RECORD.
002500     CLOSE DEVIS-FILE.
002510     DISPLAY "Devis " DEV-NUM " : "
002530         " x" WS-QUANTITE
002540         " au prix unitaire " WS-PRIX-APPLIQUE
002550         " - total " DEV-MONTANT.
002552     IF DEV-CAMPAGNE NOT = SPACES
002554         DISPLAY "Promotion " FUNCTION TRIM(DEV-CAMPAGNE)
002556             " appliquee"
002558     END-IF.
002560     DISPLAY "Valable jusqu'au " WS-EXPIRATION.
002562     IF DEV-STOCK-RESERVE
002564         DISPLAY "Stock reserve jusqu'au " WS-EXPIRATION
002566     END-IF.
002570 1000-SAISIR-DEVIS-EXIT.
002580     EXIT.
002581
002582*----------------------------------------------------------------
002583* 1500-PROPOSER-RESERVATION - HOLD THE QUANTITY UNTIL EXPIRY IF
002584* THE BOUTIQUE STOCK LESS THE OTHER QUOTES' HOLDS COVERS IT
002585*----------------------------------------------------------------
002586 1500-PROPOSER-RESERVATION.
002587     MOVE "N" TO WS-RESERVE.
002588     IF WS-EXPIRATION < WS-DATE-JOUR
002589         GO TO 1500-PROPOSER-RESERVATION-EXIT
002590     END-IF.
002591     DISPLAY "Reserver la quantite jusqu'a l'expiration (O/N) ? ".
002592     ACCEPT WS-REPONSE.
002593     IF NOT REPONSE-OUI
002594         GO TO 1500-PROPOSER-RESERVATION-EXIT
002595     END-IF.
002596     MOVE ZERO TO WS-DEVIS-EXCLU.
002597     CALL "QTERESERVEE" USING WS-CODE-PROD WS-DATE-JOUR
002598         WS-DEVIS-EXCLU WS-QTE-RESERVEE.
002599     COMPUTE WS-STOCK-DISPO =
002600         PROD-STOCK-BOUTIQUE - WS-QTE-RESERVEE.
002601     IF WS-STOCK-DISPO < WS-QUANTITE
002602         DISPLAY "Stock disponible (" WS-STOCK-DISPO
002603             ") insuffisant - devis sans reservation"
002604     ELSE
002605         MOVE "O" TO WS-RESERVE
002606     END-IF.
002607 1500-PROPOSER-RESERVATION-EXIT.
002608     EXIT.
002590
002600*----------------------------------------------------------------
002610* 2000-NUMEROTER-DEVIS - NEXT QUOTE NUMBER FROM DEVISCT.DAT,
002810
002820*----------------------------------------------------------------
002830* 5000-CONVERTIR-DEVIS - AN ACCEPTED, UNEXPIRED QUOTE BECOMES A
002836* REAL ORDER AT THE QUOTED PRICE; A QUOTE OF SEVERAL LINES (ONE
002842* RECTANGLE ISSUED) GIVES ONE ORDER PER ACTIVE LINE
002850*----------------------------------------------------------------
002860 5000-CONVERTIR-DEVIS.
002870     DISPLAY "Numero de devis a convertir : ".
003040             " - conversion refusee"
003050         GO TO 5000-CONVERTIR-DEVIS-EXIT
003060     END-IF.
003063     PERFORM 5050-CONVERTIR-LIGNE
003066         THRU 5050-CONVERTIR-LIGNE-EXIT
003069         VARYING WS-IDX-LIGNE FROM WS-IDX-TROUVE BY 1
003072         UNTIL WS-IDX-LIGNE > WS-NB-DEVIS.
003075     IF WS-NB-CONVERTIES > ZERO
003078         PERFORM 7000-REECRIRE-DEVIS
003081             THRU 7000-REECRIRE-DEVIS-EXIT
003084     END-IF.
003090 5000-CONVERTIR-DEVIS-EXIT.
003100     EXIT.
003101
003102*----------------------------------------------------------------
003103* 5050-CONVERTIR-LIGNE - ONE ENTRY OF THE LOADED FILE : AN ACTIVE
003104* LINE OF THE QUOTE ASKED FOR BECOMES AN ORDER
003105*----------------------------------------------------------------
003106 5050-CONVERTIR-LIGNE.
003107     SET WS-DDX TO WS-IDX-LIGNE.
003108     MOVE WS-DEVIS(WS-DDX) TO DEVIS-RECORD.
003109     IF DEV-NUM = WS-NUM-RECHERCHE AND DEV-ACTIF
003110         PERFORM 5500-CREER-COMMANDE
003111             THRU 5500-CREER-COMMANDE-EXIT
003112     END-IF.
003113 5050-CONVERTIR-LIGNE-EXIT.
003114     EXIT.
003110
003120*----------------------------------------------------------------
003130* 5100-CHARGER-DEVIS - LOAD THE QUOTE FILE AND POSITION ON THE
003140* FIRST ACTIVE ENTRY ASKED FOR
003150*----------------------------------------------------------------
003160 5100-CHARGER-DEVIS.
003170     OPEN INPUT DEVIS-FILE.
003300                     SET WS-DDX TO WS-NB-DEVIS
003310                     MOVE DEVIS-RECORD TO WS-DEVIS(WS-DDX)
003320                     IF DEV-NUM = WS-NUM-RECHERCHE AND DEV-ACTIF
003325                         AND NOT DEVIS-TROUVE
003330                         SET DEVIS-TROUVE TO TRUE
003340                         MOVE WS-NB-DEVIS TO WS-IDX-TROUVE
003350                     END-IF
003610             CLOSE PRODUIT-FILE
003620             GO TO 5500-CREER-COMMANDE-EXIT
003630     END-READ.
003631     MOVE DEV-NUM TO WS-DEVIS-EXCLU.
003632     CALL "QTERESERVEE" USING DEV-CODE-PROD WS-DATE-JOUR
003633         WS-DEVIS-EXCLU WS-QTE-RESERVEE.
003634     COMPUTE WS-STOCK-DISPO =
003635         PROD-STOCK-BOUTIQUE - WS-QTE-RESERVEE.
003640     IF WS-STOCK-DISPO < DEV-QUANTITE
003650         DISPLAY "Stock boutique insuffisant pour convertir ("
003660             WS-STOCK-DISPO " disponible) - passer par"
003661             " COMMANDE"
003670         CLOSE PRODUIT-FILE
003680         GO TO 5500-CREER-COMMANDE-EXIT
003850     MOVE WS-DATE-JOUR  TO OR-DATE.
003860     SET OR-EN-ATTENTE TO TRUE.
003870     MOVE SPACES TO OR-VILLE.
003871     MOVE DEV-PRIX-SRC  TO OR-PRIX-SRC.
003872     MOVE DEV-CAMPAGNE  TO OR-CAMPAGNE.
003873     CALL "DATEPROMISE" USING OR-VILLE WS-DATE-JOUR
003874         WS-DATE-PROMISE.
003875     MOVE WS-DATE-PROMISE TO OR-DATE-PROMISE.
003876     MOVE ZERO TO OR-DATE-LIVREE.
003877     MOVE ZERO TO OR-FRAIS-PORT.
003878     MOVE SPACES TO OR-CODE-ORIG.
003879     MOVE SPACES TO OR-MODE-REGL.
003880     MOVE ZERO TO OR-ENCAISSE.
003881     MOVE SPACES TO OR-REF-WEB.
003882     PERFORM 5600-CHERCHER-REPRESENTANT
003883         THRU 5600-CHERCHER-REPRESENTANT-EXIT.
003880     WRITE ORDERS-RECORD
003890         INVALID KEY
003900             DISPLAY "Numero de commande deja au journal : "
003984     COMPUTE WS-MVT-QUANTITE = ZERO - DEV-QUANTITE.
003985     CALL "MVTSTOCK" USING WS-DATE-JOUR DEV-CODE-PROD
003986         WS-MVT-TYPE WS-MVT-REFERENCE WS-MVT-QUANTITE.
003987     CALL "LOTSTOCK" USING WS-DATE-JOUR DEV-CODE-PROD
003988         WS-MVT-TYPE WS-MVT-REFERENCE WS-MVT-QUANTITE.
003987     IF PROD-STOCK <= PROD-SEUIL
003988         PERFORM 5700-SIGNALER-STOCK-BAS
003989             THRU 5700-SIGNALER-STOCK-BAS-EXIT
003991     END-IF.
003990     CLOSE PRODUIT-FILE.
004000     MOVE "C" TO DEV-STATUT.
004013     SET WS-DDX TO WS-IDX-LIGNE.
004020     MOVE DEVIS-RECORD TO WS-DEVIS(WS-DDX).
004030     ADD 1 TO WS-NB-CONVERTIES.
004050     DISPLAY "Devis " WS-NUM-RECHERCHE
004060         " converti en commande " OR-NUM-CMD
004070         " - montant " OR-MONTANT.
004420     CLOSE DEVIS-FILE.
004430 7000-REECRIRE-DEVIS-EXIT.
004440     EXIT.
004441
004442*----------------------------------------------------------------
004443* 5600-CHERCHER-REPRESENTANT - THE CUSTOMER'S SALES REP ONTO THE
004444* ORDER LINE, BLANK WHEN THE CUSTOMER OR CLIENTS.DAT IS MISSING
004445*----------------------------------------------------------------
004446 5600-CHERCHER-REPRESENTANT.
004447     MOVE SPACES TO OR-REPRESENTANT.
004448     OPEN INPUT CLIENTS-FILE.
004449     IF NOT CLIENTS-OK
004450         GO TO 5600-CHERCHER-REPRESENTANT-EXIT
004451     END-IF.
004452     MOVE DEV-CLIENT TO CLI-CODE.
004453     READ CLIENTS-FILE
004454         INVALID KEY CONTINUE
004455         NOT INVALID KEY MOVE CLI-REPRESENTANT TO OR-REPRESENTANT
004456     END-READ.
004457     CLOSE CLIENTS-FILE.
004458 5600-CHERCHER-REPRESENTANT-EXIT.
004459     EXIT.
004460
004450*----------------------------------------------------------------
004460* 5700-SIGNALER-STOCK-BAS - SAME ALERT COMMANDE LEAVES FOR THE
004470* REORDER DESK
