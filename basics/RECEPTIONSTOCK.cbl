000165* 2026-09-02  LM  STOCK IS HELD PER LOCATION NOW - DELIVERIES
000166*                 LAND IN THE DEPOT AND THE COMBINED TOTAL
000167*                 TOGETHER (TRANSFERTSTOCK FEEDS THE SHELF).
000168* 2026-10-15  LM  THE SUPPLIER LOT NUMBER AND ITS EXPIRY DATE ARE
000169*                 TAKEN WITH THE DELIVERY AND THE QUANTITY IS
000170*                 BOOKED TO THAT LOT IN THE DEPOT (STOCKLOT.DAT),
000171*                 SO SALES CAN GO FIRST-EXPIRED-FIRST-OUT AND A
000172*                 RECALL CAN BE TRACED (SEE LOTSTOCK). NO LOT
000173*                 NUMBER = PRODUCT NOT TRACKED BY LOT.
000174* 2026-10-15  LM  THE DELIVERY IS PRICED (PURCHASE ORDER PRICE BY
000175*                 DEFAULT) AND PROD-COUT BECOMES THE WEIGHTED
000176*                 AVERAGE OF THE STOCK ON HAND AT THE OLD COST
000177*                 AND THE DELIVERY AT ITS PRICE; EACH CHANGE IS
000178*                 LOGGED ON COUTHIST.DAT. AN UNPRICED DELIVERY
000179*                 LEAVES THE COST AS IT WAS.
000180* 2026-10-15  LM  THE QUANTITY BOOKED IN AND THE DATE ARE KEPT ON
000181*                 THE PURCHASE ORDER FOR FACTUREFRN'S INVOICE
000182*                 MATCH.
000183* 2026-10-15  LM  A PURCHASE ORDER TAKES SEVERAL DELIVERIES NOW :
000184*                 EACH ONE ADDS TO ACH-QTE-RECUE, THE PO STAYS
000185*                 PARTIELLE UNTIL THE ORDER IS COMPLETE, AND THE
000186*                 BUYER CAN SOLDER IT (CLOSE IT SHORT) WITH OR
000187*                 WITHOUT A LAST DELIVERY.
000188* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000189*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000190*                 RECEPTIONSTOCK (SEE HABILITATIONS).
000170*----------------------------------------------------------------
000180
000190 ENVIRONMENT DIVISION.
000321         ALTERNATE RECORD KEY IS PROD-EAN
000322             WITH DUPLICATES
000330         FILE STATUS IS WS-PRODUIT-STATUS.
000331
000332     SELECT LOT-FILE ASSIGN TO "STOCKLOT.DAT"
000333         ORGANIZATION IS INDEXED
000334         ACCESS MODE IS DYNAMIC
000335         RECORD KEY IS LOT-CLE
000336         FILE STATUS IS WS-LOT-STATUS.
000340
000342     SELECT COUTHIST-FILE ASSIGN TO "COUTHIST.DAT"
000344         ORGANIZATION IS LINE SEQUENTIAL
000346         FILE STATUS IS WS-COUTHIST-STATUS.
000348
000350 DATA DIVISION.
000360 FILE SECTION.
000370
000430
000440 FD  PRODUIT-FILE.
000450     COPY "PRODUIT-RECORD.cpy".
000458
000466*----------------------------------------------------------------
000474* STOCKLOT - ONE RECORD PER LOT RECEIVED, IN EXPIRY ORDER
000482*----------------------------------------------------------------
000490 FD  LOT-FILE.
000498     COPY "LOT-RECORD.cpy".
000510
000511*----------------------------------------------------------------
000512* COUTHIST - EVERY CHANGE OF A UNIT COST, APPEND-ONLY
000513*----------------------------------------------------------------
000514 FD  COUTHIST-FILE.
000515     COPY "COUTHIST-RECORD.cpy".
000516
000520 WORKING-STORAGE SECTION.
000530
000533     COPY "HABILITATION.cpy".
000536
000540 01  WS-NUM-RECHERCHE        PIC 9(08).
000541
000542 01  WS-DATE-JOUR            PIC 9(08).
000543
000544 01  WS-MVT-TYPE             PIC X(02).
000546 01  WS-MVT-REFERENCE        PIC X(08).
000548 01  WS-MVT-QUANTITE         PIC S9(05).
000550
000560 01  WS-QUANTITE-RECUE       PIC 9(05).
000561 01  WS-QTE-RESTANTE         PIC 9(05).
000562
000564 01  WS-NUMERO-LOT           PIC X(10).
000566 01  WS-DATE-PEREMPTION      PIC 9(08).
000570
000571 01  WS-PRIX-RECU            PIC 9(05)V99.
000572 01  WS-NOUVEAU-COUT         PIC 9(05)V99.
000573
000574 01  WS-ACTION               PIC X(01).
000575     88 ACTION-SOLDER                 VALUE "S" "s".
000576 01  WS-REPONSE              PIC X(01).
000577     88 REPONSE-OUI                   VALUE "O" "o".
000578
000580 01  WS-MESSAGE-STATUT       PIC X(40).
000590
000600 01  WS-ACHATS-STATUS        PIC X(02).
000630 01  WS-PRODUIT-STATUS       PIC X(02).
000640     88 PRODUIT-OK                    VALUE "00".
000650
000651 01  WS-LOT-STATUS           PIC X(02).
000652     88 LOT-OK                        VALUE "00".
000653
000654 01  WS-COUTHIST-STATUS      PIC X(02).
000655     88 COUTHIST-OK                   VALUE "00".
000656
000660 01  WS-ACHAT-TROUVE         PIC X(01).
000670     88 ACHAT-TROUVE                  VALUE "O".
000680     88 ACHAT-ABSENT                  VALUE "N".
000730* 0000-MAINLINE
000740*----------------------------------------------------------------
000750 0000-MAINLINE.
000751     MOVE "RECEPTIONSTOCK" TO HAB-PROGRAMME.
000752     CALL "HABILITER" USING HAB-ZONE.
000753     IF NOT HAB-AUTORISE
000754         GOBACK
000755     END-IF.
000752     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
000760     DISPLAY "Numero de commande fournisseur : ".
000770     ACCEPT WS-NUM-RECHERCHE.
000850
000860*----------------------------------------------------------------
000870* 1000-RETROUVER-ACHAT - THE PO MUST EXIST AND STILL BE OPEN
000875* (ORDERED OR PARTLY DELIVERED)
000880*----------------------------------------------------------------
000890 1000-RETROUVER-ACHAT.
000900     SET ACHAT-ABSENT TO TRUE.
001030                 WS-NUM-RECHERCHE
001040             CLOSE ACHATS-FILE
001050         NOT INVALID KEY
001060             IF ACH-CLOTUREE
001070                 DISPLAY "Commande deja receptionnee ou soldee : "
001080                     WS-NUM-RECHERCHE
001090                 CLOSE ACHATS-FILE
001100             ELSE
001160
001170*----------------------------------------------------------------
001180* 2000-SAISIR-RECEPTION - DELIVERED QUANTITY ONTO PROD-STOCK,
001185* THEN ONTO THE PO : RECUE ONCE THE ORDER IS COMPLETE, PARTIELLE
001190* BEFORE THAT UNLESS THE BUYER CLOSES IT SHORT. THE BUYER CAN
001195* ALSO CLOSE AN OPEN PO WITHOUT ANY DELIVERY
001200*----------------------------------------------------------------
001210 2000-SAISIR-RECEPTION.
001220     DISPLAY "Commande " ACH-NUM " - produit " ACH-CODE-PROD
001230         " - quantite commandee " ACH-QUANTITE.
001231     MOVE ZERO TO WS-QTE-RESTANTE.
001232     IF ACH-QTE-RECUE < ACH-QUANTITE
001233         COMPUTE WS-QTE-RESTANTE = ACH-QUANTITE - ACH-QTE-RECUE
001234     END-IF.
001235     IF ACH-PARTIELLE
001236         DISPLAY "Deja livre " ACH-QTE-RECUE
001237             " (derniere livraison le " ACH-DATE-RECEPTION
001238             ") - reste a livrer " WS-QTE-RESTANTE
001239     END-IF.
001240     DISPLAY "Livraison (L) ou solde sans livraison (S) : ".
001241     MOVE "L" TO WS-ACTION.
001242     ACCEPT WS-ACTION.
001243     IF ACTION-SOLDER
001244         PERFORM 2500-SOLDER-ACHAT
001245             THRU 2500-SOLDER-ACHAT-EXIT
001246         GO TO 2000-SAISIR-RECEPTION-EXIT
001247     END-IF.
001248     DISPLAY "Quantite livree (vide = reste a livrer) : ".
001250     MOVE ZERO TO WS-QUANTITE-RECUE.
001260     ACCEPT WS-QUANTITE-RECUE.
001270     IF WS-QUANTITE-RECUE = ZERO
001272         MOVE WS-QTE-RESTANTE TO WS-QUANTITE-RECUE
001274     END-IF.
001276     IF WS-QUANTITE-RECUE = ZERO
001278         DISPLAY "Quantite nulle - reception abandonnee"
001280         CLOSE ACHATS-FILE
001282         GO TO 2000-SAISIR-RECEPTION-EXIT
001290     END-IF.
001291     DISPLAY "Prix unitaire facture (vide = prix commande "
001292         ACH-PRIX-UNITAIRE ") : ".
001293     MOVE ZERO TO WS-PRIX-RECU.
001294     ACCEPT WS-PRIX-RECU.
001295     IF WS-PRIX-RECU = ZERO
001296         MOVE ACH-PRIX-UNITAIRE TO WS-PRIX-RECU
001297     END-IF.
001298     PERFORM 2100-SAISIR-LOT
001299         THRU 2100-SAISIR-LOT-EXIT.
001300     PERFORM 3000-CREDITER-STOCK
001310         THRU 3000-CREDITER-STOCK-EXIT.
001311     ADD WS-QUANTITE-RECUE TO ACH-QTE-RECUE.
001312     MOVE WS-DATE-JOUR TO ACH-DATE-RECEPTION.
001313     IF ACH-QTE-RECUE NOT < ACH-QUANTITE
001314         SET ACH-RECUE TO TRUE
001315     ELSE
001316         SET ACH-PARTIELLE TO TRUE
001317         COMPUTE WS-QTE-RESTANTE = ACH-QUANTITE - ACH-QTE-RECUE
001318         DISPLAY "Livraison partielle - reste a livrer : "
001319             WS-QTE-RESTANTE
001320         DISPLAY "Solder la commande, reliquat abandonne (O/N) ? "
001321         MOVE "N" TO WS-REPONSE
001322         ACCEPT WS-REPONSE
001323         IF REPONSE-OUI
001324             SET ACH-SOLDEE TO TRUE
001325         END-IF
001326     END-IF.
001330     REWRITE ACHAT-RECORD.
001340     CLOSE ACHATS-FILE.
001350     DISPLAY "Reception enregistree : " WS-QUANTITE-RECUE
001360         " x " ACH-CODE-PROD " sur la commande " ACH-NUM.
001361     IF ACH-RECUE
001362         DISPLAY "Commande complete - receptionnee"
001363     END-IF.
001364     IF ACH-SOLDEE
001365         DISPLAY "Commande soldee a " ACH-QTE-RECUE
001366             " sur " ACH-QUANTITE
001367     END-IF.
001370 2000-SAISIR-RECEPTION-EXIT.
001380     EXIT.
001381
001382*----------------------------------------------------------------
001383* 2500-SOLDER-ACHAT - SHORT-CLOSE WITHOUT A DELIVERY; WHATEVER IS
001384* STILL OUTSTANDING IS NO LONGER EXPECTED
001385*----------------------------------------------------------------
001386 2500-SOLDER-ACHAT.
001387     SET ACH-SOLDEE TO TRUE.
001388     REWRITE ACHAT-RECORD.
001389     CLOSE ACHATS-FILE.
001390     DISPLAY "Commande " ACH-NUM " soldee a " ACH-QTE-RECUE
001391         " sur " ACH-QUANTITE " - reliquat abandonne : "
001392         WS-QTE-RESTANTE.
001393 2500-SOLDER-ACHAT-EXIT.
001394     EXIT.
001395
001396*----------------------------------------------------------------
001397* 2100-SAISIR-LOT - THE SUPPLIER LOT AND ITS EXPIRY DATE; NO
001398* EXPIRY DATE FILES THE LOT AS 99999999 SO IT IS SOLD LAST
001399*----------------------------------------------------------------
001400 2100-SAISIR-LOT.
001401     DISPLAY "Numero de lot (vide = produit sans lot) : ".
001402     MOVE SPACES TO WS-NUMERO-LOT.
001403     ACCEPT WS-NUMERO-LOT.
001404     IF WS-NUMERO-LOT = SPACES
001405         GO TO 2100-SAISIR-LOT-EXIT
001406     END-IF.
001407     MOVE 1 TO WS-DATE-PEREMPTION.
001408     PERFORM UNTIL WS-DATE-PEREMPTION = ZERO
001409             OR FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-PEREMPTION)
001410                = 0
001411         DISPLAY "Date de peremption AAAAMMJJ (vide = aucune) : "
001412         MOVE ZERO TO WS-DATE-PEREMPTION
001413         ACCEPT WS-DATE-PEREMPTION
001414     END-PERFORM.
001415     IF WS-DATE-PEREMPTION = ZERO
001416         MOVE 99999999 TO WS-DATE-PEREMPTION
001417     END-IF.
001418 2100-SAISIR-LOT-EXIT.
001419     EXIT.
001390
001400*----------------------------------------------------------------
001410* 3000-CREDITER-STOCK - ADD THE DELIVERED QUANTITY TO THE MASTER
001550             DISPLAY "Produit introuvable, stock inchange : "
001560                 ACH-CODE-PROD
001570         NOT INVALID KEY
001571             IF WS-PRIX-RECU > ZERO
001572                 PERFORM 3200-MOYENNER-COUT
001573                     THRU 3200-MOYENNER-COUT-EXIT
001574             END-IF
001578             ADD WS-QUANTITE-RECUE TO PROD-STOCK-DEPOT
001580             ADD WS-QUANTITE-RECUE TO PROD-STOCK
001590             REWRITE PRODUIT-RECORD
001598                 WS-MVT-TYPE WS-MVT-REFERENCE WS-MVT-QUANTITE
001600             DISPLAY "Nouveau stock de " PROD-CODE " : "
001610                 PROD-STOCK
001612             IF WS-NUMERO-LOT NOT = SPACES
001614                 PERFORM 3100-CREDITER-LOT
001616                     THRU 3100-CREDITER-LOT-EXIT
001618             END-IF
001620     END-READ.
001630     CLOSE PRODUIT-FILE.
001640 3000-CREDITER-STOCK-EXIT.
001650     EXIT.
001651
001652*----------------------------------------------------------------
001653* 3200-MOYENNER-COUT - WEIGHTED AVERAGE OF THE STOCK ON HAND
001654* (BEFORE THE DELIVERY) AT THE OLD COST AND THE DELIVERY AT ITS
001655* PRICE; NOTHING ON HAND = THE PRICE ITSELF. LOGGED ON
001656* COUTHIST.DAT
001657*----------------------------------------------------------------
001658 3200-MOYENNER-COUT.
001659     IF PROD-STOCK = ZERO
001660         MOVE WS-PRIX-RECU TO WS-NOUVEAU-COUT
001661     ELSE
001662         COMPUTE WS-NOUVEAU-COUT ROUNDED =
001663             (PROD-STOCK * PROD-COUT
001664              + WS-QUANTITE-RECUE * WS-PRIX-RECU)
001665             / (PROD-STOCK + WS-QUANTITE-RECUE)
001666     END-IF.
001667     MOVE WS-DATE-JOUR TO CHC-DATE.
001668     MOVE PROD-CODE TO CHC-CODE-PROD.
001669     SET CHC-RECEPTION TO TRUE.
001670     MOVE ACH-NUM TO CHC-REFERENCE.
001671     MOVE PROD-COUT TO CHC-ANCIEN-COUT.
001672     MOVE WS-NOUVEAU-COUT TO CHC-NOUVEAU-COUT.
001673     MOVE PROD-STOCK TO CHC-STOCK-AVANT.
001674     MOVE WS-QUANTITE-RECUE TO CHC-QUANTITE.
001675     MOVE WS-PRIX-RECU TO CHC-PRIX-ACHAT.
001676     OPEN EXTEND COUTHIST-FILE.
001677     IF NOT COUTHIST-OK
001678         CLOSE COUTHIST-FILE
001679         OPEN OUTPUT COUTHIST-FILE
001680     END-IF.
001681     WRITE COUTHIST-RECORD.
001682     CLOSE COUTHIST-FILE.
001683     DISPLAY "Cout unitaire de " PROD-CODE " : " PROD-COUT
001684         " -> " WS-NOUVEAU-COUT.
001685     MOVE WS-NOUVEAU-COUT TO PROD-COUT.
001686 3200-MOYENNER-COUT-EXIT.
001687     EXIT.
001688
001689*----------------------------------------------------------------
001690* 3100-CREDITER-LOT - THE DELIVERY ONTO ITS LOT IN THE DEPOT; A
001691* LOT ALREADY ON FILE (THE SAME LOT DELIVERED TWICE) IS TOPPED UP
001692*----------------------------------------------------------------
001693 3100-CREDITER-LOT.
001694     OPEN I-O LOT-FILE.
001695     IF NOT LOT-OK
001696         CLOSE LOT-FILE
001697         OPEN OUTPUT LOT-FILE
001698         CLOSE LOT-FILE
001699         OPEN I-O LOT-FILE
001700     END-IF.
001701     IF NOT LOT-OK
001702         CALL "FICHSTAT" USING WS-LOT-STATUS
001703             WS-MESSAGE-STATUT
001704         DISPLAY "STOCKLOT.DAT : "
001705             FUNCTION TRIM(WS-MESSAGE-STATUT)
001706         DISPLAY "Lot non enregistre : " WS-NUMERO-LOT
001707         GO TO 3100-CREDITER-LOT-EXIT
001708     END-IF.
001709     MOVE ACH-CODE-PROD TO LOT-CODE-PROD.
001710     MOVE WS-DATE-PEREMPTION TO LOT-DATE-PEREMPTION.
001711     MOVE WS-NUMERO-LOT TO LOT-NUMERO.
001712     READ LOT-FILE
001713         INVALID KEY
001714             MOVE WS-DATE-JOUR TO LOT-DATE-RECEPTION
001715             MOVE ACH-NUM TO LOT-NUM-ACHAT
001716             MOVE WS-QUANTITE-RECUE TO LOT-QTE-RECUE
001717             MOVE WS-QUANTITE-RECUE TO LOT-QTE-DEPOT
001718             MOVE ZERO TO LOT-QTE-BOUTIQUE
001719             WRITE LOT-RECORD
001720         NOT INVALID KEY
001721             ADD WS-QUANTITE-RECUE TO LOT-QTE-RECUE
001722             ADD WS-QUANTITE-RECUE TO LOT-QTE-DEPOT
001723             REWRITE LOT-RECORD
001724     END-READ.
001725     CLOSE LOT-FILE.
001726     DISPLAY "Lot " WS-NUMERO-LOT " au depot : " LOT-QTE-DEPOT.
001727 3100-CREDITER-LOT-EXIT.
001728     EXIT.
