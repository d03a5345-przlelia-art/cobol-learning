000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COMMISSIONS.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. MONTH-END COMMISSION STATEMENT PER
000110*                 SALES REP, REPLACING THE SHEET REBUILT BY HAND
000120*                 FROM COMMANDESYNTHESE : ORDERS OF THE MONTH
000130*                 (CMD-REPRESENTANT), LESS THE CANCELLATIONS AND
000140*                 RETURNS DATED IN THE MONTH, AT THE REP'S RATE
000150*                 FOR THE PRODUCT FAMILY OR ELSE THE REP'S OWN
000160*                 RATE (REPRESENT.DAT). AN INVOICE OF FACTENCR.DAT
000170*                 STILL UNPAID 90 DAYS BEFORE THE END OF THE MONTH
000180*                 HAS THE COMMISSION ON ITS BALANCE CLAWED BACK
000190*                 FROM THE CUSTOMER'S REP, AND GIVEN BACK ONCE IT
000200*                 IS PAID. EACH CLAWBACK AND REFUND IS BOOKED ONCE
000210*                 ON COMMREPR.DAT, SO A RERUN OF THE MONTH SHOWS
000220*                 THE SAME FIGURES.
000222* 2026-10-15  LM  A BAD-DEBT WRITE-OFF IS NOT A PAYMENT : THE
000224*                 CLAWBACK STILL APPLIES TO A WRITTEN-OFF
000226*                 INVOICE.
000227* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000228*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000229*                 COMMISSIONS (SEE HABILITATIONS).
000230* 2026-10-15  LM  THE REPS AND THEIR TOTALS ARE KEPT ON THE KEYED
000231*                 WORK FILE COMMREP.TMP AND THE COMMREPR.DAT
000232*                 REGISTER ON COMMREG.TMP INSTEAD OF THE 50 AND
000233*                 500-ENTRY TABLES, SO NO REP IS LEFT OFF THE
000234*                 STATEMENT AND THE CLAWBACKS ARE ALWAYS WORKED
000235*                 OUT. THE STATEMENT LISTS THE REPS IN CODE ORDER.
000230*----------------------------------------------------------------

000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.

000270     SELECT ORDERS-FILE ASSIGN TO "ORDERS.DAT"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS SEQUENTIAL
000300         RECORD KEY IS OR-CLE
000310         FILE STATUS IS WS-ORDERS-STATUS.

000320     SELECT REPRESENT-FILE ASSIGN TO "REPRESENT.DAT"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS REP-CODE
000360         FILE STATUS IS WS-REPRESENT-STATUS.

000370     SELECT PRODUIT-FILE ASSIGN TO "PRODUITS.DAT"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS PROD-CODE
000410         ALTERNATE RECORD KEY IS PROD-EAN
000420             WITH DUPLICATES
000430         FILE STATUS IS WS-PRODUIT-STATUS.

000440     SELECT CLIENTS-FILE ASSIGN TO "CLIENTS.DAT"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS CLI-CODE
000480         FILE STATUS IS WS-CLIENTS-STATUS.

000490     SELECT ENCOURS-FILE ASSIGN TO "FACTENCR.DAT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-ENCOURS-STATUS.

000520     SELECT REGLEMENT-FILE ASSIGN TO "REGLMNTS.DAT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-REGLEMENT-STATUS.

000550     SELECT REPRISE-FILE ASSIGN TO "COMMREPR.DAT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-REPRISE-STATUS.

000571     SELECT REPS-TRAVAIL ASSIGN TO "COMMREP.TMP"
000572         ORGANIZATION IS INDEXED
000573         ACCESS MODE IS DYNAMIC
000574         RECORD KEY IS RPT-CODE
000575         FILE STATUS IS WS-REPS-STATUS.

000576     SELECT REGISTRE-TRAVAIL ASSIGN TO "COMMREG.TMP"
000577         ORGANIZATION IS INDEXED
000578         ACCESS MODE IS RANDOM
000579         RECORD KEY IS RGT-NUM-FACTURE
000580         FILE STATUS IS WS-REGISTRE-STATUS.

000580 DATA DIVISION.
000590 FILE SECTION.

000600 FD  ORDERS-FILE.
000610     COPY "ORDER-RECORD.cpy"
000620         REPLACING ==ORDER-RECORD==   BY ==ORDERS-RECORD==
000630                   ==CMD-CLE==        BY ==OR-CLE==
000640                   ==CMD-NUM-CMD==    BY ==OR-NUM-CMD==
000650                   ==CMD-TYPE==       BY ==OR-TYPE==
000660                   ==CMD-SEQ==        BY ==OR-SEQ==
000670                   ==CMD-ORDRE==      BY ==OR-ORDRE==
000680                   ==CMD-ANNULATION== BY ==OR-ANNULATION==
000690                   ==CMD-RETOUR==     BY ==OR-RETOUR==
000700                   ==CMD-CLIENT==     BY ==OR-CLIENT==
000710                   ==CMD-CODE-PROD==  BY ==OR-CODE-PROD==
000720                   ==CMD-QUANTITE==   BY ==OR-QUANTITE==
000730                   ==CMD-MONTANT==    BY ==OR-MONTANT==
000740                   ==CMD-DATE==       BY ==OR-DATE==
000750                   ==CMD-STATUT==     BY ==OR-STATUT==
000760                   ==CMD-EN-ATTENTE== BY ==OR-EN-ATTENTE==
000770                   ==CMD-EXPEDIEE==   BY ==OR-EXPEDIEE==
000780                   ==CMD-LIVREE==     BY ==OR-LIVREE==
000790                   ==CMD-VILLE==      BY ==OR-VILLE==
000800                   ==CMD-PRIX-SRC==   BY ==OR-PRIX-SRC==
000810                   ==CMD-PX-CONTRAT== BY ==OR-PX-CONTRAT==
000820                   ==CMD-PX-TARIF==   BY ==OR-PX-TARIF==
000830                   ==CMD-PX-CATALOGUE== BY ==OR-PX-CATALOGUE==
000840                   ==CMD-CAMPAGNE==   BY ==OR-CAMPAGNE==
000850                   ==CMD-DATE-PROMISE== BY ==OR-DATE-PROMISE==
000860                   ==CMD-DATE-LIVREE== BY ==OR-DATE-LIVREE==
000870                   ==CMD-FRAIS-PORT== BY ==OR-FRAIS-PORT==
000880                   ==CMD-CODE-ORIG==  BY ==OR-CODE-ORIG==
000890                   ==CMD-REPRESENTANT== BY ==OR-REPRESENTANT==
000891                   ==CMD-MODE-REGL==  BY ==OR-MODE-REGL==
000892                   ==CMD-REGL-ESPECES== BY ==OR-REGL-ESPECES==
000893                   ==CMD-REGL-CARTE== BY ==OR-REGL-CARTE==
000894                   ==CMD-REGL-CHEQUE== BY ==OR-REGL-CHEQUE==
000895                   ==CMD-REGL-COMPTE== BY ==OR-REGL-COMPTE==
000896                   ==CMD-ENCAISSE==   BY ==OR-ENCAISSE==
000898                   ==CMD-REF-WEB==    BY ==OR-REF-WEB==.

000900 FD  REPRESENT-FILE.
000910     COPY "REPRESENT-RECORD.cpy".

000920 FD  PRODUIT-FILE.
000930     COPY "PRODUIT-RECORD.cpy".

000940 FD  CLIENTS-FILE.
000950     COPY "CLIENT-RECORD.cpy".

000960 FD  ENCOURS-FILE.
000970     COPY "ENCOURS-RECORD.cpy".

000980 FD  REGLEMENT-FILE.
000990     COPY "REGLEMENT-RECORD.cpy".

001000*----------------------------------------------------------------
001010* REPRISES - ONE LINE PER COMMISSION CLAWED BACK ON AN UNPAID
001020* INVOICE (R) OR GIVEN BACK WHEN IT IS FINALLY PAID (D), BOOKED
001030* IN THE MONTH OF THE STATEMENT THAT FOUND IT. APPEND ONLY.
001040*----------------------------------------------------------------
001050 FD  REPRISE-FILE.
001060 01  REPRISE-RECORD.
001070     05 CRP-NUM-FACTURE      PIC 9(06).
001080     05 CRP-MOIS             PIC 9(06).
001090     05 CRP-REPRESENTANT     PIC X(04).
001100     05 CRP-SENS             PIC X(01).
001110         88 CRP-REPRISE               VALUE "R".
001120         88 CRP-RESTITUTION           VALUE "D".
001130     05 CRP-MONTANT          PIC 9(07)V99.

001131*----------------------------------------------------------------
001132* REPS-TRAVAIL - THE REPS OF REPRESENT.DAT WITH THE MONTH'S
001133* TOTALS; A REP CODE FOUND ON AN ORDER BUT NO LONGER ON FILE IS
001134* ADDED WITH A ZERO RATE SO ITS FIGURES STILL SHOW
001135*----------------------------------------------------------------
001136 FD  REPS-TRAVAIL.
001137 01  REP-TRAVAIL.
001138     05 RPT-CODE             PIC X(04).
001139     05 RPT-NOM              PIC X(30).
001140     05 RPT-TAUX             PIC 9(02)V99.
001141     05 RPT-FAM OCCURS 5 TIMES INDEXED BY RPT-FDX.
001142         10 RPT-FAMILLE      PIC X(03).
001143         10 RPT-FAM-TAUX     PIC 9(02)V99.
001144     05 RPT-BRUT             PIC 9(09)V99.
001145     05 RPT-ANNULE           PIC 9(09)V99.
001146     05 RPT-RETOURNE         PIC 9(09)V99.
001147     05 RPT-COMMISSION       PIC S9(07)V99.
001148     05 RPT-REPRISES         PIC 9(07)V99.
001149     05 RPT-RESTITUE         PIC 9(07)V99.

001150*----------------------------------------------------------------
001151* REGISTRE-TRAVAIL - THE LAST COMMREPR.DAT LINE OF EACH INVOICE :
001152* AN "R" STILL STANDING MEANS THE COMMISSION IS HELD BACK
001153*----------------------------------------------------------------
001154 FD  REGISTRE-TRAVAIL.
001155 01  REGISTRE-LIGNE.
001156     05 RGT-NUM-FACTURE      PIC 9(06).
001157     05 RGT-REPRESENTANT     PIC X(04).
001158     05 RGT-SENS             PIC X(01).
001159     05 RGT-MONTANT          PIC 9(07)V99.

001140 WORKING-STORAGE SECTION.

001145     COPY "HABILITATION.cpy".

001150 01  WS-MOIS                 PIC 9(06).
001160 01  WS-DATE-JOUR            PIC 9(08).
001170 01  WS-DATE-CALCUL.
001180     05 WS-CALC-AN           PIC 9(04).
001190     05 WS-CALC-MM           PIC 9(02).
001200     05 WS-CALC-JJ           PIC 9(02).
001210 01  WS-DATE-CALCUL-N REDEFINES WS-DATE-CALCUL
001220                             PIC 9(08).
001230 01  WS-FIN-MOIS             PIC 9(08).
001240 01  WS-LIMITE-IMPAYE        PIC 9(08).

001250 01  WS-MESSAGE-STATUT       PIC X(40).
001252 01  WS-NOM-REPS             PIC X(40) VALUE "COMMREP.TMP".
001254 01  WS-NOM-REGISTRE         PIC X(40) VALUE "COMMREG.TMP".
001256 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.

001260 01  WS-ORDERS-STATUS        PIC X(02).
001270     88 ORDERS-OK                     VALUE "00".

001280 01  WS-REPRESENT-STATUS     PIC X(02).
001290     88 REPRESENT-OK                  VALUE "00".

001300 01  WS-PRODUIT-STATUS       PIC X(02).
001310     88 PRODUIT-OK                    VALUE "00".

001320 01  WS-CLIENTS-STATUS       PIC X(02).
001330     88 CLIENTS-OK                    VALUE "00".

001340 01  WS-ENCOURS-STATUS       PIC X(02).
001350     88 ENCOURS-OK                    VALUE "00".

001360 01  WS-REGLEMENT-STATUS     PIC X(02).
001370     88 REGLEMENT-OK                  VALUE "00".

001380 01  WS-REPRISE-STATUS       PIC X(02).
001390     88 REPRISE-OK                    VALUE "00".

001392 01  WS-REPS-STATUS          PIC X(02).
001394     88 REPS-OK                       VALUE "00".

001396 01  WS-REGISTRE-STATUS      PIC X(02).
001398     88 REGISTRE-OK                   VALUE "00".

001400 01  WS-SWITCHES.
001410     05 WS-FIN-FICHIER       PIC X(01).
001420         88 FIN-FICHIER               VALUE "Y".
001430     05 WS-FIN-REGLEMENTS    PIC X(01).
001440         88 FIN-REGLEMENTS            VALUE "Y".
001450     05 WS-FIN-REPS          PIC X(01).
001460         88 FIN-REPS                  VALUE "Y".
001470     05 WS-REP-NOUVEAU       PIC X(01).
001480         88 REP-NOUVEAU               VALUE "O".
001490     05 WS-TRAVAIL-OUVERT    PIC X(01) VALUE "N".
001500         88 TRAVAIL-OUVERT            VALUE "O".
001510     05 WS-PRODUITS-OUVERTS  PIC X(01) VALUE "N".
001520         88 PRODUITS-OUVERTS          VALUE "O".

001530 01  WS-REP-CHERCHE          PIC X(04).
001540 01  WS-TAUX-APPLIQUE        PIC 9(02)V99.
001550 01  WS-COMMISSION-LIGNE     PIC 9(07)V99.
001560 01  WS-SOLDE-FACTURE        PIC S9(09)V99.
001570 01  WS-MONTANT-EDITE        PIC -(9)9.99.
001580 01  WS-NB-ECRITS            PIC 9(05) VALUE ZERO.

001590 01  WS-NB-REPS              PIC 9(06) VALUE ZERO.

001920 01  WS-TOTAUX.
001930     05 WS-T-BRUT            PIC 9(09)V99 VALUE ZERO.
001940     05 WS-T-ANNULE          PIC 9(09)V99 VALUE ZERO.
001950     05 WS-T-RETOURNE        PIC 9(09)V99 VALUE ZERO.
001960     05 WS-T-COMMISSION      PIC S9(09)V99 VALUE ZERO.
001970     05 WS-T-REPRISES        PIC 9(09)V99 VALUE ZERO.
001980     05 WS-T-RESTITUE        PIC 9(09)V99 VALUE ZERO.
001990     05 WS-T-NET             PIC S9(09)V99.
002000     05 WS-T-DU              PIC S9(09)V99.

002010 PROCEDURE DIVISION.

002020*----------------------------------------------------------------
002030* 0000-MAINLINE
002040*----------------------------------------------------------------
002050 0000-MAINLINE.
002051     MOVE "COMMISSIONS" TO HAB-PROGRAMME.
002052     CALL "HABILITER" USING HAB-ZONE.
002053     IF NOT HAB-AUTORISE
002054         GOBACK
002055     END-IF.
002060     DISPLAY "Mois AAAAMM (vide = mois en cours) : ".
002070     MOVE ZERO TO WS-MOIS.
002080     ACCEPT WS-MOIS.
002090     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
002100     IF WS-MOIS = ZERO
002110         MOVE WS-DATE-JOUR(1:6) TO WS-MOIS
002120     END-IF.
002130     PERFORM 0500-FIXER-DATES
002140         THRU 0500-FIXER-DATES-EXIT.
002141     PERFORM 0600-OUVRIR-TRAVAIL
002142         THRU 0600-OUVRIR-TRAVAIL-EXIT.
002143     IF NOT TRAVAIL-OUVERT
002144         STOP RUN
002145     END-IF.
002150     PERFORM 1000-CHARGER-REPRESENTANTS
002160         THRU 1000-CHARGER-REPRESENTANTS-EXIT.
002170     IF WS-NB-REPS = ZERO
002180         DISPLAY "Aucun representant enregistre (voir"
002190             " REPRESENTMAJ)"
002193         PERFORM 0900-FERMER-TRAVAIL
002196             THRU 0900-FERMER-TRAVAIL-EXIT
002200         STOP RUN
002210     END-IF.
002220     PERFORM 2000-CUMULER-COMMANDES
002230         THRU 2000-CUMULER-COMMANDES-EXIT.
002240     PERFORM 3000-CHARGER-REGISTRE
002250         THRU 3000-CHARGER-REGISTRE-EXIT.
002260     PERFORM 4000-CONTROLER-FACTURES
002270         THRU 4000-CONTROLER-FACTURES-EXIT.
002280     PERFORM 5000-EDITER-RELEVE
002290         THRU 5000-EDITER-RELEVE-EXIT.
002293     PERFORM 0900-FERMER-TRAVAIL
002296         THRU 0900-FERMER-TRAVAIL-EXIT.
002300     STOP RUN.

002310*----------------------------------------------------------------
002320* 0500-FIXER-DATES - LAST DAY OF THE MONTH, AND THE INVOICE DATE
002330* BEFORE WHICH AN UNPAID BALANCE IS MORE THAN 90 DAYS OLD THEN
002340*----------------------------------------------------------------
002350 0500-FIXER-DATES.
002360     MOVE WS-MOIS(1:4) TO WS-CALC-AN.
002370     MOVE WS-MOIS(5:2) TO WS-CALC-MM.
002380     MOVE 1 TO WS-CALC-JJ.
002390     IF WS-CALC-MM = 12
002400         ADD 1 TO WS-CALC-AN
002410         MOVE 1 TO WS-CALC-MM
002420     ELSE
002430         ADD 1 TO WS-CALC-MM
002440     END-IF.
002450     COMPUTE WS-FIN-MOIS = FUNCTION DATE-OF-INTEGER(
002460         FUNCTION INTEGER-OF-DATE(WS-DATE-CALCUL-N) - 1).
002470     COMPUTE WS-LIMITE-IMPAYE = FUNCTION DATE-OF-INTEGER(
002480         FUNCTION INTEGER-OF-DATE(WS-FIN-MOIS) - 90).
002490 0500-FIXER-DATES-EXIT.
002500     EXIT.

002501*----------------------------------------------------------------
002502* 0600-OUVRIR-TRAVAIL - COMMREP.TMP AND COMMREG.TMP, EMPTY
002503*----------------------------------------------------------------
002504 0600-OUVRIR-TRAVAIL.
002505     OPEN OUTPUT REPS-TRAVAIL.
002506     IF NOT REPS-OK
002507         CALL "FICHSTAT" USING WS-REPS-STATUS
002508             WS-MESSAGE-STATUT
002509         DISPLAY "COMMREP.TMP : "
002510             FUNCTION TRIM(WS-MESSAGE-STATUT)
002511         GO TO 0600-OUVRIR-TRAVAIL-EXIT
002512     END-IF.
002513     CLOSE REPS-TRAVAIL.
002514     OPEN OUTPUT REGISTRE-TRAVAIL.
002515     IF NOT REGISTRE-OK
002516         CALL "FICHSTAT" USING WS-REGISTRE-STATUS
002517             WS-MESSAGE-STATUT
002518         DISPLAY "COMMREG.TMP : "
002519             FUNCTION TRIM(WS-MESSAGE-STATUT)
002520         CALL "CBL_DELETE_FILE" USING WS-NOM-REPS
002521             RETURNING WS-RETOUR-SUPPRESSION
002522         GO TO 0600-OUVRIR-TRAVAIL-EXIT
002523     END-IF.
002524     CLOSE REGISTRE-TRAVAIL.
002525     OPEN I-O REPS-TRAVAIL.
002526     OPEN I-O REGISTRE-TRAVAIL.
002527     SET TRAVAIL-OUVERT TO TRUE.
002528 0600-OUVRIR-TRAVAIL-EXIT.
002529     EXIT.

002530*----------------------------------------------------------------
002531* 0900-FERMER-TRAVAIL
002532*----------------------------------------------------------------
002533 0900-FERMER-TRAVAIL.
002534     CLOSE REPS-TRAVAIL.
002535     CLOSE REGISTRE-TRAVAIL.
002536     CALL "CBL_DELETE_FILE" USING WS-NOM-REPS
002537         RETURNING WS-RETOUR-SUPPRESSION.
002538     CALL "CBL_DELETE_FILE" USING WS-NOM-REGISTRE
002539         RETURNING WS-RETOUR-SUPPRESSION.
002540 0900-FERMER-TRAVAIL-EXIT.
002541     EXIT.

002510*----------------------------------------------------------------
002520* 1000-CHARGER-REPRESENTANTS
002530*----------------------------------------------------------------
002540 1000-CHARGER-REPRESENTANTS.
002550     OPEN INPUT REPRESENT-FILE.
002560     IF NOT REPRESENT-OK
002570         GO TO 1000-CHARGER-REPRESENTANTS-EXIT
002580     END-IF.
002590     MOVE "N" TO WS-FIN-FICHIER.
002600     PERFORM UNTIL FIN-FICHIER
002610         READ REPRESENT-FILE
002620             AT END SET FIN-FICHIER TO TRUE
002630             NOT AT END
002640                 MOVE REP-CODE TO WS-REP-CHERCHE
002650                 PERFORM 1100-AJOUTER-REPRESENTANT
002660                     THRU 1100-AJOUTER-REPRESENTANT-EXIT
002669                 MOVE REP-NOM TO RPT-NOM
002678                 MOVE REP-TAUX TO RPT-TAUX
002687                 PERFORM VARYING REP-IDX FROM 1 BY 1
002696                         UNTIL REP-IDX > 5
002705                     SET RPT-FDX TO REP-IDX
002714                     MOVE REP-FAMILLE(REP-IDX)
002723                         TO RPT-FAMILLE(RPT-FDX)
002732                     MOVE REP-FAM-TAUX(REP-IDX)
002741                         TO RPT-FAM-TAUX(RPT-FDX)
002750                 END-PERFORM
002759                 PERFORM 1300-ENREGISTRER-REPRESENTANT
002768                     THRU 1300-ENREGISTRER-REPRESENTANT-EXIT
002777                 ADD 1 TO WS-NB-REPS
002790         END-READ
002800     END-PERFORM.
002810     CLOSE REPRESENT-FILE.
002820 1000-CHARGER-REPRESENTANTS-EXIT.
002830     EXIT.

002840*----------------------------------------------------------------
002850* 1100-AJOUTER-REPRESENTANT - NEW RECORD FOR WS-REP-CHERCHE WITH
002860* NO NAME, NO RATE AND ZERO TOTALS, WRITTEN BY 1300
002870*----------------------------------------------------------------
002880 1100-AJOUTER-REPRESENTANT.
002890     SET REP-NOUVEAU TO TRUE.
002900     MOVE WS-REP-CHERCHE TO RPT-CODE.
002910     MOVE "(plus au fichier)" TO RPT-NOM.
002920     MOVE ZERO TO RPT-TAUX.
002930     PERFORM VARYING RPT-FDX FROM 1 BY 1 UNTIL RPT-FDX > 5
002940         MOVE SPACES TO RPT-FAMILLE(RPT-FDX)
002950         MOVE ZERO TO RPT-FAM-TAUX(RPT-FDX)
003010     END-PERFORM.
003020     MOVE ZERO TO RPT-BRUT.
003030     MOVE ZERO TO RPT-ANNULE.
003040     MOVE ZERO TO RPT-RETOURNE.
003050     MOVE ZERO TO RPT-COMMISSION.
003060     MOVE ZERO TO RPT-REPRISES.
003070     MOVE ZERO TO RPT-RESTITUE.
003080 1100-AJOUTER-REPRESENTANT-EXIT.
003090     EXIT.

003100*----------------------------------------------------------------
003110* 1200-TROUVER-REPRESENTANT - THE RECORD OF WS-REP-CHERCHE, A NEW
003120* ONE WHEN UNKNOWN; THE CALLER ENDS WITH 1300
003130*----------------------------------------------------------------
003140 1200-TROUVER-REPRESENTANT.
003150     MOVE "N" TO WS-REP-NOUVEAU.
003160     MOVE WS-REP-CHERCHE TO RPT-CODE.
003170     READ REPS-TRAVAIL
003180         INVALID KEY
003190             PERFORM 1100-AJOUTER-REPRESENTANT
003200                 THRU 1100-AJOUTER-REPRESENTANT-EXIT
003210     END-READ.
003280 1200-TROUVER-REPRESENTANT-EXIT.
003290     EXIT.

003291*----------------------------------------------------------------
003292* 1300-ENREGISTRER-REPRESENTANT - WRITE OR REWRITE THE RECORD
003293*----------------------------------------------------------------
003294 1300-ENREGISTRER-REPRESENTANT.
003295     IF REP-NOUVEAU
003296         WRITE REP-TRAVAIL
003297             INVALID KEY CONTINUE
003298         END-WRITE
003299     ELSE
003300         REWRITE REP-TRAVAIL
003301             INVALID KEY CONTINUE
003302         END-REWRITE
003303     END-IF.
003304 1300-ENREGISTRER-REPRESENTANT-EXIT.
003305     EXIT.

003300*----------------------------------------------------------------
003310* 2000-CUMULER-COMMANDES - EVERY LINE OF THE MONTH CARRYING A REP.
003320* EACH RECORD COUNTS IN THE MONTH OF ITS OWN DATE, SO A REVERSAL
003330* OR A RETURN COMES OFF THE MONTH IT HAPPENED IN
003340*----------------------------------------------------------------
003350 2000-CUMULER-COMMANDES.
003360     OPEN INPUT ORDERS-FILE.
003370     IF NOT ORDERS-OK
003380         CALL "FICHSTAT" USING WS-ORDERS-STATUS
003390             WS-MESSAGE-STATUT
003400         DISPLAY "ORDERS.DAT : "
003410             FUNCTION TRIM(WS-MESSAGE-STATUT)
003420         GO TO 2000-CUMULER-COMMANDES-EXIT
003430     END-IF.
003440     OPEN INPUT PRODUIT-FILE.
003450     IF PRODUIT-OK
003460         SET PRODUITS-OUVERTS TO TRUE
003470     ELSE
003480         DISPLAY "Fichier de reference absent : PRODUITS.DAT - "
003490             "taux de base pour toutes les familles"
003500     END-IF.
003510     MOVE "N" TO WS-FIN-FICHIER.
003520     PERFORM UNTIL FIN-FICHIER
003530         READ ORDERS-FILE
003540             AT END SET FIN-FICHIER TO TRUE
003550             NOT AT END
003560                 IF OR-DATE(1:6) = WS-MOIS
003570                     AND OR-REPRESENTANT NOT = SPACES
003580                     PERFORM 2100-COMPTER-LIGNE
003590                         THRU 2100-COMPTER-LIGNE-EXIT
003600                 END-IF
003610         END-READ
003620     END-PERFORM.
003630     IF PRODUITS-OUVERTS
003640         CLOSE PRODUIT-FILE
003650     END-IF.
003660     CLOSE ORDERS-FILE.
003670 2000-CUMULER-COMMANDES-EXIT.
003680     EXIT.

003690*----------------------------------------------------------------
003700* 2100-COMPTER-LIGNE - THE LINE AND ITS COMMISSION UNDER ITS REP
003710*----------------------------------------------------------------
003720 2100-COMPTER-LIGNE.
003730     MOVE OR-REPRESENTANT TO WS-REP-CHERCHE.
003740     PERFORM 1200-TROUVER-REPRESENTANT
003750         THRU 1200-TROUVER-REPRESENTANT-EXIT.
003790     PERFORM 2200-FIXER-TAUX
003800         THRU 2200-FIXER-TAUX-EXIT.
003810     COMPUTE WS-COMMISSION-LIGNE ROUNDED =
003820         OR-MONTANT * WS-TAUX-APPLIQUE / 100.
003830     IF OR-ANNULATION
003840         ADD OR-MONTANT TO RPT-ANNULE
003850         SUBTRACT WS-COMMISSION-LIGNE FROM RPT-COMMISSION
003860     ELSE
003870         IF OR-RETOUR
003880             ADD OR-MONTANT TO RPT-RETOURNE
003890             SUBTRACT WS-COMMISSION-LIGNE FROM RPT-COMMISSION
003910         ELSE
003920             ADD OR-MONTANT TO RPT-BRUT
003930             ADD WS-COMMISSION-LIGNE TO RPT-COMMISSION
003940         END-IF
003950     END-IF.
003953     PERFORM 1300-ENREGISTRER-REPRESENTANT
003956         THRU 1300-ENREGISTRER-REPRESENTANT-EXIT.
003960 2100-COMPTER-LIGNE-EXIT.
003970     EXIT.

003980*----------------------------------------------------------------
003990* 2200-FIXER-TAUX - THE REP'S RATE FOR THE PRODUCT'S FAMILY, OR
004000* THE REP'S OWN RATE
004010*----------------------------------------------------------------
004020 2200-FIXER-TAUX.
004030     MOVE RPT-TAUX TO WS-TAUX-APPLIQUE.
004040     IF NOT PRODUITS-OUVERTS
004050         GO TO 2200-FIXER-TAUX-EXIT
004060     END-IF.
004070     MOVE OR-CODE-PROD TO PROD-CODE.
004080     READ PRODUIT-FILE
004090         INVALID KEY GO TO 2200-FIXER-TAUX-EXIT
004100     END-READ.
004110     IF PROD-FAMILLE = SPACES OR LOW-VALUES
004120         GO TO 2200-FIXER-TAUX-EXIT
004130     END-IF.
004140     PERFORM VARYING RPT-FDX FROM 1 BY 1 UNTIL RPT-FDX > 5
004150         IF RPT-FAMILLE(RPT-FDX) = PROD-FAMILLE
004160             MOVE RPT-FAM-TAUX(RPT-FDX) TO WS-TAUX-APPLIQUE
004180         END-IF
004190     END-PERFORM.
004200 2200-FIXER-TAUX-EXIT.
004210     EXIT.

004220*----------------------------------------------------------------
004230* 3000-CHARGER-REGISTRE - LAST STANDING LINE PER INVOICE, AND THE
004240* LINES ALREADY BOOKED FOR THIS MONTH INTO THE REP TOTALS
004250*----------------------------------------------------------------
004260 3000-CHARGER-REGISTRE.
004270     OPEN INPUT REPRISE-FILE.
004280     IF NOT REPRISE-OK
004290         GO TO 3000-CHARGER-REGISTRE-EXIT
004300     END-IF.
004310     MOVE "N" TO WS-FIN-FICHIER.
004320     PERFORM UNTIL FIN-FICHIER
004330         READ REPRISE-FILE
004340             AT END SET FIN-FICHIER TO TRUE
004350             NOT AT END
004360                 PERFORM 3100-RETENIR-LIGNE
004370                     THRU 3100-RETENIR-LIGNE-EXIT
004380                 IF CRP-MOIS = WS-MOIS
004390                     PERFORM 3200-COMPTER-REPRISE
004400                         THRU 3200-COMPTER-REPRISE-EXIT
004410                 END-IF
004420         END-READ
004430     END-PERFORM.
004440     CLOSE REPRISE-FILE.
004450 3000-CHARGER-REGISTRE-EXIT.
004460     EXIT.

004470*----------------------------------------------------------------
004480* 3100-RETENIR-LIGNE - THE LINE REPLACES WHAT THE REGISTER HELD
004490* FOR ITS INVOICE
004500*----------------------------------------------------------------
004510 3100-RETENIR-LIGNE.
004520     MOVE CRP-NUM-FACTURE TO RGT-NUM-FACTURE.
004530     READ REGISTRE-TRAVAIL
004540         INVALID KEY
004550             MOVE CRP-NUM-FACTURE  TO RGT-NUM-FACTURE
004560             MOVE CRP-REPRESENTANT TO RGT-REPRESENTANT
004570             MOVE CRP-SENS         TO RGT-SENS
004580             MOVE CRP-MONTANT      TO RGT-MONTANT
004590             WRITE REGISTRE-LIGNE
004600                 INVALID KEY CONTINUE
004610             END-WRITE
004640             GO TO 3100-RETENIR-LIGNE-EXIT
004650     END-READ.
004660     MOVE CRP-REPRESENTANT TO RGT-REPRESENTANT.
004670     MOVE CRP-SENS         TO RGT-SENS.
004680     MOVE CRP-MONTANT      TO RGT-MONTANT.
004690     REWRITE REGISTRE-LIGNE
004700         INVALID KEY CONTINUE
004710     END-REWRITE.
004730 3100-RETENIR-LIGNE-EXIT.
004740     EXIT.

004750*----------------------------------------------------------------
004760* 3200-COMPTER-REPRISE - A LINE OF THE MONTH UNDER ITS REP
004770*----------------------------------------------------------------
004780 3200-COMPTER-REPRISE.
004790     MOVE CRP-REPRESENTANT TO WS-REP-CHERCHE.
004800     PERFORM 1200-TROUVER-REPRESENTANT
004810         THRU 1200-TROUVER-REPRESENTANT-EXIT.
004850     IF CRP-REPRISE
004860         ADD CRP-MONTANT TO RPT-REPRISES
004870     ELSE
004880         ADD CRP-MONTANT TO RPT-RESTITUE
004890     END-IF.
004893     PERFORM 1300-ENREGISTRER-REPRESENTANT
004896         THRU 1300-ENREGISTRER-REPRESENTANT-EXIT.
004900 3200-COMPTER-REPRISE-EXIT.
004910     EXIT.

004920*----------------------------------------------------------------
004930* 4000-CONTROLER-FACTURES - BOOKS WHAT THE REGISTER DOES NOT HOLD
004940* YET : A CLAWBACK ON AN INVOICE NOW OVER 90 DAYS UNPAID, A REFUND
004950* ON A CLAWED-BACK INVOICE NOW PAID
004970*----------------------------------------------------------------
004980 4000-CONTROLER-FACTURES.
005040     OPEN INPUT ENCOURS-FILE.
005050     IF NOT ENCOURS-OK
005060         CALL "FICHSTAT" USING WS-ENCOURS-STATUS
005070             WS-MESSAGE-STATUT
005080         DISPLAY "FACTENCR.DAT : "
005090             FUNCTION TRIM(WS-MESSAGE-STATUT)
005100         GO TO 4000-CONTROLER-FACTURES-EXIT
005110     END-IF.
005120     OPEN INPUT CLIENTS-FILE.
005130     IF NOT CLIENTS-OK
005140         CALL "FICHSTAT" USING WS-CLIENTS-STATUS
005150             WS-MESSAGE-STATUT
005160         DISPLAY "CLIENTS.DAT : "
005170             FUNCTION TRIM(WS-MESSAGE-STATUT)
005180         CLOSE ENCOURS-FILE
005190         GO TO 4000-CONTROLER-FACTURES-EXIT
005200     END-IF.
005210     OPEN EXTEND REPRISE-FILE.
005220     IF NOT REPRISE-OK
005230         CLOSE REPRISE-FILE
005240         OPEN OUTPUT REPRISE-FILE
005250     END-IF.
005260     MOVE "N" TO WS-FIN-FICHIER.
005270     PERFORM UNTIL FIN-FICHIER
005280         READ ENCOURS-FILE
005290             AT END SET FIN-FICHIER TO TRUE
005300             NOT AT END
005310                 IF ENC-DATE NOT > WS-FIN-MOIS
005320                     PERFORM 4100-TRAITER-FACTURE
005330                         THRU 4100-TRAITER-FACTURE-EXIT
005340                 END-IF
005350         END-READ
005360     END-PERFORM.
005370     CLOSE REPRISE-FILE.
005380     CLOSE CLIENTS-FILE.
005390     CLOSE ENCOURS-FILE.
005400     IF WS-NB-ECRITS > ZERO
005410         DISPLAY "Lignes ajoutees a COMMREPR.DAT : " WS-NB-ECRITS
005420     END-IF.
005430 4000-CONTROLER-FACTURES-EXIT.
005440     EXIT.

005450*----------------------------------------------------------------
005460* 4100-TRAITER-FACTURE
005470*----------------------------------------------------------------
005480 4100-TRAITER-FACTURE.
005490     MOVE ENC-NUM-FACTURE TO RGT-NUM-FACTURE.
005500     READ REGISTRE-TRAVAIL
005510         INVALID KEY CONTINUE
005520         NOT INVALID KEY
005530             IF RGT-SENS = "R"
005540                 PERFORM 4200-SOLDER-FACTURE
005550                     THRU 4200-SOLDER-FACTURE-EXIT
005560                 IF WS-SOLDE-FACTURE NOT > ZERO
005570                     PERFORM 4400-RESTITUER
005580                         THRU 4400-RESTITUER-EXIT
005590                 END-IF
005640             END-IF
005650             GO TO 4100-TRAITER-FACTURE-EXIT
005660     END-READ.
005680     IF ENC-DATE NOT < WS-LIMITE-IMPAYE
005690         GO TO 4100-TRAITER-FACTURE-EXIT
005700     END-IF.
005710     PERFORM 4200-SOLDER-FACTURE
005720         THRU 4200-SOLDER-FACTURE-EXIT.
005730     IF WS-SOLDE-FACTURE > ZERO
005740         PERFORM 4300-REPRENDRE
005750             THRU 4300-REPRENDRE-EXIT
005760     END-IF.
005770 4100-TRAITER-FACTURE-EXIT.
005780     EXIT.

005790*----------------------------------------------------------------
005800* 4200-SOLDER-FACTURE - TTC LESS THE PAYMENTS BOOKED BY THE END OF
005810* THE MONTH
005820*----------------------------------------------------------------
005830 4200-SOLDER-FACTURE.
005840     MOVE ENC-MONTANT-TTC TO WS-SOLDE-FACTURE.
005850     MOVE "N" TO WS-FIN-REGLEMENTS.
005860     OPEN INPUT REGLEMENT-FILE.
005870     IF NOT REGLEMENT-OK
005880         GO TO 4200-SOLDER-FACTURE-EXIT
005890     END-IF.
005900     PERFORM UNTIL FIN-REGLEMENTS
005910         READ REGLEMENT-FILE
005920             AT END SET FIN-REGLEMENTS TO TRUE
005930             NOT AT END
005940                 IF REG-NUM-FACTURE = ENC-NUM-FACTURE
005950                     AND REG-DATE NOT > WS-FIN-MOIS
005955                     AND NOT REG-ABANDON
005960                     SUBTRACT REG-MONTANT FROM WS-SOLDE-FACTURE
005970                 END-IF
005980         END-READ
005990     END-PERFORM.
006000     CLOSE REGLEMENT-FILE.
006010 4200-SOLDER-FACTURE-EXIT.
006020     EXIT.

006030*----------------------------------------------------------------
006040* 4300-REPRENDRE - CLAWBACK AT THE REP'S OWN RATE ON THE BALANCE,
006050* AGAINST THE REP THE CUSTOMER IS ASSIGNED TO
006060*----------------------------------------------------------------
006070 4300-REPRENDRE.
006080     MOVE ENC-CLIENT TO CLI-CODE.
006090     READ CLIENTS-FILE
006100         INVALID KEY GO TO 4300-REPRENDRE-EXIT
006110     END-READ.
006120     IF CLI-REPRESENTANT = SPACES OR LOW-VALUES
006130         GO TO 4300-REPRENDRE-EXIT
006140     END-IF.
006150     MOVE CLI-REPRESENTANT TO WS-REP-CHERCHE.
006160     PERFORM 1200-TROUVER-REPRESENTANT
006170         THRU 1200-TROUVER-REPRESENTANT-EXIT.
006210     COMPUTE WS-COMMISSION-LIGNE ROUNDED =
006220         WS-SOLDE-FACTURE * RPT-TAUX / 100.
006230     IF WS-COMMISSION-LIGNE = ZERO
006240         GO TO 4300-REPRENDRE-EXIT
006250     END-IF.
006260     MOVE ENC-NUM-FACTURE     TO CRP-NUM-FACTURE.
006270     MOVE WS-MOIS             TO CRP-MOIS.
006280     MOVE CLI-REPRESENTANT    TO CRP-REPRESENTANT.
006290     SET CRP-REPRISE TO TRUE.
006300     MOVE WS-COMMISSION-LIGNE TO CRP-MONTANT.
006310     WRITE REPRISE-RECORD.
006320     ADD 1 TO WS-NB-ECRITS.
006325     ADD WS-COMMISSION-LIGNE TO RPT-REPRISES.
006330     PERFORM 1300-ENREGISTRER-REPRESENTANT
006335         THRU 1300-ENREGISTRER-REPRESENTANT-EXIT.
006340 4300-REPRENDRE-EXIT.
006350     EXIT.

006360*----------------------------------------------------------------
006370* 4400-RESTITUER - GIVES BACK EXACTLY WHAT WAS CLAWED BACK, TO THE
006380* REP IT WAS TAKEN FROM
006390*----------------------------------------------------------------
006400 4400-RESTITUER.
006410     MOVE RGT-REPRESENTANT TO WS-REP-CHERCHE.
006420     PERFORM 1200-TROUVER-REPRESENTANT
006430         THRU 1200-TROUVER-REPRESENTANT-EXIT.
006470     MOVE ENC-NUM-FACTURE          TO CRP-NUM-FACTURE.
006480     MOVE WS-MOIS                  TO CRP-MOIS.
006490     MOVE RGT-REPRESENTANT         TO CRP-REPRESENTANT.
006510     SET CRP-RESTITUTION TO TRUE.
006520     MOVE RGT-MONTANT              TO CRP-MONTANT.
006530     WRITE REPRISE-RECORD.
006540     ADD 1 TO WS-NB-ECRITS.
006545     ADD RGT-MONTANT TO RPT-RESTITUE.
006550     PERFORM 1300-ENREGISTRER-REPRESENTANT
006555         THRU 1300-ENREGISTRER-REPRESENTANT-EXIT.
006560 4400-RESTITUER-EXIT.
006570     EXIT.

006580*----------------------------------------------------------------
006590* 5000-EDITER-RELEVE - ONE BLOCK PER REP WITH ANYTHING THIS MONTH,
006600* IN CODE ORDER, THEN THE TOTALS
006610*----------------------------------------------------------------
006620 5000-EDITER-RELEVE.
006670     DISPLAY "Releve des commissions - " WS-MOIS.
006680     DISPLAY "Impayes repris : factures du " WS-LIMITE-IMPAYE
006690         " et avant".
006700     DISPLAY "-----------------------------------".
006705     MOVE LOW-VALUES TO RPT-CODE.
006710     MOVE "N" TO WS-FIN-REPS.
006715     START REPS-TRAVAIL KEY IS NOT LESS THAN RPT-CODE
006720         INVALID KEY SET FIN-REPS TO TRUE
006725     END-START.
006730     PERFORM UNTIL FIN-REPS
006735         READ REPS-TRAVAIL NEXT RECORD
006740             AT END SET FIN-REPS TO TRUE
006745             NOT AT END
006750                 IF RPT-BRUT NOT = ZERO
006755                     OR RPT-ANNULE NOT = ZERO
006760                     OR RPT-RETOURNE NOT = ZERO
006765                     OR RPT-REPRISES NOT = ZERO
006770                     OR RPT-RESTITUE NOT = ZERO
006775                     PERFORM 5100-EDITER-REPRESENTANT
006780                         THRU 5100-EDITER-REPRESENTANT-EXIT
006785                 END-IF
006790         END-READ
006810     END-PERFORM.
006820     DISPLAY "-----------------------------------".
006830     COMPUTE WS-T-NET = WS-T-BRUT - WS-T-ANNULE - WS-T-RETOURNE.
006840     COMPUTE WS-T-DU = WS-T-COMMISSION - WS-T-REPRISES
006850         + WS-T-RESTITUE.
006860     MOVE WS-T-NET TO WS-MONTANT-EDITE.
006870     DISPLAY "Total net HT            : " WS-MONTANT-EDITE.
006880     MOVE WS-T-COMMISSION TO WS-MONTANT-EDITE.
006890     DISPLAY "Total commissions       : " WS-MONTANT-EDITE.
006900     MOVE WS-T-REPRISES TO WS-MONTANT-EDITE.
006910     DISPLAY "Total reprises impayes  : " WS-MONTANT-EDITE.
006920     MOVE WS-T-RESTITUE TO WS-MONTANT-EDITE.
006930     DISPLAY "Total restitutions      : " WS-MONTANT-EDITE.
006940     MOVE WS-T-DU TO WS-MONTANT-EDITE.
006950     DISPLAY "Total a verser          : " WS-MONTANT-EDITE.
006960 5000-EDITER-RELEVE-EXIT.
006970     EXIT.

006980*----------------------------------------------------------------
006990* 5100-EDITER-REPRESENTANT
007000*----------------------------------------------------------------
007010 5100-EDITER-REPRESENTANT.
007020     ADD RPT-BRUT       TO WS-T-BRUT.
007030     ADD RPT-ANNULE     TO WS-T-ANNULE.
007040     ADD RPT-RETOURNE   TO WS-T-RETOURNE.
007050     ADD RPT-COMMISSION TO WS-T-COMMISSION.
007060     ADD RPT-REPRISES   TO WS-T-REPRISES.
007070     ADD RPT-RESTITUE   TO WS-T-RESTITUE.
007080     DISPLAY "Representant " RPT-CODE " "
007090         FUNCTION TRIM(RPT-NOM)
007100         " - taux " RPT-TAUX.
007110     MOVE RPT-BRUT TO WS-MONTANT-EDITE.
007120     DISPLAY "  Commandes HT          : " WS-MONTANT-EDITE.
007130     MOVE RPT-ANNULE TO WS-MONTANT-EDITE.
007140     DISPLAY "  Annulations HT        : " WS-MONTANT-EDITE.
007150     MOVE RPT-RETOURNE TO WS-MONTANT-EDITE.
007160     DISPLAY "  Retours HT            : " WS-MONTANT-EDITE.
007170     COMPUTE WS-T-NET = RPT-BRUT - RPT-ANNULE - RPT-RETOURNE.
007190     MOVE WS-T-NET TO WS-MONTANT-EDITE.
007200     DISPLAY "  Net HT                : " WS-MONTANT-EDITE.
007210     MOVE RPT-COMMISSION TO WS-MONTANT-EDITE.
007220     DISPLAY "  Commission acquise    : " WS-MONTANT-EDITE.
007230     MOVE RPT-REPRISES TO WS-MONTANT-EDITE.
007240     DISPLAY "  Reprise sur impayes   : " WS-MONTANT-EDITE.
007250     MOVE RPT-RESTITUE TO WS-MONTANT-EDITE.
007260     DISPLAY "  Restitution           : " WS-MONTANT-EDITE.
007270     COMPUTE WS-T-DU = RPT-COMMISSION - RPT-REPRISES
007280         + RPT-RESTITUE.
007290     MOVE WS-T-DU TO WS-MONTANT-EDITE.
007300     DISPLAY "  A verser              : " WS-MONTANT-EDITE.
007310 5100-EDITER-REPRESENTANT-EXIT.
007320     EXIT.
