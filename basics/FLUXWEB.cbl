000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    FLUXWEB.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. THE DAILY FEED BACK TO THE WEB
000110*                 SHOP, THE OTHER HALF OF COMMANDEIMPORT.
000120*                 WEBSTOCK.DAT CARRIES EACH PRODUCT LISTED ON THE
000130*                 SITE (PROD-EN-LIGNE) WITH ITS SELLABLE BOUTIQUE
000140*                 STOCK - LESS WHAT OPEN QUOTES HOLD (QTERESERVEE)
000150*                 AND WHAT WAITING BACKORDERS ARE OWED, A KIT
000160*                 THROUGH ITS COMPONENTS - AND ITS PRICE OF THE
000170*                 DAY (PRIXEFFECTIF, ELSE PROD-PRIX). WEBSTAT.DAT
000180*                 CARRIES EVERY WEB ORDER LINE WHOSE STATUS MOVED
000190*                 SINCE THE LAST FEED : SHIPPED, DELIVERED,
000200*                 CANCELLED OR BACKORDERED. THE STATUSES LAST SENT
000210*                 ARE KEPT ON WEBSUIVI.DAT. BOTH FEEDS OPEN WITH A
000220*                 HEADER AND CLOSE WITH A RECORD COUNT. RUN AS A
000230*                 STEP OF LOTCOMMERCE.
000232* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000234*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000236*                 FLUXWEB (SEE HABILITATIONS).
000237* 2026-10-15  LM  APPEND A COMPLETION LINE TO JOURNAL.TXT WITH
000238*                 THE NUMBER OF RECORDS HANDLED, SO CHRONOLOT CAN
000239*                 SET EACH NIGHTLY STEP'S DURATION AGAINST ITS
000240*                 VOLUME.
000241* 2026-10-15  LM  5100-EDITER-UN-STATUT SAT INSIDE THE MAINLINE
000242*                 AND RAN ONCE MORE AFTER WEBSTAT.DAT WAS CLOSED
000243*                 - MOVED BACK UNDER 5000-EDITER-STATUTS.
000244* 2026-10-15  LM  THE WEB LINES FOLLOWED AND THE WAITING BACKORDER
000245*                 QUANTITIES GO ON THE KEYED WORK FILES
000246*                 FLUXSUIV.TMP AND FLUXATT.TMP INSTEAD OF TABLES
000247*                 OF 2000 AND 500, SO THE STATUS FEED IS NEVER
000248*                 GIVEN UP AND NO BACKORDER IS LEFT OUT OF THE
000249*                 SELLABLE STOCK. WEBSTAT.DAT AND WEBSUIVI.DAT NOW
000250*                 COME OUT IN WEB REFERENCE ORDER.
000244*----------------------------------------------------------------

000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.

000280     SELECT PRODUIT-FILE ASSIGN TO "PRODUITS.DAT"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS PROD-CODE
000320         ALTERNATE RECORD KEY IS PROD-EAN
000330             WITH DUPLICATES
000340         FILE STATUS IS WS-PRODUIT-STATUS.

000350     SELECT ORDERS-FILE ASSIGN TO "ORDERS.DAT"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS OR-CLE
000390         FILE STATUS IS WS-ORDERS-STATUS.

000400     SELECT RELIQUAT-FILE ASSIGN TO "RELIQUAT.DAT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RELIQUAT-STATUS.

000430     SELECT SUIVI-FILE ASSIGN TO "WEBSUIVI.DAT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-SUIVI-STATUS.

000460     SELECT STOCKWEB-FILE ASSIGN TO "WEBSTOCK.DAT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-STOCKWEB-STATUS.

000490     SELECT STATUTWEB-FILE ASSIGN TO "WEBSTAT.DAT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-STATUTWEB-STATUS.

000512     SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
000514         ORGANIZATION IS LINE SEQUENTIAL
000516         FILE STATUS IS WS-JOURNAL-STATUS.

000517     SELECT SUIVIS-TRAVAIL ASSIGN TO "FLUXSUIV.TMP"
000518         ORGANIZATION IS INDEXED
000519         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS STR-CLE
000521         FILE STATUS IS WS-SUIVIS-TRAVAIL-STATUS.

000522     SELECT ATTENTES-TRAVAIL ASSIGN TO "FLUXATT.TMP"
000523         ORGANIZATION IS INDEXED
000524         ACCESS MODE IS RANDOM
000525         RECORD KEY IS ATR-CODE-PROD
000526         FILE STATUS IS WS-ATTENTES-TRAVAIL-STATUS.

000520 DATA DIVISION.
000530 FILE SECTION.

000540 FD  PRODUIT-FILE.
000550     COPY "PRODUIT-RECORD.cpy".

000560 FD  ORDERS-FILE.
000570     COPY "ORDER-RECORD.cpy"
000580         REPLACING ==ORDER-RECORD==   BY ==ORDERS-RECORD==
000590                   ==CMD-CLE==        BY ==OR-CLE==
000600                   ==CMD-NUM-CMD==    BY ==OR-NUM-CMD==
000610                   ==CMD-TYPE==       BY ==OR-TYPE==
000620                   ==CMD-SEQ==        BY ==OR-SEQ==
000630                   ==CMD-ORDRE==      BY ==OR-ORDRE==
000640                   ==CMD-ANNULATION== BY ==OR-ANNULATION==
000650                   ==CMD-RETOUR==     BY ==OR-RETOUR==
000660                   ==CMD-CLIENT==     BY ==OR-CLIENT==
000670                   ==CMD-CODE-PROD==  BY ==OR-CODE-PROD==
000680                   ==CMD-QUANTITE==   BY ==OR-QUANTITE==
000690                   ==CMD-MONTANT==    BY ==OR-MONTANT==
000700                   ==CMD-DATE==       BY ==OR-DATE==
000710                   ==CMD-STATUT==     BY ==OR-STATUT==
000720                   ==CMD-EN-ATTENTE== BY ==OR-EN-ATTENTE==
000730                   ==CMD-EXPEDIEE==   BY ==OR-EXPEDIEE==
000740                   ==CMD-LIVREE==     BY ==OR-LIVREE==
000750                   ==CMD-VILLE==      BY ==OR-VILLE==
000760                   ==CMD-PRIX-SRC==   BY ==OR-PRIX-SRC==
000770                   ==CMD-PX-CONTRAT== BY ==OR-PX-CONTRAT==
000780                   ==CMD-PX-TARIF==   BY ==OR-PX-TARIF==
000790                   ==CMD-PX-CATALOGUE== BY ==OR-PX-CATALOGUE==
000800                   ==CMD-CAMPAGNE==   BY ==OR-CAMPAGNE==
000810                   ==CMD-DATE-PROMISE== BY ==OR-DATE-PROMISE==
000820                   ==CMD-DATE-LIVREE== BY ==OR-DATE-LIVREE==
000830                   ==CMD-FRAIS-PORT== BY ==OR-FRAIS-PORT==
000840                   ==CMD-CODE-ORIG==  BY ==OR-CODE-ORIG==
000850                   ==CMD-REPRESENTANT== BY ==OR-REPRESENTANT==
000860                   ==CMD-MODE-REGL==  BY ==OR-MODE-REGL==
000870                   ==CMD-REGL-ESPECES== BY ==OR-REGL-ESPECES==
000880                   ==CMD-REGL-CARTE== BY ==OR-REGL-CARTE==
000890                   ==CMD-REGL-CHEQUE== BY ==OR-REGL-CHEQUE==
000900                   ==CMD-REGL-COMPTE== BY ==OR-REGL-COMPTE==
000910                   ==CMD-ENCAISSE==   BY ==OR-ENCAISSE==
000920                   ==CMD-REF-WEB==    BY ==OR-REF-WEB==.

000930 FD  RELIQUAT-FILE.
000940     COPY "RELIQUAT-RECORD.cpy".

000950*----------------------------------------------------------------
000960* SUIVI - ONE LINE PER WEB ORDER LINE : THE STATUS LAST SENT.
000970* REWRITTEN WHOLE ON EACH RUN
000980*----------------------------------------------------------------
000990 FD  SUIVI-FILE.
001000 01  SUIVI-RECORD.
001010     05 SUI-REF-WEB          PIC X(12).
001020     05 SUI-CODE-PROD        PIC X(04).
001030     05 SUI-STATUT           PIC X(01).

001040*----------------------------------------------------------------
001050* STOCKWEB - HEADER, ONE LINE PER LISTED PRODUCT, TRAILER
001060*----------------------------------------------------------------
001070 FD  STOCKWEB-FILE.
001080 01  STOCKWEB-RECORD.
001090     05 STW-TYPE             PIC X(01).
001100     05 STW-CODE-PROD        PIC X(04).
001110     05 STW-LIBELLE          PIC X(20).
001120     05 STW-QTE-VENDABLE     PIC 9(05).
001130     05 STW-PRIX             PIC 9(05)V99.
001140     05 FILLER               PIC X(13).
001150 01  STOCKWEB-ENTETE.
001160     05 STW-E-TYPE           PIC X(01).
001170     05 STW-E-FICHIER        PIC X(08).
001180     05 STW-E-DATE           PIC 9(08).
001190     05 FILLER               PIC X(33).
001200 01  STOCKWEB-FIN.
001210     05 STW-F-TYPE           PIC X(01).
001220     05 STW-F-NB-LIGNES      PIC 9(06).
001230     05 FILLER               PIC X(43).

001240*----------------------------------------------------------------
001250* STATUTWEB - HEADER, ONE LINE PER STATUS CHANGE, TRAILER
001260*----------------------------------------------------------------
001270 FD  STATUTWEB-FILE.
001280 01  STATUTWEB-RECORD.
001290     05 STA-TYPE             PIC X(01).
001300     05 STA-REF-WEB          PIC X(12).
001310     05 STA-CODE-PROD        PIC X(04).
001320     05 STA-NUM-CMD          PIC 9(08).
001330     05 STA-STATUT           PIC X(01).
001340     05 STA-DATE             PIC 9(08).
001350     05 FILLER               PIC X(16).
001360 01  STATUTWEB-ENTETE.
001370     05 STA-E-TYPE           PIC X(01).
001380     05 STA-E-FICHIER        PIC X(08).
001390     05 STA-E-DATE           PIC 9(08).
001400     05 FILLER               PIC X(33).
001410 01  STATUTWEB-FIN.
001420     05 STA-F-TYPE           PIC X(01).
001430     05 STA-F-NB-LIGNES      PIC 9(06).
001440     05 FILLER               PIC X(43).

001443 FD  JOURNAL-FILE.
001446     COPY "JOURNAL-RECORD.cpy".

001447*----------------------------------------------------------------
001448* SUIVIS-TRAVAIL - ONE RECORD PER WEB ORDER LINE : THE STATUS
001449* LAST SENT (FROM WEBSUIVI.DAT) AND THE STATUS FOUND TODAY :
001450* R RELIQUAT, P EN ATTENTE, E EXPEDIEE, L LIVREE, A ANNULEE
001451*----------------------------------------------------------------
001452 FD  SUIVIS-TRAVAIL.
001453 01  SUIVI-TRAVAIL-RECORD.
001454     05 STR-CLE.
001455         10 STR-REF-WEB       PIC X(12).
001456         10 STR-CODE-PROD     PIC X(04).
001457     05 STR-NUM-CMD           PIC 9(08).
001458     05 STR-ANCIEN            PIC X(01).
001459     05 STR-NOUVEAU           PIC X(01).
001460         88 STR-EN-ATTENTE            VALUE "P".

001461*----------------------------------------------------------------
001462* ATTENTES-TRAVAIL - WAITING BACKORDERED QUANTITY PER PRODUCT,
001463* FROM RELIQUAT.DAT : OWED TO CUSTOMERS, SO NOT SELLABLE ON THE
001464* SITE
001465*----------------------------------------------------------------
001466 FD  ATTENTES-TRAVAIL.
001467 01  ATTENTE-TRAVAIL-RECORD.
001468     05 ATR-CODE-PROD         PIC X(04).
001469     05 ATR-QUANTITE          PIC 9(07).

001450 WORKING-STORAGE SECTION.

001455     COPY "HABILITATION.cpy".

001460 01  WS-DATE-JOUR            PIC 9(08).
001470 01  WS-MESSAGE-STATUT       PIC X(40).

001480 01  WS-PRODUIT-STATUS       PIC X(02).
001490     88 PRODUIT-OK                    VALUE "00".

001500 01  WS-ORDERS-STATUS        PIC X(02).
001510     88 ORDERS-OK                     VALUE "00".

001520 01  WS-RELIQUAT-STATUS      PIC X(02).
001530     88 RELIQUAT-OK                   VALUE "00".

001540 01  WS-SUIVI-STATUS         PIC X(02).
001550     88 SUIVI-OK                      VALUE "00".

001560 01  WS-STOCKWEB-STATUS      PIC X(02).
001570     88 STOCKWEB-OK                   VALUE "00".

001580 01  WS-STATUTWEB-STATUS     PIC X(02).
001590     88 STATUTWEB-OK                  VALUE "00".

001591 01  WS-SUIVIS-TRAVAIL-STATUS PIC X(02).
001592     88 SUIVIS-TRAVAIL-OK             VALUE "00".

001593 01  WS-ATTENTES-TRAVAIL-STATUS PIC X(02).
001594     88 ATTENTES-TRAVAIL-OK           VALUE "00".

001595 01  WS-NOM-SUIVIS           PIC X(40) VALUE "FLUXSUIV.TMP".
001596 01  WS-NOM-ATTENTES         PIC X(40) VALUE "FLUXATT.TMP".
001597 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.

001600 01  WS-SWITCHES.
001610     05 WS-FIN-PRODUITS      PIC X(01) VALUE "N".
001620         88 FIN-PRODUITS              VALUE "Y".
001630     05 WS-FIN-ORDERS        PIC X(01) VALUE "N".
001640         88 FIN-ORDERS                VALUE "Y".
001650     05 WS-FIN-RELIQUATS     PIC X(01) VALUE "N".
001660         88 FIN-RELIQUATS             VALUE "Y".
001670     05 WS-FIN-SUIVI         PIC X(01) VALUE "N".
001680         88 FIN-SUIVI                 VALUE "Y".
001690     05 WS-FIN-TRAVAIL       PIC X(01) VALUE "N".
001700         88 FIN-TRAVAIL               VALUE "Y".
001710     05 WS-TRAVAIL-OUVERT    PIC X(01) VALUE "N".
001720         88 TRAVAIL-OUVERT            VALUE "O".
001730     05 WS-PRIX-TROUVE       PIC X(01).
001740         88 PRIX-DATE-TROUVE          VALUE "O".

001980 01  WS-CHERCHE-REF-WEB      PIC X(12).
001990 01  WS-CHERCHE-CODE-PROD    PIC X(04).
002000 01  WS-CHERCHE-NUM-CMD      PIC 9(08).
002010 01  WS-CHERCHE-STATUT       PIC X(01).
002020 01  WS-NUM-ANNULE           PIC 9(08) VALUE ZERO.

002030 01  WS-CODE-COURANT         PIC X(04).
002040 01  WS-LIBELLE-COURANT      PIC X(20).
002050 01  WS-PRIX-APPLIQUE        PIC 9(05)V99.
002060 01  WS-QTE-RESERVEE         PIC 9(07).
002070 01  WS-DEVIS-EXCLU          PIC 9(08) VALUE ZERO.
002080 01  WS-QTE-ATTENTE          PIC 9(07).
002090 01  WS-STOCK-LIBRE          PIC 9(05).
002100 01  WS-STOCK-VENDABLE       PIC 9(05).
002110 01  WS-KITS-COMPOSANT       PIC 9(05).

002120 01  WS-NB-STOCK-LIGNES      PIC 9(06) VALUE ZERO.
002130 01  WS-NB-STATUT-LIGNES     PIC 9(06) VALUE ZERO.

002140     COPY "KIT-TABLE.cpy".

002143 01  WS-JOURNAL-STATUS        PIC X(02).
002146     88 JOURNAL-OK                    VALUE "00".

002150 PROCEDURE DIVISION.

002160*----------------------------------------------------------------
002170* 0000-MAINLINE
002180*----------------------------------------------------------------
002190 0000-MAINLINE.
002191     MOVE "FLUXWEB" TO HAB-PROGRAMME.
002192     CALL "HABILITER" USING HAB-ZONE.
002193     IF NOT HAB-AUTORISE
002194         GOBACK
002195     END-IF.
002200     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
002210     OPEN INPUT PRODUIT-FILE.
002220     IF NOT PRODUIT-OK
002230         CALL "FICHSTAT" USING WS-PRODUIT-STATUS
002240             WS-MESSAGE-STATUT
002250         DISPLAY "PRODUITS.DAT : "
002260             FUNCTION TRIM(WS-MESSAGE-STATUT)
002270         GO TO 0000-FIN
002280     END-IF.
002281     PERFORM 0500-OUVRIR-TRAVAIL
002282         THRU 0500-OUVRIR-TRAVAIL-EXIT.
002283     IF NOT TRAVAIL-OUVERT
002284         CLOSE PRODUIT-FILE
002285         GO TO 0000-FIN
002286     END-IF.
002290     PERFORM 1000-CHARGER-SUIVI
002300         THRU 1000-CHARGER-SUIVI-EXIT.
002310     PERFORM 2000-CHARGER-RELIQUATS
002320         THRU 2000-CHARGER-RELIQUATS-EXIT.
002330     PERFORM 3000-LIRE-COMMANDES
002340         THRU 3000-LIRE-COMMANDES-EXIT.
002350     PERFORM 4000-EDITER-STOCK
002360         THRU 4000-EDITER-STOCK-EXIT.
002370     CLOSE PRODUIT-FILE.
002430     PERFORM 5000-EDITER-STATUTS
002440         THRU 5000-EDITER-STATUTS-EXIT.
002690     PERFORM 6000-REECRIRE-SUIVI
002700         THRU 6000-REECRIRE-SUIVI-EXIT.
002710 0000-FIN.
002711     IF TRAVAIL-OUVERT
002712         CLOSE SUIVIS-TRAVAIL ATTENTES-TRAVAIL
002713         CALL "CBL_DELETE_FILE" USING WS-NOM-SUIVIS
002714             RETURNING WS-RETOUR-SUPPRESSION
002715         CALL "CBL_DELETE_FILE" USING WS-NOM-ATTENTES
002716             RETURNING WS-RETOUR-SUPPRESSION
002717     END-IF.
002720     DISPLAY "Produits en ligne   : " WS-NB-STOCK-LIGNES.
002730     DISPLAY "Statuts transmis    : " WS-NB-STATUT-LIGNES.
002733     PERFORM 8000-TRACER-JOURNAL
002736         THRU 8000-TRACER-JOURNAL-EXIT.
002740     GOBACK.

002741*----------------------------------------------------------------
002742* 0500-OUVRIR-TRAVAIL - FLUXSUIV.TMP AND FLUXATT.TMP CREATED
002743* EMPTY, THEN OPENED FOR UPDATE
002744*----------------------------------------------------------------
002745 0500-OUVRIR-TRAVAIL.
002746     OPEN OUTPUT SUIVIS-TRAVAIL.
002747     IF NOT SUIVIS-TRAVAIL-OK
002748         CALL "FICHSTAT" USING WS-SUIVIS-TRAVAIL-STATUS
002749             WS-MESSAGE-STATUT
002750         DISPLAY "FLUXSUIV.TMP : "
002751             FUNCTION TRIM(WS-MESSAGE-STATUT)
002752         GO TO 0500-OUVRIR-TRAVAIL-EXIT
002753     END-IF.
002754     OPEN OUTPUT ATTENTES-TRAVAIL.
002755     IF NOT ATTENTES-TRAVAIL-OK
002756         CALL "FICHSTAT" USING WS-ATTENTES-TRAVAIL-STATUS
002757             WS-MESSAGE-STATUT
002758         DISPLAY "FLUXATT.TMP : "
002759             FUNCTION TRIM(WS-MESSAGE-STATUT)
002760         CLOSE SUIVIS-TRAVAIL
002761         CALL "CBL_DELETE_FILE" USING WS-NOM-SUIVIS
002762             RETURNING WS-RETOUR-SUPPRESSION
002763         GO TO 0500-OUVRIR-TRAVAIL-EXIT
002764     END-IF.
002765     CLOSE SUIVIS-TRAVAIL ATTENTES-TRAVAIL.
002766     OPEN I-O SUIVIS-TRAVAIL ATTENTES-TRAVAIL.
002767     SET TRAVAIL-OUVERT TO TRUE.
002768 0500-OUVRIR-TRAVAIL-EXIT.
002769     EXIT.

002750*----------------------------------------------------------------
002760* 1000-CHARGER-SUIVI - THE STATUSES LAST SENT; NO FILE YET MEANS
002770* NOTHING WAS EVER SENT
002780*----------------------------------------------------------------
002790 1000-CHARGER-SUIVI.
002800     OPEN INPUT SUIVI-FILE.
002810     IF NOT SUIVI-OK
002820         GO TO 1000-CHARGER-SUIVI-EXIT
002830     END-IF.
002840     PERFORM UNTIL FIN-SUIVI
002850         READ SUIVI-FILE
002860             AT END SET FIN-SUIVI TO TRUE
002870             NOT AT END
002880                 MOVE SUI-REF-WEB   TO WS-CHERCHE-REF-WEB
002890                 MOVE SUI-CODE-PROD TO WS-CHERCHE-CODE-PROD
002900                 PERFORM 7000-TROUVER-SUIVI
002910                     THRU 7000-TROUVER-SUIVI-EXIT
002918                 MOVE SUI-STATUT TO STR-ANCIEN
002926                 REWRITE SUIVI-TRAVAIL-RECORD
002934                     INVALID KEY CONTINUE
002942                 END-REWRITE
002950         END-READ
002960     END-PERFORM.
002970     CLOSE SUIVI-FILE.
002980 1000-CHARGER-SUIVI-EXIT.
002990     EXIT.

003000*----------------------------------------------------------------
003010* 2000-CHARGER-RELIQUATS - WAITING QUANTITY PER PRODUCT, AND A
003020* WAITING WEB LINE IS BACKORDERED (R)
003030*----------------------------------------------------------------
003040 2000-CHARGER-RELIQUATS.
003050     OPEN INPUT RELIQUAT-FILE.
003060     IF NOT RELIQUAT-OK
003070         GO TO 2000-CHARGER-RELIQUATS-EXIT
003080     END-IF.
003090     PERFORM UNTIL FIN-RELIQUATS
003100         READ RELIQUAT-FILE
003110             AT END SET FIN-RELIQUATS TO TRUE
003120             NOT AT END
003130                 IF REL-EN-ATTENTE
003140                     PERFORM 2100-CUMULER-ATTENTE
003150                         THRU 2100-CUMULER-ATTENTE-EXIT
003160                 END-IF
003170         END-READ
003180     END-PERFORM.
003190     CLOSE RELIQUAT-FILE.
003240 2000-CHARGER-RELIQUATS-EXIT.
003250     EXIT.

003260*----------------------------------------------------------------
003270* 2100-CUMULER-ATTENTE - ONE WAITING BACKORDER
003280*----------------------------------------------------------------
003290 2100-CUMULER-ATTENTE.
003300     IF REL-REF-WEB NOT = SPACES
003310         MOVE REL-REF-WEB   TO WS-CHERCHE-REF-WEB
003320         MOVE REL-CODE-PROD TO WS-CHERCHE-CODE-PROD
003330         MOVE ZERO          TO WS-CHERCHE-NUM-CMD
003340         MOVE "R"           TO WS-CHERCHE-STATUT
003350         PERFORM 7100-NOTER-STATUT
003360             THRU 7100-NOTER-STATUT-EXIT
003370     END-IF.
003380     MOVE REL-CODE-PROD TO ATR-CODE-PROD.
003390     READ ATTENTES-TRAVAIL
003400         INVALID KEY
003410             MOVE REL-CODE-PROD TO ATR-CODE-PROD
003420             MOVE REL-QUANTITE  TO ATR-QUANTITE
003430             WRITE ATTENTE-TRAVAIL-RECORD
003440                 INVALID KEY CONTINUE
003450             END-WRITE
003460         NOT INVALID KEY
003470             ADD REL-QUANTITE TO ATR-QUANTITE
003480             REWRITE ATTENTE-TRAVAIL-RECORD
003490                 INVALID KEY CONTINUE
003500             END-REWRITE
003510     END-READ.
003600 2100-CUMULER-ATTENTE-EXIT.
003610     EXIT.

003620*----------------------------------------------------------------
003630* 3000-LIRE-COMMANDES - THE STATUS OF EVERY WEB ORDER LINE ON
003640* ORDERS.DAT. A REVERSAL ("A") SORTS JUST AHEAD OF ITS ORDER
003650* UNDER THE SAME NUMBER, SO IT IS NOTED BEFORE THE ORDER IS SEEN
003660*----------------------------------------------------------------
003670 3000-LIRE-COMMANDES.
003680     OPEN INPUT ORDERS-FILE.
003690     IF NOT ORDERS-OK
003700         CALL "FICHSTAT" USING WS-ORDERS-STATUS
003710             WS-MESSAGE-STATUT
003720         DISPLAY "ORDERS.DAT : "
003730             FUNCTION TRIM(WS-MESSAGE-STATUT)
003740         GO TO 3000-LIRE-COMMANDES-EXIT
003750     END-IF.
003760     PERFORM UNTIL FIN-ORDERS
003770         READ ORDERS-FILE NEXT RECORD
003780             AT END SET FIN-ORDERS TO TRUE
003790             NOT AT END
003800                 PERFORM 3100-TRAITER-COMMANDE
003810                     THRU 3100-TRAITER-COMMANDE-EXIT
003820         END-READ
003830     END-PERFORM.
003840     CLOSE ORDERS-FILE.
003850 3000-LIRE-COMMANDES-EXIT.
003860     EXIT.

003870*----------------------------------------------------------------
003880* 3100-TRAITER-COMMANDE - ONE ORDERS.DAT RECORD
003890*----------------------------------------------------------------
003900 3100-TRAITER-COMMANDE.
003910     IF OR-ANNULATION
003920         MOVE OR-NUM-CMD TO WS-NUM-ANNULE
003930         GO TO 3100-TRAITER-COMMANDE-EXIT
003940     END-IF.
003950     IF NOT OR-ORDRE OR OR-REF-WEB = SPACES
003960         GO TO 3100-TRAITER-COMMANDE-EXIT
003970     END-IF.
003980     MOVE OR-REF-WEB   TO WS-CHERCHE-REF-WEB.
003990     MOVE OR-CODE-PROD TO WS-CHERCHE-CODE-PROD.
004000     MOVE OR-NUM-CMD   TO WS-CHERCHE-NUM-CMD.
004010     EVALUATE TRUE
004020         WHEN OR-NUM-CMD = WS-NUM-ANNULE
004030             MOVE "A" TO WS-CHERCHE-STATUT
004040         WHEN OR-EXPEDIEE
004050             MOVE "E" TO WS-CHERCHE-STATUT
004060         WHEN OR-LIVREE
004070             MOVE "L" TO WS-CHERCHE-STATUT
004080         WHEN OTHER
004090             MOVE "P" TO WS-CHERCHE-STATUT
004100     END-EVALUATE.
004110     PERFORM 7100-NOTER-STATUT
004120         THRU 7100-NOTER-STATUT-EXIT.
004130 3100-TRAITER-COMMANDE-EXIT.
004140     EXIT.

004150*----------------------------------------------------------------
004160* 4000-EDITER-STOCK - WEBSTOCK.DAT : HEADER, LISTED PRODUCTS,
004170* TRAILER
004180*----------------------------------------------------------------
004190 4000-EDITER-STOCK.
004200     OPEN OUTPUT STOCKWEB-FILE.
004210     IF NOT STOCKWEB-OK
004220         CALL "FICHSTAT" USING WS-STOCKWEB-STATUS
004230             WS-MESSAGE-STATUT
004240         DISPLAY "WEBSTOCK.DAT : "
004250             FUNCTION TRIM(WS-MESSAGE-STATUT)
004260         GO TO 4000-EDITER-STOCK-EXIT
004270     END-IF.
004280     MOVE SPACES       TO STOCKWEB-ENTETE.
004290     MOVE "E"          TO STW-E-TYPE.
004300     MOVE "WEBSTOCK"   TO STW-E-FICHIER.
004310     MOVE WS-DATE-JOUR TO STW-E-DATE.
004320     WRITE STOCKWEB-ENTETE.
004330     PERFORM UNTIL FIN-PRODUITS
004340         READ PRODUIT-FILE NEXT RECORD
004350             AT END SET FIN-PRODUITS TO TRUE
004360             NOT AT END
004370                 IF PROD-EN-LIGNE
004380                     PERFORM 4100-EDITER-PRODUIT
004390                         THRU 4100-EDITER-PRODUIT-EXIT
004400                 END-IF
004410         END-READ
004420     END-PERFORM.
004430     MOVE SPACES             TO STOCKWEB-FIN.
004440     MOVE "F"                TO STW-F-TYPE.
004450     MOVE WS-NB-STOCK-LIGNES TO STW-F-NB-LIGNES.
004460     WRITE STOCKWEB-FIN.
004470     CLOSE STOCKWEB-FILE.
004480 4000-EDITER-STOCK-EXIT.
004490     EXIT.

004500*----------------------------------------------------------------
004510* 4100-EDITER-PRODUIT - PRICE OF THE DAY AND SELLABLE STOCK OF
004520* ONE LISTED PRODUCT. A KIT SELLS AS MANY AS ITS SCARCEST
004530* COMPONENT ALLOWS; READING THE COMPONENTS MOVES THE FILE, SO THE
004540* BROWSE IS RESTARTED AFTER THE KIT
004550*----------------------------------------------------------------
004560 4100-EDITER-PRODUIT.
004570     MOVE PROD-CODE    TO WS-CODE-COURANT.
004580     MOVE PROD-LIBELLE TO WS-LIBELLE-COURANT.
004590     CALL "PRIXEFFECTIF" USING PROD-CODE WS-DATE-JOUR
004600         WS-PRIX-APPLIQUE WS-PRIX-TROUVE.
004610     IF NOT PRIX-DATE-TROUVE
004620         MOVE PROD-PRIX TO WS-PRIX-APPLIQUE
004630     END-IF.
004640     PERFORM 4200-CALCULER-LIBRE
004650         THRU 4200-CALCULER-LIBRE-EXIT.
004660     MOVE WS-STOCK-LIBRE TO WS-STOCK-VENDABLE.
004670     CALL "KITCOMPOSANTS" USING WS-CODE-COURANT KIT-TABLE.
004680     IF KIT-NB-COMPOSANTS > ZERO
004690         PERFORM 4300-CALCULER-KITS
004700             THRU 4300-CALCULER-KITS-EXIT
004710         MOVE WS-CODE-COURANT TO PROD-CODE
004720         START PRODUIT-FILE KEY > PROD-CODE
004730             INVALID KEY SET FIN-PRODUITS TO TRUE
004740         END-START
004750     END-IF.
004760     MOVE SPACES             TO STOCKWEB-RECORD.
004770     MOVE "D"                TO STW-TYPE.
004780     MOVE WS-CODE-COURANT    TO STW-CODE-PROD.
004790     MOVE WS-LIBELLE-COURANT TO STW-LIBELLE.
004800     MOVE WS-STOCK-VENDABLE  TO STW-QTE-VENDABLE.
004810     MOVE WS-PRIX-APPLIQUE   TO STW-PRIX.
004820     WRITE STOCKWEB-RECORD.
004830     ADD 1 TO WS-NB-STOCK-LIGNES.
004840 4100-EDITER-PRODUIT-EXIT.
004850     EXIT.

004860*----------------------------------------------------------------
004870* 4200-CALCULER-LIBRE - BOUTIQUE STOCK OF THE PRODUCT IN THE
004880* RECORD AREA, LESS QUOTES AND WAITING BACKORDERS, NEVER BELOW
004890* ZERO
004900*----------------------------------------------------------------
004910 4200-CALCULER-LIBRE.
004920     CALL "QTERESERVEE" USING PROD-CODE WS-DATE-JOUR
004930         WS-DEVIS-EXCLU WS-QTE-RESERVEE.
004940     MOVE PROD-CODE TO ATR-CODE-PROD.
004950     READ ATTENTES-TRAVAIL
004960         INVALID KEY
004970             MOVE ZERO TO WS-QTE-ATTENTE
004980         NOT INVALID KEY
004990             MOVE ATR-QUANTITE TO WS-QTE-ATTENTE
005000     END-READ.
005030     IF WS-QTE-RESERVEE + WS-QTE-ATTENTE >= PROD-STOCK-BOUTIQUE
005040         MOVE ZERO TO WS-STOCK-LIBRE
005050     ELSE
005060         COMPUTE WS-STOCK-LIBRE = PROD-STOCK-BOUTIQUE
005070             - WS-QTE-RESERVEE - WS-QTE-ATTENTE
005080     END-IF.
005090 4200-CALCULER-LIBRE-EXIT.
005100     EXIT.

005110*----------------------------------------------------------------
005120* 4300-CALCULER-KITS - THE SMALLEST NUMBER OF KITS ANY COMPONENT
005130* CAN SUPPLY, LESS KITS ALREADY OWED ON BACKORDER; A COMPONENT
005140* MISSING FROM THE MASTER SUPPLIES NONE
005150*----------------------------------------------------------------
005160 4300-CALCULER-KITS.
005170     MOVE WS-CODE-COURANT TO ATR-CODE-PROD.
005180     READ ATTENTES-TRAVAIL
005190         INVALID KEY
005200             MOVE ZERO TO WS-QTE-ATTENTE
005210         NOT INVALID KEY
005220             MOVE ATR-QUANTITE TO WS-QTE-ATTENTE
005230     END-READ.
005260     MOVE 99999 TO WS-STOCK-VENDABLE.
005270     PERFORM VARYING KIT-IDX FROM 1 BY 1
005280             UNTIL KIT-IDX > KIT-NB-COMPOSANTS
005290         MOVE KIT-COMPOSANT(KIT-IDX) TO PROD-CODE
005300         READ PRODUIT-FILE
005310             INVALID KEY
005320                 MOVE ZERO TO WS-KITS-COMPOSANT
005330             NOT INVALID KEY
005340                 PERFORM 4200-CALCULER-LIBRE
005350                     THRU 4200-CALCULER-LIBRE-EXIT
005360                 DIVIDE WS-STOCK-LIBRE
005370                     BY KIT-QUANTITE(KIT-IDX)
005380                     GIVING WS-KITS-COMPOSANT
005390         END-READ
005400         IF WS-KITS-COMPOSANT < WS-STOCK-VENDABLE
005410             MOVE WS-KITS-COMPOSANT TO WS-STOCK-VENDABLE
005420         END-IF
005430     END-PERFORM.
005440     IF WS-QTE-ATTENTE >= WS-STOCK-VENDABLE
005450         MOVE ZERO TO WS-STOCK-VENDABLE
005460     ELSE
005470         SUBTRACT WS-QTE-ATTENTE FROM WS-STOCK-VENDABLE
005480     END-IF.
005490 4300-CALCULER-KITS-EXIT.
005500     EXIT.

005510*----------------------------------------------------------------
005520* 5000-EDITER-STATUTS - WEBSTAT.DAT : HEADER, EVERY LINE WHOSE
005530* STATUS MOVED SINCE THE LAST FEED, TRAILER
005540*----------------------------------------------------------------
005550 5000-EDITER-STATUTS.
005560     OPEN OUTPUT STATUTWEB-FILE.
005570     IF NOT STATUTWEB-OK
005580         CALL "FICHSTAT" USING WS-STATUTWEB-STATUS
005590             WS-MESSAGE-STATUT
005600         DISPLAY "WEBSTAT.DAT : "
005610             FUNCTION TRIM(WS-MESSAGE-STATUT)
005620         GO TO 5000-EDITER-STATUTS-EXIT
005630     END-IF.
005640     MOVE SPACES       TO STATUTWEB-ENTETE.
005650     MOVE "E"          TO STA-E-TYPE.
005660     MOVE "WEBSTAT"    TO STA-E-FICHIER.
005670     MOVE WS-DATE-JOUR TO STA-E-DATE.
005680     WRITE STATUTWEB-ENTETE.
005683     MOVE LOW-VALUES TO STR-CLE.
005686     START SUIVIS-TRAVAIL KEY IS NOT LESS THAN STR-CLE
005689         INVALID KEY SET FIN-TRAVAIL TO TRUE
005692         NOT INVALID KEY MOVE "N" TO WS-FIN-TRAVAIL
005695     END-START.
005698     PERFORM UNTIL FIN-TRAVAIL
005701         READ SUIVIS-TRAVAIL NEXT
005704             AT END SET FIN-TRAVAIL TO TRUE
005707             NOT AT END
005710                 PERFORM 5100-EDITER-UN-STATUT
005713                     THRU 5100-EDITER-UN-STATUT-EXIT
005716         END-READ
005730     END-PERFORM.
005740     MOVE SPACES              TO STATUTWEB-FIN.
005750     MOVE "F"                 TO STA-F-TYPE.
005760     MOVE WS-NB-STATUT-LIGNES TO STA-F-NB-LIGNES.
005770     WRITE STATUTWEB-FIN.
005780     CLOSE STATUTWEB-FILE.
005790 5000-EDITER-STATUTS-EXIT.
005800     EXIT.

005801*----------------------------------------------------------------
005802* 5100-EDITER-UN-STATUT - ONLY A STATUS THAT MOVED IS SENT; A NEW
005803* LINE STILL EN ATTENTE IS NOT, THE SITE ALREADY KNOWS IT
005804*----------------------------------------------------------------
005805 5100-EDITER-UN-STATUT.
005806     IF STR-NOUVEAU = SPACE
005807         OR STR-NOUVEAU = STR-ANCIEN
005808         GO TO 5100-EDITER-UN-STATUT-EXIT
005809     END-IF.
005810     IF STR-EN-ATTENTE
005811         AND STR-ANCIEN = SPACE
005812         GO TO 5100-EDITER-UN-STATUT-EXIT
005813     END-IF.
005814     MOVE SPACES        TO STATUTWEB-RECORD.
005815     MOVE "D"           TO STA-TYPE.
005816     MOVE STR-REF-WEB   TO STA-REF-WEB.
005817     MOVE STR-CODE-PROD TO STA-CODE-PROD.
005818     MOVE STR-NUM-CMD   TO STA-NUM-CMD.
005819     MOVE STR-NOUVEAU   TO STA-STATUT.
005820     MOVE WS-DATE-JOUR  TO STA-DATE.
005821     WRITE STATUTWEB-RECORD.
005822     ADD 1 TO WS-NB-STATUT-LIGNES.
005823 5100-EDITER-UN-STATUT-EXIT.
005824     EXIT.

005825*----------------------------------------------------------------
005826* 6000-REECRIRE-SUIVI - TODAY'S STATUSES BECOME THE ONES LAST
005830* SENT. A LINE NO LONGER ON ORDERS.DAT OR RELIQUAT.DAT (ARCHIVED)
005840* DROPS OUT
005850*----------------------------------------------------------------
005860 6000-REECRIRE-SUIVI.
005870     OPEN OUTPUT SUIVI-FILE.
005880     IF NOT SUIVI-OK
005890         CALL "FICHSTAT" USING WS-SUIVI-STATUS
005900             WS-MESSAGE-STATUT
005910         DISPLAY "WEBSUIVI.DAT : "
005920             FUNCTION TRIM(WS-MESSAGE-STATUT)
005930         GO TO 6000-REECRIRE-SUIVI-EXIT
005940     END-IF.
005945     MOVE LOW-VALUES TO STR-CLE.
005950     START SUIVIS-TRAVAIL KEY IS NOT LESS THAN STR-CLE
005955         INVALID KEY SET FIN-TRAVAIL TO TRUE
005960         NOT INVALID KEY MOVE "N" TO WS-FIN-TRAVAIL
005965     END-START.
005970     PERFORM UNTIL FIN-TRAVAIL
005975         READ SUIVIS-TRAVAIL NEXT
005980             AT END SET FIN-TRAVAIL TO TRUE
005985             NOT AT END
005990                 IF STR-NOUVEAU NOT = SPACE
005995                     MOVE STR-REF-WEB   TO SUI-REF-WEB
006000                     MOVE STR-CODE-PROD TO SUI-CODE-PROD
006005                     MOVE STR-NOUVEAU   TO SUI-STATUT
006010                     WRITE SUIVI-RECORD
006015                 END-IF
006020         END-READ
006030     END-PERFORM.
006040     CLOSE SUIVI-FILE.
006050 6000-REECRIRE-SUIVI-EXIT.
006060     EXIT.

006070*----------------------------------------------------------------
006080* 7000-TROUVER-SUIVI - READ THE FLUXSUIV.TMP RECORD FOR
006090* WS-CHERCHE-REF-WEB / WS-CHERCHE-CODE-PROD, ADDING IT IF NEW
006100*----------------------------------------------------------------
006110 7000-TROUVER-SUIVI.
006120     MOVE WS-CHERCHE-REF-WEB   TO STR-REF-WEB.
006130     MOVE WS-CHERCHE-CODE-PROD TO STR-CODE-PROD.
006140     READ SUIVIS-TRAVAIL
006150         INVALID KEY
006160             MOVE WS-CHERCHE-REF-WEB   TO STR-REF-WEB
006170             MOVE WS-CHERCHE-CODE-PROD TO STR-CODE-PROD
006180             MOVE ZERO  TO STR-NUM-CMD
006190             MOVE SPACE TO STR-ANCIEN
006200             MOVE SPACE TO STR-NOUVEAU
006210             WRITE SUIVI-TRAVAIL-RECORD
006220                 INVALID KEY CONTINUE
006230             END-WRITE
006240     END-READ.
006270 7000-TROUVER-SUIVI-EXIT.
006280     EXIT.

006290*----------------------------------------------------------------
006300* 7100-NOTER-STATUT - TODAY'S STATUS OF ONE WEB LINE; AN ORDER
006310* SEEN ON ORDERS.DAT OVERRIDES THE BACKORDER IT WAS RELEASED FROM
006320*----------------------------------------------------------------
006330 7100-NOTER-STATUT.
006340     PERFORM 7000-TROUVER-SUIVI
006350         THRU 7000-TROUVER-SUIVI-EXIT.
006360     MOVE WS-CHERCHE-STATUT  TO STR-NOUVEAU.
006370     MOVE WS-CHERCHE-NUM-CMD TO STR-NUM-CMD.
006380     REWRITE SUIVI-TRAVAIL-RECORD
006390         INVALID KEY CONTINUE
006400     END-REWRITE.
006410 7100-NOTER-STATUT-EXIT.
006420     EXIT.

006421*----------------------------------------------------------------
006422* 8000-TRACER-JOURNAL - APPEND ONE COMPLETION LINE TO JOURNAL.TXT
006423*----------------------------------------------------------------
006424 8000-TRACER-JOURNAL.
006425     MOVE SPACES TO JOURNAL-RECORD.
006426     MOVE "FLUXWEB" TO JNL-PROGRAMME.
006427     ACCEPT JNL-DATE FROM DATE YYYYMMDD.
006428     ACCEPT JNL-HEURE FROM TIME.
006429     MOVE "Flux web stock et statuts emis" TO JNL-MESSAGE.
006430     ADD WS-NB-STOCK-LIGNES WS-NB-STATUT-LIGNES
006431         GIVING JNL-NB-ENREGISTREMENTS.
006432     OPEN EXTEND JOURNAL-FILE.
006433     IF NOT JOURNAL-OK
006434         CLOSE JOURNAL-FILE
006435         OPEN OUTPUT JOURNAL-FILE
006436     END-IF.
006437     WRITE JOURNAL-RECORD.
006438     CLOSE JOURNAL-FILE.
006439 8000-TRACER-JOURNAL-EXIT.
006440     EXIT.
