000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CLIENTDOSSIER.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. THE WHOLE CUSTOMER ON ONE SCREEN
000110*                 FOR A PHONE CALL : YEAR-TO-DATE TOTALS FIRST,
000120*                 THEN OPEN AND RECENT ORDERS (ORDERS.DAT AND THE
000130*                 ORDARCH.DAT ARCHIVE, PLUS ORDERS HELD ON CREDIT
000140*                 IN CMDBLOQ.DAT), WAITING BACKORDERS (RELIQUAT),
000150*                 LIVE QUOTES (DEVIS), INVOICES WITH WHAT IS STILL
000160*                 OWED ON THEM (FACTENCR/REGLMNTS) AND RETURNS
000170*                 WITH THEIR CREDIT NOTES. "RECENT" IS THE LONGER
000180*                 OF THE YEAR TO DATE AND THE LAST 90 DAYS. THE
000190*                 SAME DOSSIER CAN BE PRINTED TO DOSCLI.DAT FOR A
000200*                 CUSTOMER VISIT.
000203* 2026-10-15  LM  WRITE-OFFS SETTLE THE INVOICE BUT ARE LEFT OUT
000206*                 OF THE YEAR'S PAYMENTS.
000207* 2026-10-15  LM  CREDIT NOTES APPLIED ("V") LIKEWISE SETTLE THE
000208*                 INVOICE WITHOUT COUNTING AS A PAYMENT.
000209* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000210*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000211*                 CLIENTDOSSIER (SEE HABILITATIONS).
000212*----------------------------------------------------------------

000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.

000250     SELECT ORDERS-FILE ASSIGN TO "ORDERS.DAT"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS SEQUENTIAL
000280         RECORD KEY IS OR-CLE
000290         FILE STATUS IS WS-ORDERS-STATUS.

000300     SELECT ARCHIVE-FILE ASSIGN TO "ORDARCH.DAT"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-ARCHIVE-STATUS.

000330     SELECT CMDBLOQ-FILE ASSIGN TO "CMDBLOQ.DAT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-CMDBLOQ-STATUS.

000360     SELECT RELIQUAT-FILE ASSIGN TO "RELIQUAT.DAT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-RELIQUAT-STATUS.

000390     SELECT DEVIS-FILE ASSIGN TO "DEVIS.DAT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-DEVIS-STATUS.

000420     SELECT ENCOURS-FILE ASSIGN TO "FACTENCR.DAT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-ENCOURS-STATUS.

000450     SELECT REGLEMENT-FILE ASSIGN TO "REGLMNTS.DAT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-REGLEMENT-STATUS.

000480     SELECT CLIENTS-FILE ASSIGN TO "CLIENTS.DAT"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS CLI-CODE
000520         FILE STATUS IS WS-CLIENTS-STATUS.

000530     SELECT DOSSIER-FILE ASSIGN TO "DOSCLI.DAT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-DOSSIER-STATUS.

000560 DATA DIVISION.
000570 FILE SECTION.

000580 FD  ORDERS-FILE.
000590     COPY "ORDER-RECORD.cpy"
000600         REPLACING ==ORDER-RECORD==   BY ==ORDERS-RECORD==
000610                   ==CMD-CLE==        BY ==OR-CLE==
000620                   ==CMD-NUM-CMD==    BY ==OR-NUM-CMD==
000630                   ==CMD-TYPE==       BY ==OR-TYPE==
000640                   ==CMD-SEQ==        BY ==OR-SEQ==
000650                   ==CMD-ORDRE==      BY ==OR-ORDRE==
000660                   ==CMD-ANNULATION== BY ==OR-ANNULATION==
000670                   ==CMD-RETOUR==     BY ==OR-RETOUR==
000680                   ==CMD-CLIENT==     BY ==OR-CLIENT==
000690                   ==CMD-CODE-PROD==  BY ==OR-CODE-PROD==
000700                   ==CMD-QUANTITE==   BY ==OR-QUANTITE==
000710                   ==CMD-MONTANT==    BY ==OR-MONTANT==
000720                   ==CMD-DATE==       BY ==OR-DATE==
000730                   ==CMD-STATUT==     BY ==OR-STATUT==
000740                   ==CMD-EN-ATTENTE== BY ==OR-EN-ATTENTE==
000750                   ==CMD-EXPEDIEE==   BY ==OR-EXPEDIEE==
000760                   ==CMD-LIVREE==     BY ==OR-LIVREE==
000770                   ==CMD-VILLE==      BY ==OR-VILLE==
000780                   ==CMD-PRIX-SRC==   BY ==OR-PRIX-SRC==
000790                   ==CMD-PX-CONTRAT== BY ==OR-PX-CONTRAT==
000800                   ==CMD-PX-TARIF==   BY ==OR-PX-TARIF==
000810                   ==CMD-PX-CATALOGUE== BY ==OR-PX-CATALOGUE==
000820                   ==CMD-CAMPAGNE==   BY ==OR-CAMPAGNE==
000830                   ==CMD-DATE-PROMISE== BY ==OR-DATE-PROMISE==
000840                   ==CMD-DATE-LIVREE== BY ==OR-DATE-LIVREE==
000850                   ==CMD-FRAIS-PORT== BY ==OR-FRAIS-PORT==
000860                   ==CMD-CODE-ORIG==  BY ==OR-CODE-ORIG==
000865                   ==CMD-REPRESENTANT== BY ==OR-REPRESENTANT==
000866                   ==CMD-MODE-REGL==  BY ==OR-MODE-REGL==
000867                   ==CMD-REGL-ESPECES== BY ==OR-REGL-ESPECES==
000868                   ==CMD-REGL-CARTE== BY ==OR-REGL-CARTE==
000869                   ==CMD-REGL-CHEQUE== BY ==OR-REGL-CHEQUE==
000870                   ==CMD-REGL-COMPTE== BY ==OR-REGL-COMPTE==
000871                   ==CMD-ENCAISSE==   BY ==OR-ENCAISSE==
000872                   ==CMD-REF-WEB==    BY ==OR-REF-WEB==.

000873*----------------------------------------------------------------
000880* ARCHIVE - ORDERS COMMANDEARCHIVER HAS MOVED OUT OF THE LIVE LOG
000890*----------------------------------------------------------------
000900 FD  ARCHIVE-FILE.
000910     COPY "ORDER-RECORD.cpy"
000920         REPLACING ==ORDER-RECORD==   BY ==ARCHIVE-RECORD==
000930                   ==CMD-CLE==        BY ==ARC-CLE==
000940                   ==CMD-NUM-CMD==    BY ==ARC-NUM-CMD==
000950                   ==CMD-TYPE==       BY ==ARC-TYPE==
000960                   ==CMD-SEQ==        BY ==ARC-SEQ==
000970                   ==CMD-ORDRE==      BY ==ARC-ORDRE==
000980                   ==CMD-ANNULATION== BY ==ARC-ANNULATION==
000990                   ==CMD-RETOUR==     BY ==ARC-RETOUR==
001000                   ==CMD-CLIENT==     BY ==ARC-CLIENT==
001010                   ==CMD-CODE-PROD==  BY ==ARC-CODE-PROD==
001020                   ==CMD-QUANTITE==   BY ==ARC-QUANTITE==
001030                   ==CMD-MONTANT==    BY ==ARC-MONTANT==
001040                   ==CMD-DATE==       BY ==ARC-DATE==
001050                   ==CMD-STATUT==     BY ==ARC-STATUT==
001060                   ==CMD-EN-ATTENTE== BY ==ARC-EN-ATTENTE==
001070                   ==CMD-EXPEDIEE==   BY ==ARC-EXPEDIEE==
001080                   ==CMD-LIVREE==     BY ==ARC-LIVREE==
001090                   ==CMD-VILLE==      BY ==ARC-VILLE==
001100                   ==CMD-PRIX-SRC==   BY ==ARC-PRIX-SRC==
001110                   ==CMD-PX-CONTRAT== BY ==ARC-PX-CONTRAT==
001120                   ==CMD-PX-TARIF==   BY ==ARC-PX-TARIF==
001130                   ==CMD-PX-CATALOGUE== BY ==ARC-PX-CATALOGUE==
001140                   ==CMD-CAMPAGNE==   BY ==ARC-CAMPAGNE==
001150                   ==CMD-DATE-PROMISE== BY ==ARC-DATE-PROMISE==
001160                   ==CMD-DATE-LIVREE== BY ==ARC-DATE-LIVREE==
001170                   ==CMD-FRAIS-PORT== BY ==ARC-FRAIS-PORT==
001180                   ==CMD-CODE-ORIG==  BY ==ARC-CODE-ORIG==
001185                   ==CMD-REPRESENTANT== BY ==ARC-REPRESENTANT==
001186                   ==CMD-MODE-REGL==  BY ==ARC-MODE-REGL==
001187                   ==CMD-REGL-ESPECES== BY ==ARC-REGL-ESPECES==
001188                   ==CMD-REGL-CARTE== BY ==ARC-REGL-CARTE==
001189                   ==CMD-REGL-CHEQUE== BY ==ARC-REGL-CHEQUE==
001190                   ==CMD-REGL-COMPTE== BY ==ARC-REGL-COMPTE==
001191                   ==CMD-ENCAISSE==   BY ==ARC-ENCAISSE==
001192                   ==CMD-REF-WEB==    BY ==ARC-REF-WEB==.

001193 FD  CMDBLOQ-FILE.
001200     COPY "CMDBLOQ-RECORD.cpy".

001210 FD  RELIQUAT-FILE.
001220     COPY "RELIQUAT-RECORD.cpy".

001230 FD  DEVIS-FILE.
001240     COPY "DEVIS-RECORD.cpy".

001250 FD  ENCOURS-FILE.
001260     COPY "ENCOURS-RECORD.cpy".

001270 FD  REGLEMENT-FILE.
001280     COPY "REGLEMENT-RECORD.cpy".

001290 FD  CLIENTS-FILE.
001300     COPY "CLIENT-RECORD.cpy".

001310*----------------------------------------------------------------
001320* DOSSIER - THE PRINTED COPY, ONE LINE PER LINE SHOWN
001330*----------------------------------------------------------------
001340 FD  DOSSIER-FILE.
001350 01  DOS-LIGNE                PIC X(100).

001360 WORKING-STORAGE SECTION.

001365     COPY "HABILITATION.cpy".

001370 01  WS-CLIENT-RECHERCHE      PIC X(10).
001380 01  WS-NOM-CLIENT            PIC X(30).
001390 01  WS-PLAFOND               PIC 9(07)V99 VALUE ZERO.

001400 01  WS-DATE-JOUR             PIC 9(08).
001410 01  WS-DEBUT-ANNEE           PIC 9(08).
001420 01  WS-DEBUT-LISTE           PIC 9(08).
001430 01  WS-NUM-ANNULEE           PIC 9(08) VALUE ZERO.
001440 01  WS-ORIGINE               PIC X(09).
001450 01  WS-LIBELLE-STATUT        PIC X(12).
001460 01  WS-SOLDE-FACTURE         PIC S9(09)V99.
001470 01  WS-TOTAL-REGLE           PIC 9(09)V99.
001480 01  WS-REPONSE               PIC X(01).
001490     88 REPONSE-OUI                    VALUE "O" "o".

001500 01  WS-LIGNE                 PIC X(100).
001510 01  WS-MONTANT-EDITE         PIC -(9)9.99.
001520 01  WS-MONTANT2-EDITE        PIC -(9)9.99.
001530 01  WS-NOMBRE-EDITE          PIC Z(6)9.

001540 01  WS-MESSAGE-STATUT        PIC X(40).

001550 01  WS-ORDERS-STATUS         PIC X(02).
001560     88 ORDERS-OK                      VALUE "00".
001570 01  WS-ARCHIVE-STATUS        PIC X(02).
001580     88 ARCHIVE-OK                     VALUE "00".
001590 01  WS-CMDBLOQ-STATUS        PIC X(02).
001600     88 CMDBLOQ-OK                     VALUE "00".
001610 01  WS-RELIQUAT-STATUS       PIC X(02).
001620     88 RELIQUAT-OK                    VALUE "00".
001630 01  WS-DEVIS-STATUS          PIC X(02).
001640     88 DEVIS-OK                       VALUE "00".
001650 01  WS-ENCOURS-STATUS        PIC X(02).
001660     88 ENCOURS-OK                     VALUE "00".
001670 01  WS-REGLEMENT-STATUS      PIC X(02).
001680     88 REGLEMENT-OK                   VALUE "00".
001690 01  WS-CLIENTS-STATUS        PIC X(02).
001700     88 CLIENTS-OK                     VALUE "00".
001710 01  WS-DOSSIER-STATUS        PIC X(02).
001720     88 DOSSIER-OK                     VALUE "00".

001730 01  WS-SWITCHES.
001740     05 WS-PASSE              PIC X(01).
001750         88 PASSE-TOTAUX               VALUE "T".
001760         88 PASSE-DETAIL               VALUE "D".
001770     05 WS-SECTION            PIC X(01).
001780         88 SECTION-COMMANDES          VALUE "C".
001790         88 SECTION-RETOURS            VALUE "R".
001800     05 WS-IMPRESSION         PIC X(01) VALUE "N".
001810         88 IMPRESSION                 VALUE "O".
001820     05 WS-FIN-FICHIER        PIC X(01).
001830         88 FIN-FICHIER                VALUE "Y".
001840     05 WS-FIN-REGLEMENTS     PIC X(01).
001850         88 FIN-REGLEMENTS             VALUE "Y".
001860     05 WS-ANNULEE            PIC X(01).
001870         88 COMMANDE-ANNULEE           VALUE "O".
001880     05 WS-NB-LIGNES-SECTION  PIC 9(05) COMP.

001890*----------------------------------------------------------------
001900* CUMULS - YEAR TO DATE, THEN WHAT IS STILL OPEN TODAY
001910*----------------------------------------------------------------
001920 01  WS-CUMULS.
001930     05 WS-NB-CMD-AN          PIC 9(05) VALUE ZERO.
001940     05 WS-MT-CMD-AN          PIC 9(09)V99 VALUE ZERO.
001950     05 WS-NB-RET-AN          PIC 9(05) VALUE ZERO.
001960     05 WS-MT-RET-AN          PIC 9(09)V99 VALUE ZERO.
001970     05 WS-NB-FAC-AN          PIC 9(05) VALUE ZERO.
001980     05 WS-MT-FAC-AN          PIC 9(09)V99 VALUE ZERO.
001990     05 WS-MT-REG-AN          PIC 9(09)V99 VALUE ZERO.
002000     05 WS-MT-RESTE-DU        PIC S9(09)V99 VALUE ZERO.
002010     05 WS-NB-CMD-OUVERTES    PIC 9(05) VALUE ZERO.
002020     05 WS-MT-CMD-OUVERTES    PIC 9(09)V99 VALUE ZERO.
002030     05 WS-NB-BLOQUEES        PIC 9(05) VALUE ZERO.
002040     05 WS-MT-BLOQUEES        PIC 9(09)V99 VALUE ZERO.
002050     05 WS-NB-RELIQUATS       PIC 9(05) VALUE ZERO.
002060     05 WS-QTE-RELIQUATS      PIC 9(07) VALUE ZERO.
002070     05 WS-NB-DEVIS           PIC 9(05) VALUE ZERO.
002080     05 WS-MT-DEVIS           PIC 9(09)V99 VALUE ZERO.

002090 PROCEDURE DIVISION.

002100*----------------------------------------------------------------
002110* 0000-MAINLINE - A FIRST PASS OVER THE FILES FOR THE TOTALS
002120* SHOWN AT THE TOP, A SECOND FOR THE DETAIL UNDER THEM
002130*----------------------------------------------------------------
002140 0000-MAINLINE.
002141     MOVE "CLIENTDOSSIER" TO HAB-PROGRAMME.
002142     CALL "HABILITER" USING HAB-ZONE.
002143     IF NOT HAB-AUTORISE
002144         GOBACK
002145     END-IF.
002150     DISPLAY "Identifiant client : ".
002160     ACCEPT WS-CLIENT-RECHERCHE.
002170     DISPLAY "Imprimer le dossier (O/N) ? ".
002180     ACCEPT WS-REPONSE.
002190     PERFORM 1000-INITIALISATION
002200         THRU 1000-INITIALISATION-EXIT.
002210     IF REPONSE-OUI
002220         OPEN OUTPUT DOSSIER-FILE
002230         IF DOSSIER-OK
002240             SET IMPRESSION TO TRUE
002250         ELSE
002260             CALL "FICHSTAT" USING WS-DOSSIER-STATUS
002270                 WS-MESSAGE-STATUT
002280             DISPLAY "DOSCLI.DAT : "
002290                 FUNCTION TRIM(WS-MESSAGE-STATUT)
002300         END-IF
002310     END-IF.
002320     SET PASSE-TOTAUX TO TRUE.
002330     MOVE SPACE TO WS-SECTION.
002340     PERFORM 2000-LIRE-COMMANDES
002350         THRU 2000-LIRE-COMMANDES-EXIT.
002360     PERFORM 2300-LIRE-BLOQUEES
002370         THRU 2300-LIRE-BLOQUEES-EXIT.
002380     PERFORM 2400-LIRE-RELIQUATS
002390         THRU 2400-LIRE-RELIQUATS-EXIT.
002400     PERFORM 2500-LIRE-DEVIS
002410         THRU 2500-LIRE-DEVIS-EXIT.
002420     PERFORM 2600-LIRE-FACTURES
002430         THRU 2600-LIRE-FACTURES-EXIT.
002440     PERFORM 3000-EDITER-ENTETE
002450         THRU 3000-EDITER-ENTETE-EXIT.
002460     SET PASSE-DETAIL TO TRUE.
002470     MOVE "Commandes ouvertes et recentes" TO WS-LIGNE.
002480     PERFORM 8000-OUVRIR-SECTION
002490         THRU 8000-OUVRIR-SECTION-EXIT.
002500     SET SECTION-COMMANDES TO TRUE.
002510     PERFORM 2000-LIRE-COMMANDES
002520         THRU 2000-LIRE-COMMANDES-EXIT.
002530     PERFORM 2300-LIRE-BLOQUEES
002540         THRU 2300-LIRE-BLOQUEES-EXIT.
002550     PERFORM 8100-FERMER-SECTION
002560         THRU 8100-FERMER-SECTION-EXIT.
002570     MOVE "Reliquats en attente" TO WS-LIGNE.
002580     PERFORM 8000-OUVRIR-SECTION
002590         THRU 8000-OUVRIR-SECTION-EXIT.
002600     PERFORM 2400-LIRE-RELIQUATS
002610         THRU 2400-LIRE-RELIQUATS-EXIT.
002620     PERFORM 8100-FERMER-SECTION
002630         THRU 8100-FERMER-SECTION-EXIT.
002640     MOVE "Devis en cours de validite" TO WS-LIGNE.
002650     PERFORM 8000-OUVRIR-SECTION
002660         THRU 8000-OUVRIR-SECTION-EXIT.
002670     PERFORM 2500-LIRE-DEVIS
002680         THRU 2500-LIRE-DEVIS-EXIT.
002690     PERFORM 8100-FERMER-SECTION
002700         THRU 8100-FERMER-SECTION-EXIT.
002710     MOVE "Factures ouvertes et recentes" TO WS-LIGNE.
002720     PERFORM 8000-OUVRIR-SECTION
002730         THRU 8000-OUVRIR-SECTION-EXIT.
002740     PERFORM 2600-LIRE-FACTURES
002750         THRU 2600-LIRE-FACTURES-EXIT.
002760     PERFORM 8100-FERMER-SECTION
002770         THRU 8100-FERMER-SECTION-EXIT.
002780     MOVE "Retours et avoirs recents" TO WS-LIGNE.
002790     PERFORM 8000-OUVRIR-SECTION
002800         THRU 8000-OUVRIR-SECTION-EXIT.
002810     SET SECTION-RETOURS TO TRUE.
002820     PERFORM 2000-LIRE-COMMANDES
002830         THRU 2000-LIRE-COMMANDES-EXIT.
002840     PERFORM 8100-FERMER-SECTION
002850         THRU 8100-FERMER-SECTION-EXIT.
002860     IF IMPRESSION
002870         CLOSE DOSSIER-FILE
002880         DISPLAY "Dossier imprime dans DOSCLI.DAT"
002890     END-IF.
002900     GOBACK.

002910*----------------------------------------------------------------
002920* 1000-INITIALISATION - THE CUSTOMER'S NAME AND CEILING, AND THE
002930* DATES THE TOTALS AND THE LISTS START FROM
002940*----------------------------------------------------------------
002950 1000-INITIALISATION.
002960     INITIALIZE WS-CUMULS.
002970     MOVE "N" TO WS-IMPRESSION.
002980     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
002990     MOVE WS-DATE-JOUR TO WS-DEBUT-ANNEE.
003000     MOVE "0101" TO WS-DEBUT-ANNEE(5:4).
003010     COMPUTE WS-DEBUT-LISTE = FUNCTION DATE-OF-INTEGER(
003020         FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR) - 90).
003030     IF WS-DEBUT-ANNEE < WS-DEBUT-LISTE
003040         MOVE WS-DEBUT-ANNEE TO WS-DEBUT-LISTE
003050     END-IF.
003060     MOVE "(inconnu au fichier clients)" TO WS-NOM-CLIENT.
003070     MOVE ZERO TO WS-PLAFOND.
003080     OPEN INPUT CLIENTS-FILE.
003090     IF CLIENTS-OK
003100         MOVE WS-CLIENT-RECHERCHE TO CLI-CODE
003110         READ CLIENTS-FILE
003120             INVALID KEY CONTINUE
003130             NOT INVALID KEY
003140                 MOVE CLI-NOM     TO WS-NOM-CLIENT
003150                 MOVE CLI-PLAFOND TO WS-PLAFOND
003160         END-READ
003170         CLOSE CLIENTS-FILE
003180     END-IF.
003190 1000-INITIALISATION-EXIT.
003200     EXIT.

003210*----------------------------------------------------------------
003220* 2000-LIRE-COMMANDES - THE ARCHIVE, THEN THE LIVE LOG. A REVERSAL
003230* SORTS AHEAD OF ITS ORDER ("A" BEFORE "O" IN CMD-CLE) IN BOTH, SO
003240* A CANCELLED ORDER IS KNOWN WHEN ITS "O" RECORD COMES UP
003250*----------------------------------------------------------------
003260 2000-LIRE-COMMANDES.
003270     MOVE ZERO TO WS-NUM-ANNULEE.
003280     OPEN INPUT ARCHIVE-FILE.
003290     IF ARCHIVE-OK
003300         MOVE "[ARCHIVE]" TO WS-ORIGINE
003310         MOVE "N" TO WS-FIN-FICHIER
003320         PERFORM UNTIL FIN-FICHIER
003330             READ ARCHIVE-FILE
003340                 AT END SET FIN-FICHIER TO TRUE
003350                 NOT AT END
003360                     MOVE ARCHIVE-RECORD TO ORDERS-RECORD
003370                     PERFORM 2100-TRAITER-MOUVEMENT
003380                         THRU 2100-TRAITER-MOUVEMENT-EXIT
003390             END-READ
003400         END-PERFORM
003410         CLOSE ARCHIVE-FILE
003420     END-IF.
003430     OPEN INPUT ORDERS-FILE.
003440     IF NOT ORDERS-OK
003450         IF PASSE-TOTAUX
003460             CALL "FICHSTAT" USING WS-ORDERS-STATUS
003470                 WS-MESSAGE-STATUT
003480             DISPLAY "ORDERS.DAT : "
003490                 FUNCTION TRIM(WS-MESSAGE-STATUT)
003500         END-IF
003510         GO TO 2000-LIRE-COMMANDES-EXIT
003520     END-IF.
003530     MOVE SPACES TO WS-ORIGINE.
003540     MOVE "N" TO WS-FIN-FICHIER.
003550     PERFORM UNTIL FIN-FICHIER
003560         READ ORDERS-FILE
003570             AT END SET FIN-FICHIER TO TRUE
003580             NOT AT END
003590                 PERFORM 2100-TRAITER-MOUVEMENT
003600                     THRU 2100-TRAITER-MOUVEMENT-EXIT
003610         END-READ
003620     END-PERFORM.
003630     CLOSE ORDERS-FILE.
003640 2000-LIRE-COMMANDES-EXIT.
003650     EXIT.

003660*----------------------------------------------------------------
003670* 2100-TRAITER-MOUVEMENT - ONE ORDERS RECORD OF THE CUSTOMER
003680*----------------------------------------------------------------
003690 2100-TRAITER-MOUVEMENT.
003700     IF OR-ANNULATION
003710         MOVE OR-NUM-CMD TO WS-NUM-ANNULEE
003720         GO TO 2100-TRAITER-MOUVEMENT-EXIT
003730     END-IF.
003740     IF OR-CLIENT NOT = WS-CLIENT-RECHERCHE
003750         GO TO 2100-TRAITER-MOUVEMENT-EXIT
003760     END-IF.
003770     IF OR-RETOUR
003780         PERFORM 2200-TRAITER-RETOUR
003790             THRU 2200-TRAITER-RETOUR-EXIT
003800         GO TO 2100-TRAITER-MOUVEMENT-EXIT
003810     END-IF.
003820     MOVE "N" TO WS-ANNULEE.
003830     IF OR-NUM-CMD = WS-NUM-ANNULEE
003840         SET COMMANDE-ANNULEE TO TRUE
003850     END-IF.
003860     IF PASSE-TOTAUX
003870         IF NOT COMMANDE-ANNULEE
003880             IF OR-DATE >= WS-DEBUT-ANNEE
003890                 ADD 1 TO WS-NB-CMD-AN
003900                 ADD OR-MONTANT TO WS-MT-CMD-AN
003910             END-IF
003920             IF NOT OR-LIVREE
003930                 ADD 1 TO WS-NB-CMD-OUVERTES
003940                 ADD OR-MONTANT TO WS-MT-CMD-OUVERTES
003950             END-IF
003960         END-IF
003970         GO TO 2100-TRAITER-MOUVEMENT-EXIT
003980     END-IF.
003990     IF NOT SECTION-COMMANDES
004000         GO TO 2100-TRAITER-MOUVEMENT-EXIT
004010     END-IF.
004020     IF OR-DATE < WS-DEBUT-LISTE
004030         AND (OR-LIVREE OR COMMANDE-ANNULEE)
004040         GO TO 2100-TRAITER-MOUVEMENT-EXIT
004050     END-IF.
004060     IF COMMANDE-ANNULEE
004070         MOVE "ANNULEE" TO WS-LIBELLE-STATUT
004080     ELSE
004090         IF OR-LIVREE
004100             MOVE "LIVREE" TO WS-LIBELLE-STATUT
004110         ELSE
004120             IF OR-EXPEDIEE
004130                 MOVE "EXPEDIEE" TO WS-LIBELLE-STATUT
004140             ELSE
004150                 MOVE "EN ATTENTE" TO WS-LIBELLE-STATUT
004160             END-IF
004170         END-IF
004180     END-IF.
004190     MOVE OR-MONTANT TO WS-MONTANT-EDITE.
004200     MOVE OR-QUANTITE TO WS-NOMBRE-EDITE.
004210     MOVE SPACES TO WS-LIGNE.
004220     STRING "Cde " OR-NUM-CMD " du " OR-DATE " "
004230         OR-CODE-PROD " x" WS-NOMBRE-EDITE
004240         " HT" WS-MONTANT-EDITE " " WS-LIBELLE-STATUT
004250         " " WS-ORIGINE
004260         DELIMITED BY SIZE INTO WS-LIGNE.
004270     PERFORM 8200-SORTIR-LIGNE
004280         THRU 8200-SORTIR-LIGNE-EXIT.
004290 2100-TRAITER-MOUVEMENT-EXIT.
004300     EXIT.

004310*----------------------------------------------------------------
004320* 2200-TRAITER-RETOUR - A RETURN AND THE CREDIT NOTE IT RAISED
004330*----------------------------------------------------------------
004340 2200-TRAITER-RETOUR.
004350     IF PASSE-TOTAUX
004360         IF OR-DATE >= WS-DEBUT-ANNEE
004370             ADD 1 TO WS-NB-RET-AN
004380             ADD OR-MONTANT TO WS-MT-RET-AN
004390         END-IF
004400         GO TO 2200-TRAITER-RETOUR-EXIT
004410     END-IF.
004420     IF NOT SECTION-RETOURS OR OR-DATE < WS-DEBUT-LISTE
004430         GO TO 2200-TRAITER-RETOUR-EXIT
004440     END-IF.
004450     MOVE OR-MONTANT TO WS-MONTANT-EDITE.
004460     MOVE OR-QUANTITE TO WS-NOMBRE-EDITE.
004470     MOVE SPACES TO WS-LIGNE.
004480     STRING "Retour du " OR-DATE " sur cde " OR-NUM-CMD " "
004490         OR-CODE-PROD " x" WS-NOMBRE-EDITE
004500         " avoir" WS-MONTANT-EDITE " " WS-ORIGINE
004510         DELIMITED BY SIZE INTO WS-LIGNE.
004520     PERFORM 8200-SORTIR-LIGNE
004530         THRU 8200-SORTIR-LIGNE-EXIT.
004540 2200-TRAITER-RETOUR-EXIT.
004550     EXIT.

004560*----------------------------------------------------------------
004570* 2300-LIRE-BLOQUEES - ORDERS STILL HELD FOR THE CREDIT CHECK
004580*----------------------------------------------------------------
004590 2300-LIRE-BLOQUEES.
004600     OPEN INPUT CMDBLOQ-FILE.
004610     IF NOT CMDBLOQ-OK
004620         GO TO 2300-LIRE-BLOQUEES-EXIT
004630     END-IF.
004640     MOVE "N" TO WS-FIN-FICHIER.
004650     PERFORM UNTIL FIN-FICHIER
004660         READ CMDBLOQ-FILE
004670             AT END SET FIN-FICHIER TO TRUE
004680             NOT AT END
004690                 IF BLQ-CLIENT = WS-CLIENT-RECHERCHE
004700                     AND BLQ-EN-ATTENTE
004710                     PERFORM 2350-TRAITER-BLOQUEE
004720                         THRU 2350-TRAITER-BLOQUEE-EXIT
004730                 END-IF
004740         END-READ
004750     END-PERFORM.
004760     CLOSE CMDBLOQ-FILE.
004770 2300-LIRE-BLOQUEES-EXIT.
004780     EXIT.

004790*----------------------------------------------------------------
004800* 2350-TRAITER-BLOQUEE
004810*----------------------------------------------------------------
004820 2350-TRAITER-BLOQUEE.
004830     IF PASSE-TOTAUX
004840         ADD 1 TO WS-NB-BLOQUEES
004850         ADD BLQ-MONTANT TO WS-MT-BLOQUEES
004860         GO TO 2350-TRAITER-BLOQUEE-EXIT
004870     END-IF.
004880     MOVE BLQ-MONTANT TO WS-MONTANT-EDITE.
004890     MOVE SPACES TO WS-LIGNE.
004900     STRING "Cde " BLQ-NUM-CMD " du " BLQ-DATE
004910         " HT" WS-MONTANT-EDITE " EN ATTENTE CREDIT"
004920         DELIMITED BY SIZE INTO WS-LIGNE.
004930     PERFORM 8200-SORTIR-LIGNE
004940         THRU 8200-SORTIR-LIGNE-EXIT.
004950 2350-TRAITER-BLOQUEE-EXIT.
004960     EXIT.

004970*----------------------------------------------------------------
004980* 2400-LIRE-RELIQUATS - REMAINDERS STILL WAITING FOR STOCK
004990*----------------------------------------------------------------
005000 2400-LIRE-RELIQUATS.
005010     OPEN INPUT RELIQUAT-FILE.
005020     IF NOT RELIQUAT-OK
005030         GO TO 2400-LIRE-RELIQUATS-EXIT
005040     END-IF.
005050     MOVE "N" TO WS-FIN-FICHIER.
005060     PERFORM UNTIL FIN-FICHIER
005070         READ RELIQUAT-FILE
005080             AT END SET FIN-FICHIER TO TRUE
005090             NOT AT END
005100                 IF REL-CLIENT = WS-CLIENT-RECHERCHE
005110                     AND REL-EN-ATTENTE
005120                     PERFORM 2450-TRAITER-RELIQUAT
005130                         THRU 2450-TRAITER-RELIQUAT-EXIT
005140                 END-IF
005150         END-READ
005160     END-PERFORM.
005170     CLOSE RELIQUAT-FILE.
005180 2400-LIRE-RELIQUATS-EXIT.
005190     EXIT.

005200*----------------------------------------------------------------
005210* 2450-TRAITER-RELIQUAT
005220*----------------------------------------------------------------
005230 2450-TRAITER-RELIQUAT.
005240     IF PASSE-TOTAUX
005250         ADD 1 TO WS-NB-RELIQUATS
005260         ADD REL-QUANTITE TO WS-QTE-RELIQUATS
005270         GO TO 2450-TRAITER-RELIQUAT-EXIT
005280     END-IF.
005290     MOVE REL-QUANTITE TO WS-NOMBRE-EDITE.
005300     MOVE SPACES TO WS-LIGNE.
005310     STRING "Reliquat du " REL-DATE " sur cde " REL-NUM-CMD " "
005320         REL-CODE-PROD " x" WS-NOMBRE-EDITE
005330         DELIMITED BY SIZE INTO WS-LIGNE.
005340     PERFORM 8200-SORTIR-LIGNE
005350         THRU 8200-SORTIR-LIGNE-EXIT.
005360 2450-TRAITER-RELIQUAT-EXIT.
005370     EXIT.

005380*----------------------------------------------------------------
005390* 2500-LIRE-DEVIS - QUOTE LINES NOT CONVERTED AND NOT EXPIRED
005400*----------------------------------------------------------------
005410 2500-LIRE-DEVIS.
005420     OPEN INPUT DEVIS-FILE.
005430     IF NOT DEVIS-OK
005440         GO TO 2500-LIRE-DEVIS-EXIT
005450     END-IF.
005460     MOVE "N" TO WS-FIN-FICHIER.
005470     PERFORM UNTIL FIN-FICHIER
005480         READ DEVIS-FILE
005490             AT END SET FIN-FICHIER TO TRUE
005500             NOT AT END
005510                 IF DEV-CLIENT = WS-CLIENT-RECHERCHE
005520                     AND DEV-ACTIF
005530                     AND DEV-EXPIRATION >= WS-DATE-JOUR
005540                     PERFORM 2550-TRAITER-DEVIS
005550                         THRU 2550-TRAITER-DEVIS-EXIT
005560                 END-IF
005570         END-READ
005580     END-PERFORM.
005590     CLOSE DEVIS-FILE.
005600 2500-LIRE-DEVIS-EXIT.
005610     EXIT.

005620*----------------------------------------------------------------
005630* 2550-TRAITER-DEVIS
005640*----------------------------------------------------------------
005650 2550-TRAITER-DEVIS.
005660     IF PASSE-TOTAUX
005670         ADD 1 TO WS-NB-DEVIS
005680         ADD DEV-MONTANT TO WS-MT-DEVIS
005690         GO TO 2550-TRAITER-DEVIS-EXIT
005700     END-IF.
005710     MOVE DEV-MONTANT TO WS-MONTANT-EDITE.
005720     MOVE DEV-QUANTITE TO WS-NOMBRE-EDITE.
005730     MOVE SPACES TO WS-LIGNE.
005740     STRING "Devis " DEV-NUM " du " DEV-DATE " "
005750         DEV-CODE-PROD " x" WS-NOMBRE-EDITE
005760         " HT" WS-MONTANT-EDITE " valable au " DEV-EXPIRATION
005770         DELIMITED BY SIZE INTO WS-LIGNE.
005780     PERFORM 8200-SORTIR-LIGNE
005790         THRU 8200-SORTIR-LIGNE-EXIT.
005800 2550-TRAITER-DEVIS-EXIT.
005810     EXIT.

005820*----------------------------------------------------------------
005830* 2600-LIRE-FACTURES - EVERY INVOICE OF THE CUSTOMER, WITH WHAT
005840* HAS BEEN PAID ON IT
005850*----------------------------------------------------------------
005860 2600-LIRE-FACTURES.
005870     OPEN INPUT ENCOURS-FILE.
005880     IF NOT ENCOURS-OK
005890         GO TO 2600-LIRE-FACTURES-EXIT
005900     END-IF.
005910     MOVE "N" TO WS-FIN-FICHIER.
005920     PERFORM UNTIL FIN-FICHIER
005930         READ ENCOURS-FILE
005940             AT END SET FIN-FICHIER TO TRUE
005950             NOT AT END
005960                 IF ENC-CLIENT = WS-CLIENT-RECHERCHE
005970                     PERFORM 2650-TRAITER-FACTURE
005980                         THRU 2650-TRAITER-FACTURE-EXIT
005990                 END-IF
006000         END-READ
006010     END-PERFORM.
006020     CLOSE ENCOURS-FILE.
006030 2600-LIRE-FACTURES-EXIT.
006040     EXIT.

006050*----------------------------------------------------------------
006060* 2650-TRAITER-FACTURE - OPEN INVOICES ARE ALWAYS LISTED, SETTLED
006070* ONES ONLY WHEN RECENT
006080*----------------------------------------------------------------
006090 2650-TRAITER-FACTURE.
006100     PERFORM 2700-SOMMER-REGLEMENTS
006110         THRU 2700-SOMMER-REGLEMENTS-EXIT.
006120     COMPUTE WS-SOLDE-FACTURE = ENC-MONTANT-TTC - WS-TOTAL-REGLE.
006130     IF PASSE-TOTAUX
006140         IF ENC-DATE >= WS-DEBUT-ANNEE
006150             ADD 1 TO WS-NB-FAC-AN
006160             ADD ENC-MONTANT-TTC TO WS-MT-FAC-AN
006170         END-IF
006180         IF WS-SOLDE-FACTURE > ZERO
006190             ADD WS-SOLDE-FACTURE TO WS-MT-RESTE-DU
006200         END-IF
006210         GO TO 2650-TRAITER-FACTURE-EXIT
006220     END-IF.
006230     IF WS-SOLDE-FACTURE NOT > ZERO
006240         AND ENC-DATE < WS-DEBUT-LISTE
006250         GO TO 2650-TRAITER-FACTURE-EXIT
006260     END-IF.
006270     MOVE ENC-MONTANT-TTC TO WS-MONTANT-EDITE.
006280     MOVE WS-SOLDE-FACTURE TO WS-MONTANT2-EDITE.
006290     MOVE SPACES TO WS-LIGNE.
006300     STRING "Facture " ENC-NUM-FACTURE " du " ENC-DATE
006310         " TTC" WS-MONTANT-EDITE " reste du" WS-MONTANT2-EDITE
006320         DELIMITED BY SIZE INTO WS-LIGNE.
006330     PERFORM 8200-SORTIR-LIGNE
006340         THRU 8200-SORTIR-LIGNE-EXIT.
006350 2650-TRAITER-FACTURE-EXIT.
006360     EXIT.

006370*----------------------------------------------------------------
006380* 2700-SOMMER-REGLEMENTS - PAYMENTS BOOKED AGAINST THE INVOICE;
006390* THOSE OF THE YEAR GO INTO THE YEAR'S TOTAL ON THE FIRST PASS
006400*----------------------------------------------------------------
006410 2700-SOMMER-REGLEMENTS.
006420     MOVE ZERO TO WS-TOTAL-REGLE.
006430     MOVE "N" TO WS-FIN-REGLEMENTS.
006440     OPEN INPUT REGLEMENT-FILE.
006450     IF NOT REGLEMENT-OK
006460         GO TO 2700-SOMMER-REGLEMENTS-EXIT
006470     END-IF.
006480     PERFORM UNTIL FIN-REGLEMENTS
006490         READ REGLEMENT-FILE
006500             AT END SET FIN-REGLEMENTS TO TRUE
006510             NOT AT END
006520                 IF REG-NUM-FACTURE = ENC-NUM-FACTURE
006530                     ADD REG-MONTANT TO WS-TOTAL-REGLE
006540                     IF PASSE-TOTAUX
006550                         AND REG-DATE >= WS-DEBUT-ANNEE
006555                         AND REG-ENCAISSEMENT
006560                         ADD REG-MONTANT TO WS-MT-REG-AN
006570                     END-IF
006580                 END-IF
006590         END-READ
006600     END-PERFORM.
006610     CLOSE REGLEMENT-FILE.
006620 2700-SOMMER-REGLEMENTS-EXIT.
006630     EXIT.

006640*----------------------------------------------------------------
006650* 3000-EDITER-ENTETE - WHO, AND THE FIGURES THE CALL USUALLY
006660* STARTS WITH
006670*----------------------------------------------------------------
006680 3000-EDITER-ENTETE.
006690     MOVE SPACES TO WS-LIGNE.
006700     STRING "DOSSIER CLIENT " WS-CLIENT-RECHERCHE " - "
006710         WS-NOM-CLIENT
006720         DELIMITED BY SIZE INTO WS-LIGNE.
006730     PERFORM 8200-SORTIR-LIGNE
006740         THRU 8200-SORTIR-LIGNE-EXIT.
006750     MOVE WS-PLAFOND TO WS-MONTANT-EDITE.
006760     MOVE SPACES TO WS-LIGNE.
006770     STRING "Edite le " WS-DATE-JOUR " - plafond de credit"
006780         WS-MONTANT-EDITE
006790         DELIMITED BY SIZE INTO WS-LIGNE.
006800     PERFORM 8200-SORTIR-LIGNE
006810         THRU 8200-SORTIR-LIGNE-EXIT.
006820     MOVE SPACES TO WS-LIGNE.
006830     STRING "Cumuls depuis le " WS-DEBUT-ANNEE
006840         DELIMITED BY SIZE INTO WS-LIGNE.
006850     PERFORM 8000-OUVRIR-SECTION
006860         THRU 8000-OUVRIR-SECTION-EXIT.
006870     MOVE WS-NB-CMD-AN TO WS-NOMBRE-EDITE.
006880     MOVE WS-MT-CMD-AN TO WS-MONTANT-EDITE.
006890     MOVE SPACES TO WS-LIGNE.
006900     STRING "Commandes         " WS-NOMBRE-EDITE
006910         "  HT " WS-MONTANT-EDITE
006920         DELIMITED BY SIZE INTO WS-LIGNE.
006930     PERFORM 8200-SORTIR-LIGNE
006940         THRU 8200-SORTIR-LIGNE-EXIT.
006950     MOVE WS-NB-RET-AN TO WS-NOMBRE-EDITE.
006960     MOVE WS-MT-RET-AN TO WS-MONTANT-EDITE.
006970     MOVE SPACES TO WS-LIGNE.
006980     STRING "Retours / avoirs  " WS-NOMBRE-EDITE
006990         "  HT " WS-MONTANT-EDITE
007000         DELIMITED BY SIZE INTO WS-LIGNE.
007010     PERFORM 8200-SORTIR-LIGNE
007020         THRU 8200-SORTIR-LIGNE-EXIT.
007030     MOVE WS-NB-FAC-AN TO WS-NOMBRE-EDITE.
007040     MOVE WS-MT-FAC-AN TO WS-MONTANT-EDITE.
007050     MOVE SPACES TO WS-LIGNE.
007060     STRING "Factures          " WS-NOMBRE-EDITE
007070         " TTC " WS-MONTANT-EDITE
007080         DELIMITED BY SIZE INTO WS-LIGNE.
007090     PERFORM 8200-SORTIR-LIGNE
007100         THRU 8200-SORTIR-LIGNE-EXIT.
007110     MOVE WS-MT-REG-AN TO WS-MONTANT-EDITE.
007120     MOVE SPACES TO WS-LIGNE.
007130     STRING "Reglements recus          " WS-MONTANT-EDITE
007140         DELIMITED BY SIZE INTO WS-LIGNE.
007150     PERFORM 8200-SORTIR-LIGNE
007160         THRU 8200-SORTIR-LIGNE-EXIT.
007170     MOVE "En cours a ce jour" TO WS-LIGNE.
007180     PERFORM 8000-OUVRIR-SECTION
007190         THRU 8000-OUVRIR-SECTION-EXIT.
007200     MOVE WS-MT-RESTE-DU TO WS-MONTANT-EDITE.
007210     MOVE SPACES TO WS-LIGNE.
007220     STRING "Reste du sur factures     " WS-MONTANT-EDITE
007230         DELIMITED BY SIZE INTO WS-LIGNE.
007240     PERFORM 8200-SORTIR-LIGNE
007250         THRU 8200-SORTIR-LIGNE-EXIT.
007260     MOVE WS-NB-CMD-OUVERTES TO WS-NOMBRE-EDITE.
007270     MOVE WS-MT-CMD-OUVERTES TO WS-MONTANT-EDITE.
007280     MOVE SPACES TO WS-LIGNE.
007290     STRING "Commandes ouvertes" WS-NOMBRE-EDITE
007300         "  HT " WS-MONTANT-EDITE
007310         DELIMITED BY SIZE INTO WS-LIGNE.
007320     PERFORM 8200-SORTIR-LIGNE
007330         THRU 8200-SORTIR-LIGNE-EXIT.
007340     MOVE WS-NB-BLOQUEES TO WS-NOMBRE-EDITE.
007350     MOVE WS-MT-BLOQUEES TO WS-MONTANT-EDITE.
007360     MOVE SPACES TO WS-LIGNE.
007370     STRING "Bloquees credit   " WS-NOMBRE-EDITE
007380         "  HT " WS-MONTANT-EDITE
007390         DELIMITED BY SIZE INTO WS-LIGNE.
007400     PERFORM 8200-SORTIR-LIGNE
007410         THRU 8200-SORTIR-LIGNE-EXIT.
007420     MOVE WS-NB-RELIQUATS TO WS-NOMBRE-EDITE.
007430     MOVE SPACES TO WS-LIGNE.
007440     STRING "Reliquats         " WS-NOMBRE-EDITE
007450         "  quantite " WS-QTE-RELIQUATS
007460         DELIMITED BY SIZE INTO WS-LIGNE.
007470     PERFORM 8200-SORTIR-LIGNE
007480         THRU 8200-SORTIR-LIGNE-EXIT.
007490     MOVE WS-NB-DEVIS TO WS-NOMBRE-EDITE.
007500     MOVE WS-MT-DEVIS TO WS-MONTANT-EDITE.
007510     MOVE SPACES TO WS-LIGNE.
007520     STRING "Lignes de devis   " WS-NOMBRE-EDITE
007530         "  HT " WS-MONTANT-EDITE
007540         DELIMITED BY SIZE INTO WS-LIGNE.
007550     PERFORM 8200-SORTIR-LIGNE
007560         THRU 8200-SORTIR-LIGNE-EXIT.
007570 3000-EDITER-ENTETE-EXIT.
007580     EXIT.

007590*----------------------------------------------------------------
007600* 8000-OUVRIR-SECTION - TITLE IN WS-LIGNE, UNDERLINED
007610*----------------------------------------------------------------
007620 8000-OUVRIR-SECTION.
007630     PERFORM 8200-SORTIR-LIGNE
007640         THRU 8200-SORTIR-LIGNE-EXIT.
007650     MOVE ALL "-" TO WS-LIGNE(1:45).
007660     PERFORM 8200-SORTIR-LIGNE
007670         THRU 8200-SORTIR-LIGNE-EXIT.
007680     MOVE ZERO TO WS-NB-LIGNES-SECTION.
007690 8000-OUVRIR-SECTION-EXIT.
007700     EXIT.

007710*----------------------------------------------------------------
007720* 8100-FERMER-SECTION - SAY SO WHEN A SECTION STAYED EMPTY
007730*----------------------------------------------------------------
007740 8100-FERMER-SECTION.
007750     IF WS-NB-LIGNES-SECTION = ZERO
007760         MOVE "  (neant)" TO WS-LIGNE
007770         PERFORM 8200-SORTIR-LIGNE
007780             THRU 8200-SORTIR-LIGNE-EXIT
007790     END-IF.
007800     MOVE SPACES TO WS-LIGNE.
007810     PERFORM 8200-SORTIR-LIGNE
007820         THRU 8200-SORTIR-LIGNE-EXIT.
007830 8100-FERMER-SECTION-EXIT.
007840     EXIT.

007850*----------------------------------------------------------------
007860* 8200-SORTIR-LIGNE - TO THE SCREEN AND, WHEN PRINTING, TO THE
007870* DOSSIER FILE
007880*----------------------------------------------------------------
007890 8200-SORTIR-LIGNE.
007900     DISPLAY FUNCTION TRIM(WS-LIGNE TRAILING).
007910     IF IMPRESSION
007920         WRITE DOS-LIGNE FROM WS-LIGNE
007930     END-IF.
007940     ADD 1 TO WS-NB-LIGNES-SECTION.
007950     MOVE SPACES TO WS-LIGNE.
007960 8200-SORTIR-LIGNE-EXIT.
007970     EXIT.
