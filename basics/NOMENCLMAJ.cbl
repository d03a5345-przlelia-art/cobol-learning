000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    NOMENCLMAJ.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. ADDS, CORRECTS, RETIRES AND LISTS
000110*                 THE COMPONENT LINES OF A KIT ON NOMENCL.DAT (KIT
000120*                 CODE, COMPONENT CODE, QUANTITY PER KIT). BOTH
000130*                 CODES MUST BE ON PRODUITS.DAT, A COMPONENT
000140*                 CANNOT ITSELF BE A KIT, AND A KIT HOLDS AT MOST
000150*                 THE 20 LINES KIT-TABLE CARRIES.
000155* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000160*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000165*                 NOMENCLMAJ (SEE HABILITATIONS).
000170*----------------------------------------------------------------

000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.

000210     SELECT NOMENCL-FILE ASSIGN TO "NOMENCL.DAT"
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS DYNAMIC
000240         RECORD KEY IS NOM-CLE
000250         FILE STATUS IS WS-NOMENCL-STATUS.

000260     SELECT PRODUIT-FILE ASSIGN TO "PRODUITS.DAT"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS PROD-CODE
000300         ALTERNATE RECORD KEY IS PROD-EAN
000310             WITH DUPLICATES
000320         FILE STATUS IS WS-PRODUIT-STATUS.

000330 DATA DIVISION.
000340 FILE SECTION.

000350*----------------------------------------------------------------
000360* NOMENCLATURE - ONE COMPONENT LINE PER KIT/COMPONENT PAIR
000370*----------------------------------------------------------------
000380 FD  NOMENCL-FILE.
000390     COPY "NOMENCL-RECORD.cpy".

000400 FD  PRODUIT-FILE.
000410     COPY "PRODUIT-RECORD.cpy".

000420 WORKING-STORAGE SECTION.

000425     COPY "HABILITATION.cpy".

000430 01  WS-MODE                 PIC X(01).
000440     88 MODE-AJOUT                    VALUE "A" "a".
000450     88 MODE-MODIF                    VALUE "M" "m".
000460     88 MODE-RETRAIT                  VALUE "R" "r".
000470     88 MODE-LISTE                    VALUE "L" "l".

000480 01  WS-NOMENCL-STATUS       PIC X(02).
000490     88 NOMENCL-OK                    VALUE "00".

000500 01  WS-PRODUIT-STATUS       PIC X(02).
000510     88 PRODUIT-OK                    VALUE "00".

000520 01  WS-MESSAGE-STATUT       PIC X(40).

000530 01  WS-NOM-TROUVE           PIC X(01).
000540     88 NOM-TROUVE                    VALUE "O".
000550     88 NOM-ABSENT                    VALUE "N".

000560 01  WS-FIN-NOMENCL          PIC X(01).
000570     88 FIN-NOMENCL                   VALUE "Y".

000580 01  WS-CONTROLE             PIC X(01).
000590     88 CONTROLE-OK                   VALUE "O".

000600 01  WS-KIT-LISTE            PIC X(04).
000610 01  WS-COMPOSANT-SAISI      PIC X(04).
000620 01  WS-QUANTITE-SAISIE      PIC 9(03).
000630 01  WS-NB-LISTES            PIC 9(04) VALUE ZERO.

000640     COPY "KIT-TABLE.cpy".

000650 PROCEDURE DIVISION.

000660*----------------------------------------------------------------
000670* 0000-MAINLINE
000680*----------------------------------------------------------------
000690 0000-MAINLINE.
000691     MOVE "NOMENCLMAJ" TO HAB-PROGRAMME.
000692     CALL "HABILITER" USING HAB-ZONE.
000693     IF NOT HAB-AUTORISE
000694         GOBACK
000695     END-IF.
000700     DISPLAY "Ajout (A), modification (M), retrait (R)"
000710         " ou liste (L) ? ".
000720     ACCEPT WS-MODE.
000730     PERFORM 0500-OUVRIR-FICHIERS
000740         THRU 0500-OUVRIR-FICHIERS-EXIT.
000750     IF NOT PRODUIT-OK
000760         STOP RUN
000770     END-IF.
000780     IF MODE-AJOUT
000790         PERFORM 1000-AJOUTER-LIGNE
000800             THRU 1000-AJOUTER-LIGNE-EXIT
000810     ELSE
000820         IF MODE-MODIF
000830             PERFORM 2000-MODIFIER-LIGNE
000840                 THRU 2000-MODIFIER-LIGNE-EXIT
000850         ELSE
000860             IF MODE-RETRAIT
000870                 PERFORM 3000-RETIRER-LIGNE
000880                     THRU 3000-RETIRER-LIGNE-EXIT
000890             ELSE
000900                 IF MODE-LISTE
000910                     PERFORM 4000-LISTER-KIT
000920                         THRU 4000-LISTER-KIT-EXIT
000930                 ELSE
000940                     DISPLAY "Mode non reconnu"
000950                 END-IF
000960             END-IF
000970         END-IF
000980     END-IF.
000990     CLOSE NOMENCL-FILE.
001000     CLOSE PRODUIT-FILE.
001010     STOP RUN.

001020*----------------------------------------------------------------
001030* 0500-OUVRIR-FICHIERS - BOOTSTRAP NOMENCL.DAT ON A FIRST RUN;
001040* THE PRODUCT MASTER MUST BE THERE
001050*----------------------------------------------------------------
001060 0500-OUVRIR-FICHIERS.
001070     OPEN INPUT PRODUIT-FILE.
001080     IF NOT PRODUIT-OK
001090         CALL "FICHSTAT" USING WS-PRODUIT-STATUS
001100             WS-MESSAGE-STATUT
001110         DISPLAY "PRODUITS.DAT : "
001120             FUNCTION TRIM(WS-MESSAGE-STATUT)
001130         GO TO 0500-OUVRIR-FICHIERS-EXIT
001140     END-IF.
001150     OPEN I-O NOMENCL-FILE.
001160     IF NOT NOMENCL-OK
001170         CLOSE NOMENCL-FILE
001180         OPEN OUTPUT NOMENCL-FILE
001190         CLOSE NOMENCL-FILE
001200         OPEN I-O NOMENCL-FILE
001210     END-IF.
001220 0500-OUVRIR-FICHIERS-EXIT.
001230     EXIT.

001240*----------------------------------------------------------------
001250* 0600-SAISIR-CLE - KIT AND COMPONENT CODES, THEN READ
001260*----------------------------------------------------------------
001270 0600-SAISIR-CLE.
001280     DISPLAY "Code du kit : ".
001290     ACCEPT NOM-KIT.
001300     DISPLAY "Code du composant : ".
001310     ACCEPT NOM-COMPOSANT.
001320     READ NOMENCL-FILE
001330         INVALID KEY SET NOM-ABSENT TO TRUE
001340         NOT INVALID KEY SET NOM-TROUVE TO TRUE
001350     END-READ.
001360 0600-SAISIR-CLE-EXIT.
001370     EXIT.

001380*----------------------------------------------------------------
001390* 1000-AJOUTER-LIGNE - NEW COMPONENT LINE, AFTER THE CHECKS
001400*----------------------------------------------------------------
001410 1000-AJOUTER-LIGNE.
001420     PERFORM 0600-SAISIR-CLE
001430         THRU 0600-SAISIR-CLE-EXIT.
001440     IF NOM-TROUVE
001450         DISPLAY "Ce composant figure deja dans le kit"
001460         GO TO 1000-AJOUTER-LIGNE-EXIT
001470     END-IF.
001480     MOVE NOM-COMPOSANT TO WS-COMPOSANT-SAISI.
001490     PERFORM 1100-CONTROLER-LIGNE
001500         THRU 1100-CONTROLER-LIGNE-EXIT.
001510     IF NOT CONTROLE-OK
001520         GO TO 1000-AJOUTER-LIGNE-EXIT
001530     END-IF.
001540     DISPLAY "Quantite par kit : ".
001550     ACCEPT WS-QUANTITE-SAISIE.
001560     IF WS-QUANTITE-SAISIE = ZERO
001570         DISPLAY "Quantite nulle - ligne non creee"
001580         GO TO 1000-AJOUTER-LIGNE-EXIT
001590     END-IF.
001600     MOVE WS-QUANTITE-SAISIE TO NOM-QUANTITE.
001610     WRITE NOMENCL-RECORD
001620         INVALID KEY
001630             DISPLAY "Creation impossible"
001640         NOT INVALID KEY
001650             DISPLAY "Ligne creee : " NOM-KIT " = "
001660                 NOM-QUANTITE " x " NOM-COMPOSANT
001670     END-WRITE.
001680 1000-AJOUTER-LIGNE-EXIT.
001690     EXIT.

001700*----------------------------------------------------------------
001710* 1100-CONTROLER-LIGNE - BOTH CODES ON THE MASTER, NO KIT INSIDE
001720* A KIT, ROOM LEFT IN KIT-TABLE. KITCOMPOSANTS OPENS NOMENCL.DAT
001730* ITSELF, SO THE FILE IS CLOSED AROUND THE CALLS AND THE KEY
001740* BEING ADDED IS PUT BACK AFTERWARDS
001750*----------------------------------------------------------------
001760 1100-CONTROLER-LIGNE.
001770     MOVE "N" TO WS-CONTROLE.
001780     MOVE NOM-KIT TO WS-KIT-LISTE.
001790     IF WS-KIT-LISTE = WS-COMPOSANT-SAISI
001800         DISPLAY "Un kit ne peut pas se contenir lui-meme"
001810         GO TO 1100-CONTROLER-LIGNE-EXIT
001820     END-IF.
001830     MOVE WS-KIT-LISTE TO PROD-CODE.
001840     READ PRODUIT-FILE
001850         INVALID KEY
001860             DISPLAY "Kit absent de PRODUITS.DAT : " WS-KIT-LISTE
001870             GO TO 1100-CONTROLER-LIGNE-EXIT
001880     END-READ.
001890     MOVE WS-COMPOSANT-SAISI TO PROD-CODE.
001900     READ PRODUIT-FILE
001910         INVALID KEY
001920             DISPLAY "Composant absent de PRODUITS.DAT : "
001930                 WS-COMPOSANT-SAISI
001940             GO TO 1100-CONTROLER-LIGNE-EXIT
001950     END-READ.
001960     CLOSE NOMENCL-FILE.
001970     CALL "KITCOMPOSANTS" USING WS-COMPOSANT-SAISI KIT-TABLE.
001980     IF KIT-NB-COMPOSANTS > ZERO
001990         DISPLAY "Le composant " WS-COMPOSANT-SAISI
002000             " est lui-meme un kit - refuse"
002010         GO TO 1100-CONTROLER-REOUVRIR
002020     END-IF.
002030     CALL "KITCOMPOSANTS" USING WS-KIT-LISTE KIT-TABLE.
002040     IF KIT-NB-COMPOSANTS = 20
002050         DISPLAY "Le kit " WS-KIT-LISTE
002060             " a deja 20 composants - refuse"
002070         GO TO 1100-CONTROLER-REOUVRIR
002080     END-IF.
002090     SET CONTROLE-OK TO TRUE.
002100 1100-CONTROLER-REOUVRIR.
002110     OPEN I-O NOMENCL-FILE.
002120     MOVE WS-KIT-LISTE       TO NOM-KIT.
002130     MOVE WS-COMPOSANT-SAISI TO NOM-COMPOSANT.
002140 1100-CONTROLER-LIGNE-EXIT.
002150     EXIT.

002160*----------------------------------------------------------------
002170* 2000-MODIFIER-LIGNE - REWRITE THE QUANTITY PER KIT
002180*----------------------------------------------------------------
002190 2000-MODIFIER-LIGNE.
002200     PERFORM 0600-SAISIR-CLE
002210         THRU 0600-SAISIR-CLE-EXIT.
002220     IF NOM-ABSENT
002230         DISPLAY "Ligne inconnue"
002240     ELSE
002250         DISPLAY "Nouvelle quantite par kit (" NOM-QUANTITE ") : "
002260         ACCEPT WS-QUANTITE-SAISIE
002270         IF WS-QUANTITE-SAISIE = ZERO
002280             DISPLAY "Quantite nulle - utiliser le retrait"
002290         ELSE
002300             MOVE WS-QUANTITE-SAISIE TO NOM-QUANTITE
002310             REWRITE NOMENCL-RECORD
002320             DISPLAY "Ligne mise a jour"
002330         END-IF
002340     END-IF.
002350 2000-MODIFIER-LIGNE-EXIT.
002360     EXIT.

002370*----------------------------------------------------------------
002380* 3000-RETIRER-LIGNE - DROP A COMPONENT OUT OF THE KIT
002390*----------------------------------------------------------------
002400 3000-RETIRER-LIGNE.
002410     PERFORM 0600-SAISIR-CLE
002420         THRU 0600-SAISIR-CLE-EXIT.
002430     IF NOM-ABSENT
002440         DISPLAY "Ligne inconnue"
002450     ELSE
002460         DELETE NOMENCL-FILE RECORD
002470             INVALID KEY
002480                 DISPLAY "Suppression impossible"
002490             NOT INVALID KEY
002500                 DISPLAY "Ligne retiree"
002510         END-DELETE
002520     END-IF.
002530 3000-RETIRER-LIGNE-EXIT.
002540     EXIT.

002550*----------------------------------------------------------------
002560* 4000-LISTER-KIT - EVERY COMPONENT LINE OF ONE KIT
002570*----------------------------------------------------------------
002580 4000-LISTER-KIT.
002590     DISPLAY "Code du kit : ".
002600     ACCEPT WS-KIT-LISTE.
002610     MOVE WS-KIT-LISTE TO NOM-KIT.
002620     MOVE LOW-VALUES   TO NOM-COMPOSANT.
002630     MOVE "N" TO WS-FIN-NOMENCL.
002640     START NOMENCL-FILE KEY IS NOT LESS THAN NOM-CLE
002650         INVALID KEY SET FIN-NOMENCL TO TRUE
002660     END-START.
002670     PERFORM UNTIL FIN-NOMENCL
002680         READ NOMENCL-FILE NEXT RECORD
002690             AT END SET FIN-NOMENCL TO TRUE
002700             NOT AT END
002710                 IF NOM-KIT NOT = WS-KIT-LISTE
002720                     SET FIN-NOMENCL TO TRUE
002730                 ELSE
002740                     ADD 1 TO WS-NB-LISTES
002750                     MOVE NOM-COMPOSANT TO PROD-CODE
002760                     READ PRODUIT-FILE
002770                         INVALID KEY MOVE SPACES TO PROD-LIBELLE
002780                     END-READ
002790                     DISPLAY NOM-COMPOSANT " " PROD-LIBELLE
002800                         " x " NOM-QUANTITE
002810                 END-IF
002820         END-READ
002830     END-PERFORM.
002840     DISPLAY "Composants : " WS-NB-LISTES.
002850 4000-LISTER-KIT-EXIT.
002860     EXIT.
