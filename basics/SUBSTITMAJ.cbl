000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SUBSTITMAJ.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. MAINTAINS THE SUBSTITUTES ON
000110*                 SUBSTITS.DAT : A PRODUCT IS KEYED ONCE WITH ITS
000120*                 REPLACEMENTS ONE AFTER THE OTHER, A REPLACEMENT
000130*                 CAN BE RETIRED, OR A PRODUCT'S REPLACEMENTS
000140*                 LISTED. BOTH CODES MUST BE ON PRODUITS.DAT.
000142* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000144*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000146*                 SUBSTITMAJ (SEE HABILITATIONS).
000150*----------------------------------------------------------------

000160 ENVIRONMENT DIVISION.
000170 INPUT-OUTPUT SECTION.
000180 FILE-CONTROL.

000190     SELECT SUBSTIT-FILE ASSIGN TO "SUBSTITS.DAT"
000200         ORGANIZATION IS INDEXED
000210         ACCESS MODE IS DYNAMIC
000220         RECORD KEY IS SUB-CLE
000230         FILE STATUS IS WS-SUBSTIT-STATUS.

000240     SELECT PRODUIT-FILE ASSIGN TO "PRODUITS.DAT"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS RANDOM
000270         RECORD KEY IS PROD-CODE
000280         ALTERNATE RECORD KEY IS PROD-EAN
000290             WITH DUPLICATES
000300         FILE STATUS IS WS-PRODUIT-STATUS.

000310 DATA DIVISION.
000320 FILE SECTION.

000330*----------------------------------------------------------------
000340* SUBSTITUTES - ONE RECORD PER PRODUCT AND REPLACEMENT
000350*----------------------------------------------------------------
000360 FD  SUBSTIT-FILE.
000370     COPY "SUBSTIT-RECORD.cpy".

000380*----------------------------------------------------------------
000390* PRODUITS - BOTH CODES ARE CHECKED AGAINST THE MASTER
000400*----------------------------------------------------------------
000410 FD  PRODUIT-FILE.
000420     COPY "PRODUIT-RECORD.cpy".

000430 WORKING-STORAGE SECTION.

000435     COPY "HABILITATION.cpy".

000440 01  WS-MODE                 PIC X(01).
000450     88 MODE-AJOUT                    VALUE "A" "a".
000460     88 MODE-RETRAIT                  VALUE "R" "r".
000470     88 MODE-LISTE                    VALUE "L" "l".

000480 01  WS-SUBSTIT-STATUS       PIC X(02).
000490     88 SUBSTIT-OK                    VALUE "00".

000500 01  WS-PRODUIT-STATUS       PIC X(02).
000510     88 PRODUIT-OK                    VALUE "00".

000520 01  WS-MESSAGE-STATUT       PIC X(40).

000530 01  WS-SUB-TROUVE           PIC X(01).
000540     88 SUB-TROUVE                    VALUE "O".
000550     88 SUB-ABSENT                    VALUE "N".

000560 01  WS-PROD-TROUVE          PIC X(01).
000570     88 PROD-TROUVE                   VALUE "O".
000580     88 PROD-ABSENT                   VALUE "N".

000590 01  WS-FIN-SUBSTITS         PIC X(01).
000600     88 FIN-SUBSTITS                  VALUE "Y".

000610 01  WS-FIN-SAISIE           PIC X(01).
000620     88 FIN-SAISIE                    VALUE "Y".

000630 01  WS-CODE-PROD            PIC X(04).
000640 01  WS-CODE-SAISI           PIC X(04).
000650 01  WS-NB-LIGNES            PIC 9(04) VALUE ZERO.

000660 PROCEDURE DIVISION.

000670*----------------------------------------------------------------
000680* 0000-MAINLINE
000690*----------------------------------------------------------------
000700 0000-MAINLINE.
000701     MOVE "SUBSTITMAJ" TO HAB-PROGRAMME.
000702     CALL "HABILITER" USING HAB-ZONE.
000703     IF NOT HAB-AUTORISE
000704         GOBACK
000705     END-IF.
000710     DISPLAY "Ajout (A), retrait (R) ou liste (L) ? ".
000720     ACCEPT WS-MODE.
000730     PERFORM 0500-OUVRIR-FICHIERS
000740         THRU 0500-OUVRIR-FICHIERS-EXIT.
000750     IF NOT PRODUIT-OK
000760         STOP RUN
000770     END-IF.
000780     IF MODE-AJOUT
000790         PERFORM 1000-AJOUTER-SUBSTITUTS
000800             THRU 1000-AJOUTER-SUBSTITUTS-EXIT
000810     ELSE
000820         IF MODE-RETRAIT
000830             PERFORM 3000-RETIRER-SUBSTITUT
000840                 THRU 3000-RETIRER-SUBSTITUT-EXIT
000850         ELSE
000860             IF MODE-LISTE
000870                 PERFORM 4000-LISTER-SUBSTITUTS
000880                     THRU 4000-LISTER-SUBSTITUTS-EXIT
000890             ELSE
000900                 DISPLAY "Mode non reconnu"
000910             END-IF
000920         END-IF
000930     END-IF.
000940     CLOSE SUBSTIT-FILE.
000950     CLOSE PRODUIT-FILE.
000960     STOP RUN.

000970*----------------------------------------------------------------
000980* 0500-OUVRIR-FICHIERS - BOOTSTRAP SUBSTITS.DAT ON A FIRST RUN;
000990* THE PRODUCT MASTER MUST BE THERE
001000*----------------------------------------------------------------
001010 0500-OUVRIR-FICHIERS.
001020     OPEN I-O SUBSTIT-FILE.
001030     IF NOT SUBSTIT-OK
001040         CLOSE SUBSTIT-FILE
001050         OPEN OUTPUT SUBSTIT-FILE
001060         CLOSE SUBSTIT-FILE
001070         OPEN I-O SUBSTIT-FILE
001080     END-IF.
001090     OPEN INPUT PRODUIT-FILE.
001100     IF NOT PRODUIT-OK
001110         CALL "FICHSTAT" USING WS-PRODUIT-STATUS
001120             WS-MESSAGE-STATUT
001130         DISPLAY "PRODUITS.DAT : "
001140             FUNCTION TRIM(WS-MESSAGE-STATUT)
001150         CLOSE SUBSTIT-FILE
001160     END-IF.
001170 0500-OUVRIR-FICHIERS-EXIT.
001180     EXIT.

001190*----------------------------------------------------------------
001200* 0600-CONTROLER-PRODUIT - WS-CODE-SAISI ON THE PRODUCT MASTER?
001210*----------------------------------------------------------------
001220 0600-CONTROLER-PRODUIT.
001230     MOVE WS-CODE-SAISI TO PROD-CODE.
001240     READ PRODUIT-FILE
001250         INVALID KEY SET PROD-ABSENT TO TRUE
001260         NOT INVALID KEY SET PROD-TROUVE TO TRUE
001270     END-READ.
001280     IF PROD-ABSENT
001290         DISPLAY "Code produit inconnu : " WS-CODE-SAISI
001300     END-IF.
001310 0600-CONTROLER-PRODUIT-EXIT.
001320     EXIT.

001330*----------------------------------------------------------------
001340* 1000-AJOUTER-SUBSTITUTS - ONE PRODUCT, THEN ITS REPLACEMENTS
001350* UNTIL BLANK
001360*----------------------------------------------------------------
001370 1000-AJOUTER-SUBSTITUTS.
001380     DISPLAY "Code produit a remplacer : ".
001390     ACCEPT WS-CODE-SAISI.
001400     PERFORM 0600-CONTROLER-PRODUIT
001410         THRU 0600-CONTROLER-PRODUIT-EXIT.
001420     IF PROD-ABSENT
001430         GO TO 1000-AJOUTER-SUBSTITUTS-EXIT
001440     END-IF.
001450     MOVE WS-CODE-SAISI TO WS-CODE-PROD.
001460     MOVE "N" TO WS-FIN-SAISIE.
001470     PERFORM UNTIL FIN-SAISIE
001480         DISPLAY "Code de remplacement (vide pour finir) : "
001490         MOVE SPACES TO WS-CODE-SAISI
001500         ACCEPT WS-CODE-SAISI
001510         IF WS-CODE-SAISI = SPACES
001520             SET FIN-SAISIE TO TRUE
001530         ELSE
001540             PERFORM 1100-ECRIRE-SUBSTITUT
001550                 THRU 1100-ECRIRE-SUBSTITUT-EXIT
001560         END-IF
001570     END-PERFORM.
001580     DISPLAY "Remplacements ajoutes a " WS-CODE-PROD
001590         " : " WS-NB-LIGNES.
001600 1000-AJOUTER-SUBSTITUTS-EXIT.
001610     EXIT.

001620*----------------------------------------------------------------
001630* 1100-ECRIRE-SUBSTITUT
001640*----------------------------------------------------------------
001650 1100-ECRIRE-SUBSTITUT.
001660     IF WS-CODE-SAISI = WS-CODE-PROD
001670         DISPLAY "Un produit ne se remplace pas par lui-meme"
001680         GO TO 1100-ECRIRE-SUBSTITUT-EXIT
001690     END-IF.
001700     PERFORM 0600-CONTROLER-PRODUIT
001710         THRU 0600-CONTROLER-PRODUIT-EXIT.
001720     IF PROD-ABSENT
001730         GO TO 1100-ECRIRE-SUBSTITUT-EXIT
001740     END-IF.
001750     MOVE WS-CODE-PROD  TO SUB-CODE-PROD.
001760     MOVE WS-CODE-SAISI TO SUB-CODE-REMPL.
001770     DISPLAY "Motif (autre marque, autre taille...) : ".
001780     MOVE SPACES TO SUB-MOTIF.
001790     ACCEPT SUB-MOTIF.
001800     WRITE SUBSTIT-RECORD
001810         INVALID KEY
001820             DISPLAY "Remplacement deja connu : " WS-CODE-SAISI
001830         NOT INVALID KEY
001840             ADD 1 TO WS-NB-LIGNES
001850     END-WRITE.
001860 1100-ECRIRE-SUBSTITUT-EXIT.
001870     EXIT.

001880*----------------------------------------------------------------
001890* 3000-RETIRER-SUBSTITUT - DROP ONE REPLACEMENT OF ONE PRODUCT
001900*----------------------------------------------------------------
001910 3000-RETIRER-SUBSTITUT.
001920     DISPLAY "Code produit : ".
001930     ACCEPT SUB-CODE-PROD.
001940     DISPLAY "Code de remplacement : ".
001950     ACCEPT SUB-CODE-REMPL.
001960     READ SUBSTIT-FILE
001970         INVALID KEY SET SUB-ABSENT TO TRUE
001980         NOT INVALID KEY SET SUB-TROUVE TO TRUE
001990     END-READ.
002000     IF SUB-ABSENT
002010         DISPLAY "Remplacement inconnu"
002020     ELSE
002030         DELETE SUBSTIT-FILE RECORD
002040             INVALID KEY
002050                 DISPLAY "Suppression impossible"
002060             NOT INVALID KEY
002070                 DISPLAY "Remplacement retire"
002080         END-DELETE
002090     END-IF.
002100 3000-RETIRER-SUBSTITUT-EXIT.
002110     EXIT.

002120*----------------------------------------------------------------
002130* 4000-LISTER-SUBSTITUTS - EVERY REPLACEMENT OF ONE PRODUCT
002140*----------------------------------------------------------------
002150 4000-LISTER-SUBSTITUTS.
002160     DISPLAY "Code produit : ".
002170     ACCEPT WS-CODE-PROD.
002180     MOVE WS-CODE-PROD TO SUB-CODE-PROD.
002190     MOVE LOW-VALUES   TO SUB-CODE-REMPL.
002200     MOVE "N" TO WS-FIN-SUBSTITS.
002210     START SUBSTIT-FILE KEY IS NOT LESS THAN SUB-CLE
002220         INVALID KEY SET FIN-SUBSTITS TO TRUE
002230     END-START.
002240     PERFORM UNTIL FIN-SUBSTITS
002250         READ SUBSTIT-FILE NEXT RECORD
002260             AT END SET FIN-SUBSTITS TO TRUE
002270             NOT AT END
002280                 IF SUB-CODE-PROD NOT = WS-CODE-PROD
002290                     SET FIN-SUBSTITS TO TRUE
002300                 ELSE
002310                     ADD 1 TO WS-NB-LIGNES
002320                     MOVE SUB-CODE-REMPL TO PROD-CODE
002330                     READ PRODUIT-FILE
002340                         INVALID KEY
002350                             MOVE "(retire du catalogue)"
002360                                 TO PROD-LIBELLE
002370                     END-READ
002380                     DISPLAY SUB-CODE-REMPL " " PROD-LIBELLE
002390                         " - " FUNCTION TRIM(SUB-MOTIF)
002400                 END-IF
002410         END-READ
002420     END-PERFORM.
002430     DISPLAY "Remplacements : " WS-NB-LIGNES.
002440 4000-LISTER-SUBSTITUTS-EXIT.
002450     EXIT.
