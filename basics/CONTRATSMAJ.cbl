000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONTRATSMAJ.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. ADDS, CORRECTS, RETIRES AND LISTS
000110*                 THE NEGOTIATED CUSTOMER PRICES ON CONTRATS.DAT
000120*                 (ONE PER CUSTOMER, PRODUCT AND START DATE, WITH
000130*                 AN END DATE) THAT PRIXCONTRAT APPLIES AHEAD OF
000140*                 THE EFFECTIVE PRICE LIST - THE DESK NO LONGER
000150*                 HAS TO REMEMBER THEM.
000152* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000154*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000156*                 CONTRATSMAJ (SEE HABILITATIONS).
000160*----------------------------------------------------------------

000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.

000200     SELECT CONTRAT-FILE ASSIGN TO "CONTRATS.DAT"
000210         ORGANIZATION IS INDEXED
000220         ACCESS MODE IS DYNAMIC
000230         RECORD KEY IS CTR-CLE
000240         FILE STATUS IS WS-CONTRAT-STATUS.

000250 DATA DIVISION.
000260 FILE SECTION.

000270*----------------------------------------------------------------
000280* CONTRATS - ONE NEGOTIATED PRICE PER CUSTOMER/PRODUCT/START DATE
000290*----------------------------------------------------------------
000300 FD  CONTRAT-FILE.
000310     COPY "CONTRAT-RECORD.cpy".

000320 WORKING-STORAGE SECTION.

000325     COPY "HABILITATION.cpy".

000330 01  WS-MODE                 PIC X(01).
000340     88 MODE-AJOUT                    VALUE "A" "a".
000350     88 MODE-MODIF                    VALUE "M" "m".
000360     88 MODE-RETRAIT                  VALUE "R" "r".
000370     88 MODE-LISTE                    VALUE "L" "l".

000380 01  WS-CONTRAT-STATUS       PIC X(02).
000390     88 CONTRAT-OK                    VALUE "00".

000400 01  WS-CTR-TROUVE           PIC X(01).
000410     88 CTR-TROUVE                    VALUE "O".
000420     88 CTR-ABSENT                    VALUE "N".

000430 01  WS-FIN-CONTRATS         PIC X(01).
000440     88 FIN-CONTRATS                  VALUE "Y".

000450 01  WS-CLIENT-LISTE         PIC X(10).
000460 01  WS-NB-LISTES            PIC 9(04) VALUE ZERO.

000470 PROCEDURE DIVISION.

000480*----------------------------------------------------------------
000490* 0000-MAINLINE
000500*----------------------------------------------------------------
000510 0000-MAINLINE.
000511     MOVE "CONTRATSMAJ" TO HAB-PROGRAMME.
000512     CALL "HABILITER" USING HAB-ZONE.
000513     IF NOT HAB-AUTORISE
000514         GOBACK
000515     END-IF.
000520     DISPLAY "Ajout (A), modification (M), retrait (R)"
000530         " ou liste (L) ? ".
000540     ACCEPT WS-MODE.
000550     PERFORM 0500-OUVRIR-FICHIER
000560         THRU 0500-OUVRIR-FICHIER-EXIT.
000570     IF MODE-AJOUT
000580         PERFORM 1000-AJOUTER-CONTRAT
000590             THRU 1000-AJOUTER-CONTRAT-EXIT
000600     ELSE
000610         IF MODE-MODIF
000620             PERFORM 2000-MODIFIER-CONTRAT
000630                 THRU 2000-MODIFIER-CONTRAT-EXIT
000640         ELSE
000650             IF MODE-RETRAIT
000660                 PERFORM 3000-RETIRER-CONTRAT
000670                     THRU 3000-RETIRER-CONTRAT-EXIT
000680             ELSE
000690                 IF MODE-LISTE
000700                     PERFORM 4000-LISTER-CONTRATS
000710                         THRU 4000-LISTER-CONTRATS-EXIT
000720                 ELSE
000730                     DISPLAY "Mode non reconnu"
000740                 END-IF
000750             END-IF
000760         END-IF
000770     END-IF.
000780     CLOSE CONTRAT-FILE.
000790     STOP RUN.

000800*----------------------------------------------------------------
000810* 0500-OUVRIR-FICHIER - BOOTSTRAP CONTRATS.DAT ON A FIRST RUN
000820*----------------------------------------------------------------
000830 0500-OUVRIR-FICHIER.
000840     OPEN I-O CONTRAT-FILE.
000850     IF NOT CONTRAT-OK
000860         CLOSE CONTRAT-FILE
000870         OPEN OUTPUT CONTRAT-FILE
000880         CLOSE CONTRAT-FILE
000890         OPEN I-O CONTRAT-FILE
000900     END-IF.
000910 0500-OUVRIR-FICHIER-EXIT.
000920     EXIT.

000930*----------------------------------------------------------------
000940* 0600-SAISIR-CLE - CUSTOMER, PRODUCT AND START DATE, THEN READ
000950*----------------------------------------------------------------
000960 0600-SAISIR-CLE.
000970     DISPLAY "Code client : ".
000980     ACCEPT CTR-CLIENT.
000990     DISPLAY "Code produit : ".
001000     ACCEPT CTR-CODE-PROD.
001010     DISPLAY "Debut de validite AAAAMMJJ : ".
001020     ACCEPT CTR-DATE-DEBUT.
001030     READ CONTRAT-FILE
001040         INVALID KEY SET CTR-ABSENT TO TRUE
001050         NOT INVALID KEY SET CTR-TROUVE TO TRUE
001060     END-READ.
001070 0600-SAISIR-CLE-EXIT.
001080     EXIT.

001090*----------------------------------------------------------------
001100* 1000-AJOUTER-CONTRAT - NEW RECORD, REFUSES A KEY ALREADY ON FILE
001110*----------------------------------------------------------------
001120 1000-AJOUTER-CONTRAT.
001130     PERFORM 0600-SAISIR-CLE
001140         THRU 0600-SAISIR-CLE-EXIT.
001150     IF CTR-TROUVE
001160         DISPLAY "Ce contrat existe deja"
001170     ELSE
001180         DISPLAY "Fin de validite AAAAMMJJ (0 = sans fin) : "
001190         ACCEPT CTR-DATE-FIN
001200         DISPLAY "Prix unitaire negocie : "
001210         ACCEPT CTR-PRIX
001220         IF CTR-DATE-FIN NOT = ZERO
001230             AND CTR-DATE-FIN < CTR-DATE-DEBUT
001240             DISPLAY "Fin avant le debut - contrat non cree"
001250         ELSE
001260             WRITE CONTRAT-RECORD
001270             DISPLAY "Contrat cree : " FUNCTION TRIM(CTR-CLIENT)
001280                 " / " CTR-CODE-PROD " au " CTR-PRIX
001290         END-IF
001300     END-IF.
001310 1000-AJOUTER-CONTRAT-EXIT.
001320     EXIT.

001330*----------------------------------------------------------------
001340* 2000-MODIFIER-CONTRAT - REWRITE END DATE AND PRICE
001350*----------------------------------------------------------------
001360 2000-MODIFIER-CONTRAT.
001370     PERFORM 0600-SAISIR-CLE
001380         THRU 0600-SAISIR-CLE-EXIT.
001390     IF CTR-ABSENT
001400         DISPLAY "Contrat inconnu"
001410     ELSE
001420         DISPLAY "Nouvelle fin de validite (" CTR-DATE-FIN ") : "
001430         ACCEPT CTR-DATE-FIN
001440         DISPLAY "Nouveau prix (" CTR-PRIX ") : "
001450         ACCEPT CTR-PRIX
001460         REWRITE CONTRAT-RECORD
001470         DISPLAY "Contrat mis a jour"
001480     END-IF.
001490 2000-MODIFIER-CONTRAT-EXIT.
001500     EXIT.

001510*----------------------------------------------------------------
001520* 3000-RETIRER-CONTRAT - DROP A CONTRACT OUT OF CONTRATS.DAT
001530*----------------------------------------------------------------
001540 3000-RETIRER-CONTRAT.
001550     PERFORM 0600-SAISIR-CLE
001560         THRU 0600-SAISIR-CLE-EXIT.
001570     IF CTR-ABSENT
001580         DISPLAY "Contrat inconnu"
001590     ELSE
001600         DELETE CONTRAT-FILE RECORD
001610             INVALID KEY
001620                 DISPLAY "Suppression impossible"
001630             NOT INVALID KEY
001640                 DISPLAY "Contrat retire"
001650         END-DELETE
001660     END-IF.
001670 3000-RETIRER-CONTRAT-EXIT.
001680     EXIT.

001690*----------------------------------------------------------------
001700* 4000-LISTER-CONTRATS - EVERY CONTRACT HELD FOR ONE CUSTOMER
001710*----------------------------------------------------------------
001720 4000-LISTER-CONTRATS.
001730     DISPLAY "Code client : ".
001740     ACCEPT WS-CLIENT-LISTE.
001750     MOVE WS-CLIENT-LISTE TO CTR-CLIENT.
001760     MOVE LOW-VALUES      TO CTR-CODE-PROD.
001770     MOVE ZERO            TO CTR-DATE-DEBUT.
001780     MOVE "N" TO WS-FIN-CONTRATS.
001790     START CONTRAT-FILE KEY IS NOT LESS THAN CTR-CLE
001800         INVALID KEY SET FIN-CONTRATS TO TRUE
001810     END-START.
001820     PERFORM UNTIL FIN-CONTRATS
001830         READ CONTRAT-FILE NEXT RECORD
001840             AT END SET FIN-CONTRATS TO TRUE
001850             NOT AT END
001860                 IF CTR-CLIENT NOT = WS-CLIENT-LISTE
001870                     SET FIN-CONTRATS TO TRUE
001880                 ELSE
001890                     ADD 1 TO WS-NB-LISTES
001900                     DISPLAY CTR-CODE-PROD " du " CTR-DATE-DEBUT
001910                         " au " CTR-DATE-FIN " : " CTR-PRIX
001920                 END-IF
001930         END-READ
001940     END-PERFORM.
001950     DISPLAY "Contrats : " WS-NB-LISTES.
001960 4000-LISTER-CONTRATS-EXIT.
001970     EXIT.
