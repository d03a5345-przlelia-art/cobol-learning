000140*                 LOOPING BACK AFTER EACH - A NEW HIRE WORKS THE
000150*                 COUNTER WITHOUT A CRIB SHEET OF PROGRAM-IDS.
000160*                 EVERY CALLED PROGRAM RETURNS VIA GOBACK NOW.
000161* 2026-10-15  LM  ADD THE CUSTOMER DOSSIER (CLIENTDOSSIER) FOR
000162*                 PHONE CALLS AND CUSTOMER VISITS.
000163* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000164*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000165*                 MENUCOMMERCE (SEE HABILITATIONS).
000166* 2026-10-15  LM  THE OPTIONS MOVE TO A TABLE AND ONLY THOSE
000167*                 HABILITER LETS THE OPERATOR USE ARE SHOWN; A
000168*                 CHOICE IS CHECKED AGAIN BEFORE THE CALL, SO A
000169*                 HIDDEN OPTION TYPED ANYWAY IS REFUSED AND
000170*                 JOURNALED.
000170*----------------------------------------------------------------
000180
000190 ENVIRONMENT DIVISION.
000210 DATA DIVISION.
000220 WORKING-STORAGE SECTION.
000230
000233     COPY "HABILITATION.cpy".
000236
000240 01  WS-CHOIX                 PIC X(02).
000241
000242*----------------------------------------------------------------
000243* THE OPTIONS : NUMBER, AS SHOWN, PROGRAM STARTED, LABEL. AN
000244* OPTION IS ONLY SHOWN WHEN HABILITER LETS THE OPERATOR USE IT
000245*----------------------------------------------------------------
000246 01  WS-OPTIONS-DEF.
000247     05 FILLER                PIC X(05) VALUE "01 1.".
000248     05 FILLER                PIC X(20) VALUE "COMMANDE".
000249     05 FILLER                PIC X(36)
000250         VALUE "Saisir une commande".
000251     05 FILLER                PIC X(05) VALUE "02 2.".
000252     05 FILLER                PIC X(20) VALUE "COMMANDESTATUT".
000253     05 FILLER                PIC X(36)
000254         VALUE "Mettre a jour un statut".
000255     05 FILLER                PIC X(05) VALUE "03 3.".
000256     05 FILLER                PIC X(20) VALUE "COMMANDEANNULER".
000257     05 FILLER                PIC X(36)
000258         VALUE "Annuler une commande".
000259     05 FILLER                PIC X(05) VALUE "04 4.".
000260     05 FILLER                PIC X(20)
000261         VALUE "COMMANDEHISTORIQUE".
000262     05 FILLER                PIC X(36)
000263         VALUE "Historique d'un client".
000264     05 FILLER                PIC X(05) VALUE "05 5.".
000265     05 FILLER                PIC X(20) VALUE "COMMANDECONSULTER".
000266     05 FILLER                PIC X(36)
000267         VALUE "Consulter une commande par numero".
000268     05 FILLER                PIC X(05) VALUE "06 6.".
000269     05 FILLER                PIC X(20) VALUE "COMMANDESYNTHESE".
000270     05 FILLER                PIC X(36)
000271         VALUE "Synthese des ventes".
000272     05 FILLER                PIC X(05) VALUE "07 7.".
000273     05 FILLER                PIC X(20) VALUE "PRODUITSMAJ".
000274     05 FILLER                PIC X(36)
000275         VALUE "Maintenance des produits".
000276     05 FILLER                PIC X(05) VALUE "08 8.".
000277     05 FILLER                PIC X(20) VALUE "SOLDE".
000278     05 FILLER                PIC X(36)
000279         VALUE "Consultation de solde".
000280     05 FILLER                PIC X(05) VALUE "09 9.".
000281     05 FILLER                PIC X(20) VALUE "SOLDEBATCH".
000282     05 FILLER                PIC X(36)
000283         VALUE "Rafraichir tous les soldes".
000284     05 FILLER                PIC X(05) VALUE "1010.".
000285     05 FILLER                PIC X(20) VALUE "VIREMENT".
000286     05 FILLER                PIC X(36)
000287         VALUE "Saisir un virement".
000288     05 FILLER                PIC X(05) VALUE "1111.".
000289     05 FILLER                PIC X(20) VALUE "RAPPROCHEMENT".
000290     05 FILLER                PIC X(36)
000291         VALUE "Rapprochement des comptes".
000292     05 FILLER                PIC X(05) VALUE "1212.".
000293     05 FILLER                PIC X(20) VALUE "LOTCOMMERCE".
000294     05 FILLER                PIC X(36)
000295         VALUE "Lancer le lot complet du soir".
000296     05 FILLER                PIC X(05) VALUE "1313.".
000297     05 FILLER                PIC X(20) VALUE "CLIENTDOSSIER".
000298     05 FILLER                PIC X(36)
000299         VALUE "Dossier client complet".
000300 01  WS-OPTIONS-TABLE REDEFINES WS-OPTIONS-DEF.
000301     05 WS-OPTION-DEF OCCURS 13 TIMES INDEXED BY OPT-IDX.
000302         10 WS-OPT-NUMERO     PIC X(02).
000303         10 WS-OPT-AFFICHE    PIC X(03).
000304         10 WS-OPT-CIBLE      PIC X(20).
000305         10 WS-OPT-LIBELLE    PIC X(36).
000306
000307 01  WS-NB-OPTIONS            PIC 9(02) VALUE 13.
000308 01  WS-CHOIX-NUMERO          PIC X(02).
000250
000260 01  WS-SWITCHES.
000270     05 WS-FIN-MENU           PIC X(01) VALUE "N".
000330* 0000-MAINLINE
000340*----------------------------------------------------------------
000350 0000-MAINLINE.
000351     MOVE "MENUCOMMERCE" TO HAB-PROGRAMME.
000352     CALL "HABILITER" USING HAB-ZONE.
000353     IF NOT HAB-AUTORISE
000354         GOBACK
000355     END-IF.
000360     PERFORM UNTIL FIN-MENU
000370         PERFORM 1000-AFFICHER-MENU
000380             THRU 1000-AFFICHER-MENU-EXIT
000480 1000-AFFICHER-MENU.
000490     DISPLAY " ".
000500     DISPLAY "=== COMPTOIR COMMERCE ===".
000506     PERFORM 1100-AFFICHER-OPTION
000512         THRU 1100-AFFICHER-OPTION-EXIT
000518         VARYING OPT-IDX FROM 1 BY 1
000524         UNTIL OPT-IDX > WS-NB-OPTIONS.
000630     DISPLAY " 0. Quitter".
000640     DISPLAY "Votre choix ? ".
000650     ACCEPT WS-CHOIX.
000660 1000-AFFICHER-MENU-EXIT.
000670     EXIT.
000671
000672*----------------------------------------------------------------
000673* 1100-AFFICHER-OPTION - ASK HABILITER QUIETLY, SHOW THE OPTION
000674* ONLY IF THE OPERATOR MAY USE IT
000675*----------------------------------------------------------------
000676 1100-AFFICHER-OPTION.
000677     MOVE "MENUCOMMERCE" TO HAB-PROGRAMME.
000678     MOVE WS-OPT-NUMERO(OPT-IDX) TO HAB-OPTION.
000679     MOVE WS-OPT-CIBLE(OPT-IDX) TO HAB-CIBLE.
000680     SET HAB-QUESTION TO TRUE.
000681     CALL "HABILITER" USING HAB-ZONE.
000682     IF HAB-AUTORISE
000683         DISPLAY WS-OPT-AFFICHE(OPT-IDX) " "
000684             FUNCTION TRIM(WS-OPT-LIBELLE(OPT-IDX))
000685     END-IF.
000686 1100-AFFICHER-OPTION-EXIT.
000687     EXIT.
000688
000689*----------------------------------------------------------------
000690* 1500-CONTROLER-CHOIX - THE OPERATOR MAY HAVE TYPED AN OPTION
000691* THAT WAS NOT SHOWN : CHECK IT AGAIN, REFUSAL JOURNALED
000692*----------------------------------------------------------------
000693 1500-CONTROLER-CHOIX.
000694     SET HAB-AUTORISE TO TRUE.
000695     MOVE WS-CHOIX TO WS-CHOIX-NUMERO.
000696     IF WS-CHOIX-NUMERO(2:1) = SPACE
000697         MOVE WS-CHOIX(1:1) TO WS-CHOIX-NUMERO(2:1)
000698         MOVE "0" TO WS-CHOIX-NUMERO(1:1)
000699     END-IF.
000700     SET OPT-IDX TO 1.
000701     SEARCH WS-OPTION-DEF
000702         AT END
000703             GO TO 1500-CONTROLER-CHOIX-EXIT
000704         WHEN WS-OPT-NUMERO(OPT-IDX) = WS-CHOIX-NUMERO
000705             CONTINUE
000706     END-SEARCH.
000707     MOVE "MENUCOMMERCE" TO HAB-PROGRAMME.
000708     MOVE WS-OPT-NUMERO(OPT-IDX) TO HAB-OPTION.
000709     MOVE WS-OPT-CIBLE(OPT-IDX) TO HAB-CIBLE.
000710     SET HAB-CONTROLE TO TRUE.
000711     CALL "HABILITER" USING HAB-ZONE.
000712 1500-CONTROLER-CHOIX-EXIT.
000713     EXIT.
000680
000690*----------------------------------------------------------------
000700* 2000-TRAITER-CHOIX - CALL THE PROGRAM THE OPERATOR ASKED FOR
000710*----------------------------------------------------------------
000720 2000-TRAITER-CHOIX.
000721     PERFORM 1500-CONTROLER-CHOIX
000722         THRU 1500-CONTROLER-CHOIX-EXIT.
000723     IF NOT HAB-AUTORISE
000724         GO TO 2000-TRAITER-CHOIX-EXIT
000725     END-IF.
000730     EVALUATE WS-CHOIX
000740         WHEN "1 " WHEN "01"
000750             CALL "COMMANDE"
000950             CALL "RAPPROCHEMENT"
000960         WHEN "12"
000970             CALL "LOTCOMMERCE"
000973         WHEN "13"
000976             CALL "CLIENTDOSSIER"
000980         WHEN "0 " WHEN "00"
000990             SET FIN-MENU TO TRUE
001000         WHEN OTHER
