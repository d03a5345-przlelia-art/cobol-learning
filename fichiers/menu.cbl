000132*                 LOOKUP THAT CALLS LIREFICHIER, NOW THAT IT
000133*                 SUPPORTS A DIRECT STU-ID SEARCH MODE, SO THE
000134*                 FRONT DESK DOESN'T HAVE TO PAGE THE FULL ROSTER.
000135* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000136*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000137*                 MENUFICHIERS (SEE HABILITATIONS).
000138* 2026-10-15  LM  THE OPTIONS MOVE TO A TABLE AND ONLY THOSE
000139*                 HABILITER LETS THE OPERATOR USE ARE SHOWN; A
000140*                 CHOICE IS CHECKED AGAIN BEFORE THE CALL, SO A
000141*                 HIDDEN OPTION TYPED ANYWAY IS REFUSED AND
000142*                 JOURNALED.
000135*----------------------------------------------------------------

000140 ENVIRONMENT DIVISION.
000150 DATA DIVISION.
000160 WORKING-STORAGE SECTION.

000165     COPY "HABILITATION.cpy".

000170 01  WS-CHOIX                 PIC X(01).

000171*----------------------------------------------------------------
000172* THE OPTIONS : NUMBER, AS SHOWN, PROGRAM STARTED, LABEL. AN
000173* OPTION IS ONLY SHOWN WHEN HABILITER LETS THE OPERATOR USE IT
000174*----------------------------------------------------------------
000175 01  WS-OPTIONS-DEF.
000176     05 FILLER                PIC X(04) VALUE "011.".
000177     05 FILLER                PIC X(20) VALUE "ECRIREFICHIER".
000178     05 FILLER                PIC X(36)
000179         VALUE "Saisir un eleve".
000180     05 FILLER                PIC X(04) VALUE "022.".
000181     05 FILLER                PIC X(20) VALUE "LIREFICHIER".
000182     05 FILLER                PIC X(36)
000183         VALUE "Consulter le fichier".
000184     05 FILLER                PIC X(04) VALUE "033.".
000185     05 FILLER                PIC X(20) VALUE "COMPTERLIGNES".
000186     05 FILLER                PIC X(36)
000187         VALUE "Statistiques du fichier".
000188     05 FILLER                PIC X(04) VALUE "044.".
000189     05 FILLER                PIC X(20) VALUE "COPIERFICHIER".
000190     05 FILLER                PIC X(36)
000191         VALUE "Copier le fichier".
000192     05 FILLER                PIC X(04) VALUE "055.".
000193     05 FILLER                PIC X(20) VALUE "LOTFICHIERS".
000194     05 FILLER                PIC X(36)
000195         VALUE "Lancer le lot complet".
000196     05 FILLER                PIC X(04) VALUE "066.".
000197     05 FILLER                PIC X(20) VALUE "EXPORTERCSV".
000198     05 FILLER                PIC X(36)
000199         VALUE "Exporter vers CSV".
000200     05 FILLER                PIC X(04) VALUE "077.".
000201     05 FILLER                PIC X(20) VALUE "LIREFICHIER".
000202     05 FILLER                PIC X(36)
000203         VALUE "Rechercher un eleve par numero".
000204 01  WS-OPTIONS-TABLE REDEFINES WS-OPTIONS-DEF.
000205     05 WS-OPTION-DEF OCCURS 7 TIMES INDEXED BY OPT-IDX.
000206         10 WS-OPT-NUMERO     PIC X(02).
000207         10 WS-OPT-AFFICHE    PIC X(02).
000208         10 WS-OPT-CIBLE      PIC X(20).
000209         10 WS-OPT-LIBELLE    PIC X(36).

000210 01  WS-NB-OPTIONS            PIC 9(02) VALUE 7.
000211 01  WS-CHOIX-NUMERO          PIC X(02).

000180 01  WS-SWITCHES.
000190     05 WS-FIN-MENU           PIC X(01) VALUE "N".
000200         88 FIN-MENU                  VALUE "Y".
000230* 0000-MAINLINE
000240*----------------------------------------------------------------
000250 0000-MAINLINE.
000251     MOVE "MENUFICHIERS" TO HAB-PROGRAMME.
000252     CALL "HABILITER" USING HAB-ZONE.
000253     IF NOT HAB-AUTORISE
000254         GOBACK
000255     END-IF.
000260     PERFORM UNTIL FIN-MENU
000270         PERFORM 1000-AFFICHER-MENU
000280             THRU 1000-AFFICHER-MENU-EXIT
000370 1000-AFFICHER-MENU.
000380     DISPLAY " ".
000390     DISPLAY "=== GESTION ELEVES.TXT ===".
000394     PERFORM 1100-AFFICHER-OPTION
000398         THRU 1100-AFFICHER-OPTION-EXIT
000402         VARYING OPT-IDX FROM 1 BY 1
000406         UNTIL OPT-IDX > WS-NB-OPTIONS.
000450     DISPLAY "0. Quitter".
000460     DISPLAY "Votre choix ? ".
000470     ACCEPT WS-CHOIX.
000480 1000-AFFICHER-MENU-EXIT.
000490     EXIT.

000491*----------------------------------------------------------------
000492* 1100-AFFICHER-OPTION - ASK HABILITER QUIETLY, SHOW THE OPTION
000493* ONLY IF THE OPERATOR MAY USE IT
000494*----------------------------------------------------------------
000495 1100-AFFICHER-OPTION.
000496     MOVE "MENUFICHIERS" TO HAB-PROGRAMME.
000497     MOVE WS-OPT-NUMERO(OPT-IDX) TO HAB-OPTION.
000498     MOVE WS-OPT-CIBLE(OPT-IDX) TO HAB-CIBLE.
000499     SET HAB-QUESTION TO TRUE.
000500     CALL "HABILITER" USING HAB-ZONE.
000501     IF HAB-AUTORISE
000502         DISPLAY WS-OPT-AFFICHE(OPT-IDX) " "
000503             FUNCTION TRIM(WS-OPT-LIBELLE(OPT-IDX))
000504     END-IF.
000505 1100-AFFICHER-OPTION-EXIT.
000506     EXIT.

000507*----------------------------------------------------------------
000508* 1500-CONTROLER-CHOIX - THE OPERATOR MAY HAVE TYPED AN OPTION
000509* THAT WAS NOT SHOWN : CHECK IT AGAIN, REFUSAL JOURNALED
000510*----------------------------------------------------------------
000511 1500-CONTROLER-CHOIX.
000512     SET HAB-AUTORISE TO TRUE.
000513     MOVE "0" TO WS-CHOIX-NUMERO(1:1).
000514     MOVE WS-CHOIX TO WS-CHOIX-NUMERO(2:1).
000515     SET OPT-IDX TO 1.
000516     SEARCH WS-OPTION-DEF
000517         AT END
000518             GO TO 1500-CONTROLER-CHOIX-EXIT
000519         WHEN WS-OPT-NUMERO(OPT-IDX) = WS-CHOIX-NUMERO
000520             CONTINUE
000521     END-SEARCH.
000522     MOVE "MENUFICHIERS" TO HAB-PROGRAMME.
000523     MOVE WS-OPT-NUMERO(OPT-IDX) TO HAB-OPTION.
000524     MOVE WS-OPT-CIBLE(OPT-IDX) TO HAB-CIBLE.
000525     SET HAB-CONTROLE TO TRUE.
000526     CALL "HABILITER" USING HAB-ZONE.
000527 1500-CONTROLER-CHOIX-EXIT.
000528     EXIT.

000500*----------------------------------------------------------------
000510* 2000-TRAITER-CHOIX - CALL THE STEP THE OPERATOR ASKED FOR
000520*----------------------------------------------------------------
000530 2000-TRAITER-CHOIX.
000531     PERFORM 1500-CONTROLER-CHOIX
000532         THRU 1500-CONTROLER-CHOIX-EXIT.
000533     IF NOT HAB-AUTORISE
000534         GO TO 2000-TRAITER-CHOIX-EXIT
000535     END-IF.
000540     IF WS-CHOIX = "1"
000550         CALL "ECRIREFICHIER"
000560     ELSE
