000400*                 COUNTER MENU (MENUCOMMERCE) CAN CALL THIS AS AN
000410*                 OPTION WITHOUT ENDING THE WHOLE RUN UNIT, THE
000420*                 SAME CHANGE THE FICHIERS SUITE MADE FOR ITS MENU.
000421* 2026-10-15  LM  THE STATEMENT OPENS WITH THE HOLDERS' NAME AND
000422*                 ADDRESS BLOCK FROM TITULAIRES.DAT (VIA
000423*                 ADRTITULAIRE) SO IT CAN BE POSTED AS-IS.
000424* 2026-10-15  LM  A DORMANT ACCOUNT (SEE COMPTESDORMANTS) IS
000425*                 REFUSED WITH A WARNING UNTIL IT HAS BEEN
000426*                 REACTIVATED THROUGH COMPTEFERMER. A NEW ACCOUNT
000427*                 STARTS WITH NO DORMANCY NOTICE.
000428* 2026-10-15  LM  THE STATEMENT MARKS REVERSED PAIRS : A CONTRA
000429*                 OR CORRECTED MOVEMENT SHOWS ITS REVERSAL
000430*                 NUMBER, AND A MOVEMENT REGISTERED ON
000431*                 EXTOURNES.DAT SHOWS WHEN, UNDER WHICH NUMBER
000432*                 AND WHY IT WAS REVERSED (SEE EXTOURNE).
000433* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000434*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000435*                 SOLDE (SEE HABILITATIONS).
000430*----------------------------------------------------------------

000440 ENVIRONMENT DIVISION.
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-TRANS-STATUS.

000541     SELECT EXTOURNES-FILE ASSIGN TO "EXTOURNES.DAT"
000542         ORGANIZATION IS INDEXED
000543         ACCESS MODE IS DYNAMIC
000544         RECORD KEY IS EXT-NUMERO
000545         ALTERNATE RECORD KEY IS EXT-ORIGINE
000546         FILE STATUS IS WS-EXTOURNES-STATUS.

000550 DATA DIVISION.
000560 FILE SECTION.

000660 FD  TRANSACTIONS-FILE.
000670     COPY "MOUVEMENT-RECORD.cpy".

000671*----------------------------------------------------------------
000672* EXTOURNES - REVERSAL REGISTER, READ TO MARK REVERSED MOVEMENTS
000673*----------------------------------------------------------------
000674 FD  EXTOURNES-FILE.
000675     COPY "EXTOURNE-RECORD.cpy".

000680 WORKING-STORAGE SECTION.

000685     COPY "HABILITATION.cpy".

000690 01  WS-COMPTE               PIC X(06).

000700 01  WS-COMPTE-TROUVE        PIC X(01) VALUE "N".
000730     88 MODE-OUVERTURE               VALUE "O" "o".
000740     88 MODE-CONSULTATION            VALUE "C" "c".

000742 01  WS-NB-LIGNES-ADR        PIC 9(01).
000744 01  WS-IDX-ADR              PIC 9(01).
000746 01  WS-BLOC-ADRESSE.
000748     05 WS-LIGNE-ADR OCCURS 6 TIMES PIC X(40).

000750 01  WS-SOLDE-OUVERTURE      PIC S9(04).

000760 01  WS-SAISIE-NUMERIQUE     PIC X(12).
000990         10 WS-TYPE-CODE     PIC X(02).
001000         10 WS-TYPE-LIBELLE  PIC X(14).

001001*----------------------------------------------------------------
001002* VUS TABLE - THE ACCOUNT'S MOVEMENTS ALREADY LISTED, SO AN
001003* IDENTICAL ONE GETS THE SAME RANK EXTOURNE REGISTERED
001004*----------------------------------------------------------------
001005 01  WS-NB-VUS               PIC 9(03) VALUE ZERO.

001006 01  WS-VUS-TABLE.
001007     05 WS-VU OCCURS 500 TIMES INDEXED BY WS-VDX
001008                             PIC X(21).

001009 01  WS-RANG                 PIC 9(03).

001010 01  WS-SWITCHES.
001020     05 WS-FIN-TRANS         PIC X(01) VALUE "N".
001030         88 FIN-TRANSACTIONS         VALUE "Y".
001033     05 WS-EXTOURNES-OUVERT  PIC X(01) VALUE "N".
001036         88 EXTOURNES-OUVERT         VALUE "O".

001040 01  WS-CTL-STATUS           PIC X(02).
001050     88 CTL-OK                       VALUE "00".
001060 01  WS-TRANS-STATUS         PIC X(02).
001070     88 TRANS-OK                     VALUE "00".

001073 01  WS-EXTOURNES-STATUS     PIC X(02).
001076     88 EXTOURNES-OK                 VALUE "00".

001080 PROCEDURE DIVISION.

001090*----------------------------------------------------------------
001100* 0000-MAINLINE
001110*----------------------------------------------------------------
001120 0000-MAINLINE.
001121     MOVE "SOLDE" TO HAB-PROGRAMME.
001122     CALL "HABILITER" USING HAB-ZONE.
001123     IF NOT HAB-AUTORISE
001124         GOBACK
001125     END-IF.
001130     MOVE "N" TO WS-COMPTE-TROUVE.
001140     DISPLAY "Consultation (C) ou ouverture de compte (O) ? ".
001150     ACCEPT WS-MODE.
001590         MOVE WS-VALNUM-VALEUR TO WS-SOLDE-OUVERTURE
001600         MOVE WS-SOLDE-OUVERTURE TO CTL-SOLDE
001610         MOVE "O" TO CTL-STATUT
001615         MOVE ZERO TO CTL-DATE-PREAVIS
001620         WRITE CTL-COMPTE-RECORD
001630         DISPLAY "Compte ouvert : " WS-COMPTE
001640             " - solde d'ouverture : " WS-SOLDE-OUVERTURE
001910             CLOSE ACCOUNTS-FILE
001920             GO TO 0700-CONSULTER-COMPTE-EXIT
001930         END-IF
001931         IF CTL-DORMANT
001932             DISPLAY "ATTENTION : compte dormant : " WS-COMPTE
001933                 " - consultation refusee"
001934             DISPLAY "Reactiver d'abord le compte (COMPTEFERMER,"
001935                 " mode O)"
001936             CLOSE ACCOUNTS-FILE
001937             GO TO 0700-CONSULTER-COMPTE-EXIT
001938         END-IF
001940         PERFORM 2000-APPLIQUER-TRANSACTIONS
001950             THRU 2000-APPLIQUER-TRANSACTIONS-EXIT
001960         DISPLAY "Compte       : " WS-COMPTE
002370     IF NOT TRANS-OK
002380         DISPLAY "Aucun fichier de transactions - solde inchange"
002390     ELSE
002392         PERFORM 4000-AFFICHER-ADRESSE
002394             THRU 4000-AFFICHER-ADRESSE-EXIT
002396         DISPLAY " "
002400         DISPLAY "Releve du compte : " WS-COMPTE
002410         DISPLAY "Solde de depart   : " SOLDE
002420         DISPLAY "-----------------------------------------"
002421         MOVE ZERO TO WS-NB-VUS
002422         MOVE "N" TO WS-EXTOURNES-OUVERT
002423         OPEN INPUT EXTOURNES-FILE
002424         IF EXTOURNES-OK
002426             SET EXTOURNES-OUVERT TO TRUE
002428         END-IF
002430         PERFORM UNTIL FIN-TRANSACTIONS
002440             READ TRANSACTIONS-FILE
002450                 AT END SET FIN-TRANSACTIONS TO TRUE
002510             END-READ
002520         END-PERFORM
002530         CLOSE TRANSACTIONS-FILE
002532         IF EXTOURNES-OUVERT
002534             CLOSE EXTOURNES-FILE
002536         END-IF
002540         DISPLAY "-----------------------------------------"
002550     END-IF.
002560 2000-APPLIQUER-TRANSACTIONS-EXIT.
002710     ADD 1 TO WS-NB-TRANSACTIONS.
002720     DISPLAY WS-NB-TRANSACTIONS " " WS-SENS-LIBELLE " "
002730         TR-MONTANT " Solde : " SOLDE.
002733     PERFORM 2300-SIGNALER-EXTOURNE
002736         THRU 2300-SIGNALER-EXTOURNE-EXIT.
002740 2100-APPLIQUER-UN-MOUVEMENT-EXIT.
002750     EXIT.

002900 2200-LIBELLER-MOUVEMENT-EXIT.
002910     EXIT.

002911*----------------------------------------------------------------
002912* 2300-SIGNALER-EXTOURNE - A CONTRA OR CORRECTED MOVEMENT SHOWS
002913* ITS REVERSAL NUMBER; A REVERSED ORIGINAL SHOWS WHEN AND WHY
002914*----------------------------------------------------------------
002915 2300-SIGNALER-EXTOURNE.
002916     MOVE 1 TO WS-RANG.
002917     PERFORM VARYING WS-VDX FROM 1 BY 1 UNTIL WS-VDX > WS-NB-VUS
002918         IF WS-VU(WS-VDX) = TR-MOUVEMENT(1:21)
002919             ADD 1 TO WS-RANG
002920         END-IF
002921     END-PERFORM.
002922     IF WS-NB-VUS < 500
002923         ADD 1 TO WS-NB-VUS
002924         MOVE TR-MOUVEMENT(1:21) TO WS-VU(WS-NB-VUS)
002925     END-IF.
002926     IF TR-CONTREPASSATION
002927         DISPLAY "     contrepassation - extourne " TR-EXTOURNE
002928         GO TO 2300-SIGNALER-EXTOURNE-EXIT
002929     END-IF.
002930     IF TR-RECTIFICATION
002931         DISPLAY "     mouvement corrige - extourne " TR-EXTOURNE
002932     END-IF.
002933     IF NOT EXTOURNES-OUVERT
002934         GO TO 2300-SIGNALER-EXTOURNE-EXIT
002935     END-IF.
002936     MOVE TR-MOUVEMENT(1:21) TO EXT-ORIGINE(1:21).
002937     MOVE WS-RANG TO EXT-ORIG-RANG.
002938     READ EXTOURNES-FILE KEY IS EXT-ORIGINE
002939         INVALID KEY CONTINUE
002940         NOT INVALID KEY
002941             DISPLAY "     EXTOURNE le " EXT-DATE " - extourne "
002942                 EXT-NUMERO " motif " EXT-MOTIF
002943     END-READ.
002944 2300-SIGNALER-EXTOURNE-EXIT.
002945     EXIT.

002920*----------------------------------------------------------------
002930* 3000-ENREGISTRER-SOLDE - WRITE THE NEW CLOSING BALANCE BACK TO
002940* THE ACCOUNTS MASTER
003040     CLOSE ACCOUNTS-FILE.
003050 3000-ENREGISTRER-SOLDE-EXIT.
003060     EXIT.

003061*----------------------------------------------------------------
003062* 4000-AFFICHER-ADRESSE - THE HOLDERS' POSTAL BLOCK, AS MAILED
003063*----------------------------------------------------------------
003064 4000-AFFICHER-ADRESSE.
003065     CALL "ADRTITULAIRE" USING WS-COMPTE WS-NB-LIGNES-ADR
003066         WS-BLOC-ADRESSE.
003067     IF WS-NB-LIGNES-ADR = ZERO
003068         DISPLAY "(aucun titulaire enregistre -"
003069             " voir TITULAIRESMAJ)"
003070         GO TO 4000-AFFICHER-ADRESSE-EXIT
003071     END-IF.
003072     PERFORM VARYING WS-IDX-ADR FROM 1 BY 1
003073             UNTIL WS-IDX-ADR > WS-NB-LIGNES-ADR
003074         DISPLAY WS-LIGNE-ADR(WS-IDX-ADR)
003075     END-PERFORM.
003076 4000-AFFICHER-ADRESSE-EXIT.
003077     EXIT.
