000400*                 KEY - RE-READING (NUM, "O", 00) SENT THE SCAN
000410*                 BACKWARDS ON THE DUPLICATE ORDERS CMDMIGRER
000420*                 RENUMBERED WITH A NONZERO CMD-SEQ.
000421* 2026-10-15  LM  THE MOVE TO LIVREE STAMPS TODAY'S DATE IN
000422*                 CMD-DATE-LIVREE FOR THE ON-TIME REPORT
000423*                 (PONCTUALITE).
000424* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000425*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000426*                 COMMANDESTATUT (SEE HABILITATIONS).
000427* 2026-10-15  LM  A MOVE TO EXPEDIEE OR LIVREE QUEUES A NOTICE
000428*                 FOR THE CUSTOMER ON NOTIFS.DAT THROUGH NOTIFIER
000429*                 (MODELS CMDEXPED AND CMDLIVRE).
000430*----------------------------------------------------------------
000440
000450 ENVIRONMENT DIVISION.
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS OR-CLE
000530         FILE STATUS IS WS-ORDERS-STATUS.
000535
000540     SELECT HISTORIQUE-FILE ASSIGN TO "STATHIST.DAT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-HISTORIQUE-STATUS.
000770                   ==CMD-EN-ATTENTE== BY ==OR-EN-ATTENTE==
000780                   ==CMD-EXPEDIEE==   BY ==OR-EXPEDIEE==
000790                   ==CMD-LIVREE==     BY ==OR-LIVREE==
000791                   ==CMD-VILLE==      BY ==OR-VILLE==
000792                   ==CMD-PRIX-SRC==   BY ==OR-PRIX-SRC==
000793                   ==CMD-PX-CONTRAT== BY ==OR-PX-CONTRAT==
000794                   ==CMD-PX-TARIF==   BY ==OR-PX-TARIF==
000795                   ==CMD-PX-CATALOGUE== BY ==OR-PX-CATALOGUE==
000796                   ==CMD-CAMPAGNE==   BY ==OR-CAMPAGNE==
000797                   ==CMD-DATE-PROMISE== BY ==OR-DATE-PROMISE==
000798                   ==CMD-DATE-LIVREE== BY ==OR-DATE-LIVREE==
000799                   ==CMD-FRAIS-PORT== BY ==OR-FRAIS-PORT==
000800                   ==CMD-CODE-ORIG==  BY ==OR-CODE-ORIG==
000801                   ==CMD-REPRESENTANT== BY ==OR-REPRESENTANT==
000802                   ==CMD-MODE-REGL==  BY ==OR-MODE-REGL==
000803                   ==CMD-REGL-ESPECES== BY ==OR-REGL-ESPECES==
000804                   ==CMD-REGL-CARTE== BY ==OR-REGL-CARTE==
000805                   ==CMD-REGL-CHEQUE== BY ==OR-REGL-CHEQUE==
000806                   ==CMD-REGL-COMPTE== BY ==OR-REGL-COMPTE==
000807                   ==CMD-ENCAISSE==   BY ==OR-ENCAISSE==
000808                   ==CMD-REF-WEB==    BY ==OR-REF-WEB==.
000810
000820*----------------------------------------------------------------
000830* HISTORIQUE - ONE LINE PER STATUS CHANGE : WHO MOVED WHICH ORDER
000910     05 HST-DATE              PIC 9(08).
000920     05 HST-HEURE             PIC 9(06).
000930     05 HST-OPERATEUR         PIC X(20).
000935
000940 WORKING-STORAGE SECTION.
000950
000952     COPY "HABILITATION.cpy".
000954
000956     COPY "NOTIF-RECORD.cpy".
000958
000960 01  WS-MODE                  PIC X(01).
000970     88 MODE-MAJ                       VALUE "M" "m".
000980     88 MODE-RAPPORT                   VALUE "R" "r".
001050
001060 01  WS-ORDERS-STATUS         PIC X(02).
001070     88 ORDERS-OK                      VALUE "00".
001075
001080 01  WS-HISTORIQUE-STATUS     PIC X(02).
001090     88 HISTORIQUE-OK                  VALUE "00".
001095
001100 01  WS-OPERATEUR             PIC X(20).
001110 01  WS-ANCIEN-STATUT         PIC X(01).
001120 01  WS-DATE-JOUR             PIC 9(08).
001320* 0000-MAINLINE
001330*----------------------------------------------------------------
001340 0000-MAINLINE.
001341     MOVE "COMMANDESTATUT" TO HAB-PROGRAMME.
001342     CALL "HABILITER" USING HAB-ZONE.
001343     IF NOT HAB-AUTORISE
001344         GOBACK
001345     END-IF.
001350     DISPLAY "Mise a jour (M), rapport en attente (R) ou"
001360         " vieillissement (V) ? ".
001370     ACCEPT WS-MODE.
001860                 THRU 2000-CONTROLER-TRANSITION-EXIT
001870             IF TRANSITION-VALIDE
001880                 MOVE WS-NOUVEAU-STATUT TO OR-STATUT
001882                 IF WS-NOUVEAU-STATUT = "L"
001884                     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
001886                     MOVE WS-DATE-JOUR TO OR-DATE-LIVREE
001888                 END-IF
001890                 REWRITE ORDERS-RECORD
001900                 DISPLAY "Statut de la commande " WS-NUM-RECHERCHE
001910                     " mis a " WS-NOUVEAU-STATUT
001920                 PERFORM 3000-TRACER-HISTORIQUE
001930                     THRU 3000-TRACER-HISTORIQUE-EXIT
001933                 PERFORM 4000-AVISER-CLIENT
001936                     THRU 4000-AVISER-CLIENT-EXIT
001940             END-IF
001950     END-READ.
001960     CLOSE ORDERS-FILE.
002190     END-IF.
002200 2000-CONTROLER-TRANSITION-EXIT.
002210     EXIT.
002215
002220*----------------------------------------------------------------
002230* 3000-TRACER-HISTORIQUE - APPEND THE CHANGE TO STATHIST.DAT
002240*----------------------------------------------------------------
002400     CLOSE HISTORIQUE-FILE.
002410 3000-TRACER-HISTORIQUE-EXIT.
002420     EXIT.
002421
002422*----------------------------------------------------------------
002423* 4000-AVISER-CLIENT - SHIPPED OR DELIVERED : QUEUE A NOTICE FOR
002424* THE CUSTOMER THROUGH NOTIFIER (BACK TO PENDING SAYS NOTHING)
002425*----------------------------------------------------------------
002426 4000-AVISER-CLIENT.
002427     MOVE SPACES TO NOTIF-RECORD.
002428     IF WS-NOUVEAU-STATUT = "E"
002429         MOVE "CMDEXPED" TO NTF-MODELE
002430         MOVE OR-DATE-PROMISE TO NTF-CHAMP(4)
002431     ELSE
002432         IF WS-NOUVEAU-STATUT = "L"
002433             MOVE "CMDLIVRE" TO NTF-MODELE
002434             MOVE OR-DATE-LIVREE TO NTF-CHAMP(4)
002435         ELSE
002436             GO TO 4000-AVISER-CLIENT-EXIT
002437         END-IF
002438     END-IF.
002439     MOVE "COMMANDESTATUT" TO NTF-PROGRAMME.
002440     MOVE OR-NUM-CMD   TO NTF-REFERENCE NTF-CHAMP(1).
002441     MOVE OR-CLIENT    TO NTF-CLIENT.
002442     MOVE OR-CODE-PROD TO NTF-CHAMP(2).
002443     MOVE OR-QUANTITE  TO NTF-CHAMP(3).
002444     CALL "NOTIFIER" USING NOTIF-RECORD.
002445     IF NTF-SANS-CONTACT
002446         DISPLAY "Client " FUNCTION TRIM(OR-CLIENT)
002447             " non avise (aucun contact)"
002448     ELSE
002449         DISPLAY "Avis client mis en file (" NTF-CANAL ")"
002450     END-IF.
002451 4000-AVISER-CLIENT-EXIT.
002452     EXIT.
002453
002430*----------------------------------------------------------------
002440* 5000-EDITER-EN-ATTENTE - EVERY ORDER STILL PENDING : TYPE O,
002450* STATUT A OR BLANK, AND NO REVERSAL RECORD ON FILE
