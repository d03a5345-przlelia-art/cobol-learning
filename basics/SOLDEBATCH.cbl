000162*                 THIS AS A STEP WITHOUT ENDING THE WHOLE RUN UNIT,
000163*                 THE SAME CHANGE THE FICHIERS SUITE MADE FOR
000164*                 LOTFICHIERS.
000165* 2026-10-15  LM  AN ACCOUNT ON THE WATCH LIST NOW CARRIES ITS
000166*                 HOLDERS' NAME AND ADDRESS BLOCK (VIA
000167*                 ADRTITULAIRE) SO THE REMINDER CAN BE POSTED AS-
000168*                 IS.
000169* 2026-10-15  LM  SUSPECTED DUPLICATE MOVEMENTS ARE CHECKED FIRST
000170*                 (DOUBLONSDETECT) AND EVERY COPY OF A GROUP
000171*                 STILL AWAITING REVIEW ON DOUBLONS.DAT IS HELD
000172*                 BACK AND COUNTED INSTEAD OF POSTED.
000173* 2026-10-15  LM  THE DUPLICATE HOLD LEAVES EXTOURNE'S CONTRA AND
000174*                 CORRECTED MOVEMENTS ALONE.
000175* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000176*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000177*                 SOLDEBATCH (SEE HABILITATIONS).
000178* 2026-10-15  LM  APPEND A COMPLETION LINE TO JOURNAL.TXT WITH
000179*                 THE NUMBER OF RECORDS HANDLED, SO CHRONOLOT CAN
000180*                 SET EACH NIGHTLY STEP'S DURATION AGAINST ITS
000181*                 VOLUME.
000182* 2026-10-15  LM  AN ACCOUNT THAT GOES BELOW THE THRESHOLD IN
000183*                 THIS RUN QUEUES ONE OVERDRAFT LETTER TO ITS
000184*                 HOLDERS ON NOTIFS.DAT THROUGH NOTIFIER (MODEL
000185*                 DECOUVRT); ONE ALREADY BELOW IT IS NOT WRITTEN
000186*                 TO EVERY NIGHT.
000199*----------------------------------------------------------------

000160 ENVIRONMENT DIVISION.
000264         ORGANIZATION IS LINE SEQUENTIAL
000266         FILE STATUS IS WS-HISTORIQUE-STATUS.

000267     SELECT DOUBLONS-FILE ASSIGN TO "DOUBLONS.DAT"
000268         ORGANIZATION IS INDEXED
000269         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS DBL-CLE
000271         FILE STATUS IS WS-DOUBLONS-STATUS.

000272     SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
000273         ORGANIZATION IS LINE SEQUENTIAL
000274         FILE STATUS IS WS-JOURNAL-STATUS.

000270 DATA DIVISION.
000280 FILE SECTION.

000404     05 HIS-SOLDE             PIC S9(04)
000405                              SIGN LEADING SEPARATE.

000406 FD  DOUBLONS-FILE.
000407     COPY "DOUBLON-RECORD.cpy".

000408 FD  JOURNAL-FILE.
000409     COPY "JOURNAL-RECORD.cpy".

000400 WORKING-STORAGE SECTION.

000405     COPY "HABILITATION.cpy".

000410 01  WS-COMPTE-COURANT        PIC X(06).

000420 01  SOLDE                    PIC S9(04).

000430 01  WS-LIMIT                 PIC S9(04) VALUE -500.
000433 01  WS-SOLDE-AVANT           PIC S9(04).
000436 01  WS-MONTANT-EDITE         PIC -(4)9.

000440 01  WS-NB-TRANSACTIONS       PIC 9(04) VALUE ZERO.

000450 01  WS-NB-COMPTES            PIC 9(04) VALUE ZERO.

000451 01  WS-NB-RETENUS            PIC 9(04) VALUE ZERO.
000452 01  WS-TOTAL-RETENUS         PIC 9(05) VALUE ZERO.

000453 01  WS-NB-LIGNES-ADR         PIC 9(01).
000454 01  WS-IDX-ADR               PIC 9(01).
000455 01  WS-BLOC-ADRESSE.
000456     05 WS-LIGNE-ADR OCCURS 6 TIMES PIC X(40).

000455 01  WS-DATE-JOUR             PIC 9(08).

000458     COPY "NOTIF-RECORD.cpy".

000460 01  WS-MESSAGE-STATUT        PIC X(40).

000462 01  WS-HISTORIQUE-STATUS     PIC X(02).
000463     88 HISTORIQUE-OK                 VALUE "00".

000464 01  WS-DOUBLONS-STATUS       PIC X(02).
000465     88 DOUBLONS-OK                   VALUE "00".

000461 01  WS-CTL-STATUS            PIC X(02).
000470     88 CTL-OK                        VALUE "00".

000520         88 FIN-COMPTES               VALUE "Y".
000530     05 WS-FIN-TRANS          PIC X(01) VALUE "N".
000540         88 FIN-TRANSACTIONS          VALUE "Y".
000543     05 WS-DOUBLONS-OUVERT    PIC X(01) VALUE "N".
000546         88 DOUBLONS-OUVERT           VALUE "O".

000547 01  WS-JOURNAL-STATUS        PIC X(02).
000548     88 JOURNAL-OK                    VALUE "00".

000550 PROCEDURE DIVISION.

000570* 0000-MAINLINE
000580*----------------------------------------------------------------
000590 0000-MAINLINE.
000591     MOVE "SOLDEBATCH" TO HAB-PROGRAMME.
000592     CALL "HABILITER" USING HAB-ZONE.
000593     IF NOT HAB-AUTORISE
000594         GOBACK
000595     END-IF.
000592     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
000593     CALL "DOUBLONSDETECT".
000594     OPEN INPUT DOUBLONS-FILE.
000595     IF DOUBLONS-OK
000596         SET DOUBLONS-OUVERT TO TRUE
000597     END-IF.
000600     OPEN I-O ACCOUNTS-FILE.
000610     IF NOT CTL-OK
000620         CALL "FICHSTAT" USING WS-CTL-STATUS
000740         CLOSE ACCOUNTS-FILE
000750         DISPLAY "-----------------------------------------"
000760         DISPLAY "Comptes traites : " WS-NB-COMPTES
000761         IF WS-TOTAL-RETENUS > ZERO
000762             DISPLAY "Mouvements retenus (doublons suspects, voir"
000763                 " DOUBLONSREVUE) : " WS-TOTAL-RETENUS
000764         END-IF
000770     END-IF.
000771     IF DOUBLONS-OUVERT
000772         CLOSE DOUBLONS-FILE
000773     END-IF.
000774     PERFORM 8000-TRACER-JOURNAL
000775         THRU 8000-TRACER-JOURNAL-EXIT.
000780     GOBACK.

000790*----------------------------------------------------------------
000838     END-IF.
000840     MOVE CTL-COMPTE TO WS-COMPTE-COURANT.
000850     MOVE CTL-SOLDE TO SOLDE.
000855     MOVE CTL-SOLDE TO WS-SOLDE-AVANT.
000860     MOVE ZERO TO WS-NB-TRANSACTIONS WS-NB-RETENUS.
000870     MOVE "N" TO WS-FIN-TRANS.
000880     PERFORM 2000-APPLIQUER-TRANSACTIONS
000890         THRU 2000-APPLIQUER-TRANSACTIONS-EXIT.
000920     ADD 1 TO WS-NB-COMPTES.
000930     DISPLAY WS-COMPTE-COURANT " : solde " SOLDE
000940         " (" WS-NB-TRANSACTIONS " mouvements)".
000941     IF WS-NB-RETENUS > ZERO
000942         DISPLAY "  " WS-NB-RETENUS " mouvement(s) retenu(s) :"
000943             " doublons suspects"
000944         ADD WS-NB-RETENUS TO WS-TOTAL-RETENUS
000945     END-IF.
000950     IF SOLDE < WS-LIMIT
000960         DISPLAY "  ATTENTION : solde en dessous du seuil"
000970             " autorise"
000971         PERFORM 4000-AFFICHER-ADRESSE
000972             THRU 4000-AFFICHER-ADRESSE-EXIT
000973         IF WS-SOLDE-AVANT NOT < WS-LIMIT
000974             PERFORM 4500-AVISER-TITULAIRES
000975                 THRU 4500-AVISER-TITULAIRES-EXIT
000976         END-IF
000980     END-IF.
000990 1000-TRAITER-UN-COMPTE-EXIT.
001000     EXIT.
001200     EXIT.

001210*----------------------------------------------------------------
001212* 2100-APPLIQUER-UN-MOUVEMENT - A MOVEMENT OF A GROUP STILL
001214* AWAITING DUPLICATE REVIEW IS HELD BACK
001230*----------------------------------------------------------------
001240 2100-APPLIQUER-UN-MOUVEMENT.
001241     IF DOUBLONS-OUVERT AND TR-DATE-X NOT = SPACES
001242         AND TR-EXTOURNE-X = SPACES
001243         MOVE TR-MOUVEMENT TO DBL-CLE
001244         READ DOUBLONS-FILE
001245             INVALID KEY MOVE SPACE TO DBL-STATUT
001246         END-READ
001247         IF DBL-SUSPECT
001248             ADD 1 TO WS-NB-RETENUS
001249             GO TO 2100-APPLIQUER-UN-MOUVEMENT-EXIT
001250         END-IF
001251     END-IF.
001250     IF TR-CREDIT
001260         ADD TR-MONTANT TO SOLDE
001270     ELSE
001460     CLOSE HISTORIQUE-FILE.
001470 3000-TRACER-SNAPSHOT-EXIT.
001480     EXIT.

001481*----------------------------------------------------------------
001482* 4000-AFFICHER-ADRESSE - THE HOLDERS' POSTAL BLOCK, AS MAILED
001483*----------------------------------------------------------------
001484 4000-AFFICHER-ADRESSE.
001485     CALL "ADRTITULAIRE" USING WS-COMPTE-COURANT WS-NB-LIGNES-ADR
001486         WS-BLOC-ADRESSE.
001487     IF WS-NB-LIGNES-ADR = ZERO
001488         DISPLAY "    (aucun titulaire enregistre)"
001489         GO TO 4000-AFFICHER-ADRESSE-EXIT
001490     END-IF.
001491     PERFORM VARYING WS-IDX-ADR FROM 1 BY 1
001492             UNTIL WS-IDX-ADR > WS-NB-LIGNES-ADR
001493         DISPLAY "    " WS-LIGNE-ADR(WS-IDX-ADR)
001494     END-PERFORM.
001495 4000-AFFICHER-ADRESSE-EXIT.
001496     EXIT.

001497*----------------------------------------------------------------
001498* 4500-AVISER-TITULAIRES - THE ACCOUNT HAS JUST GONE BELOW THE
001499* THRESHOLD : QUEUE ONE LETTER TO THE HOLDERS' BLOCK THROUGH
001500* NOTIFIER (MODEL DECOUVRT). AN ACCOUNT ALREADY BELOW IT LAST
001501* NIGHT IS NOT WRITTEN TO AGAIN
001502*----------------------------------------------------------------
001503 4500-AVISER-TITULAIRES.
001504     IF WS-NB-LIGNES-ADR = ZERO
001505         GO TO 4500-AVISER-TITULAIRES-EXIT
001506     END-IF.
001507     MOVE SPACES TO NOTIF-RECORD.
001508     MOVE "SOLDEBATCH"      TO NTF-PROGRAMME.
001509     MOVE "DECOUVRT"        TO NTF-MODELE.
001510     MOVE WS-COMPTE-COURANT TO NTF-REFERENCE NTF-CHAMP(1).
001511     SET NTF-LETTRE TO TRUE.
001512     MOVE WS-LIGNE-ADR(1)   TO NTF-DESTINATAIRE.
001513     MOVE WS-BLOC-ADRESSE   TO NTF-BLOC-ADRESSE.
001514     MOVE SOLDE             TO WS-MONTANT-EDITE.
001515     MOVE WS-MONTANT-EDITE  TO NTF-CHAMP(2).
001516     MOVE WS-LIMIT          TO WS-MONTANT-EDITE.
001517     MOVE WS-MONTANT-EDITE  TO NTF-CHAMP(3).
001518     MOVE WS-DATE-JOUR      TO NTF-CHAMP(4).
001519     CALL "NOTIFIER" USING NOTIF-RECORD.
001520     IF NOT NTF-SANS-CONTACT
001521         DISPLAY "    avis de decouvert mis en file"
001522     END-IF.
001523 4500-AVISER-TITULAIRES-EXIT.
001524     EXIT.

001525*----------------------------------------------------------------
001526* 8000-TRACER-JOURNAL - APPEND ONE COMPLETION LINE TO JOURNAL.TXT
001527*----------------------------------------------------------------
001528 8000-TRACER-JOURNAL.
001529     MOVE SPACES TO JOURNAL-RECORD.
001530     MOVE "SOLDEBATCH" TO JNL-PROGRAMME.
001531     ACCEPT JNL-DATE FROM DATE YYYYMMDD.
001532     ACCEPT JNL-HEURE FROM TIME.
001533     MOVE "Comptes rafraichis" TO JNL-MESSAGE.
001534     MOVE WS-NB-COMPTES TO JNL-NB-ENREGISTREMENTS.
001535     OPEN EXTEND JOURNAL-FILE.
001536     IF NOT JOURNAL-OK
001537         CLOSE JOURNAL-FILE
001538         OPEN OUTPUT JOURNAL-FILE
001539     END-IF.
001540     WRITE JOURNAL-RECORD.
001541     CLOSE JOURNAL-FILE.
001542 8000-TRACER-JOURNAL-EXIT.
001543     EXIT.
