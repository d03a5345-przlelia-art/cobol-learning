000140*                 ROUVRIR PUTS IT BACK IN SERVICE. SOLDE,
000150*                 SOLDEBATCH AND VIREMENT ALL HONOUR THE STATUS
000160*                 BYTE NOW.
000161* 2026-10-15  LM  A CLOSURE NOW PRINTS A LETTER HEADED WITH THE
000162*                 HOLDERS' NAME AND ADDRESS BLOCK FROM
000163*                 TITULAIRES.DAT (VIA ADRTITULAIRE), READY TO
000164*                 POST.
000165* 2026-10-15  LM  ROUVRIR IS ALSO THE REACTIVATION STEP FOR A
000166*                 DORMANT ACCOUNT (SEE COMPTESDORMANTS) AND
000167*                 CLEARS ANY DORMANCY NOTICE.
000168* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000169*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000170*                 COMPTEFERMER (SEE HABILITATIONS).
000170*----------------------------------------------------------------
000180
000190 ENVIRONMENT DIVISION.
000340
000350 WORKING-STORAGE SECTION.
000360
000363     COPY "HABILITATION.cpy".
000366
000370 01  WS-MODE                 PIC X(01).
000380     88 MODE-FERMER                   VALUE "F" "f".
000390     88 MODE-BLOQUER                  VALUE "B" "b".
000400     88 MODE-ROUVRIR                  VALUE "O" "o".
000410
000420 01  WS-COMPTE               PIC X(06).
000421
000422 01  WS-DATE-JOUR            PIC 9(08).
000423 01  WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
000424     05 WS-JOUR-AAAA         PIC 9(04).
000425     05 WS-JOUR-MM           PIC 9(02).
000426     05 WS-JOUR-JJ           PIC 9(02).
000430
000431 01  WS-NB-LIGNES-ADR        PIC 9(01).
000432 01  WS-IDX-ADR              PIC 9(01).
000433 01  WS-BLOC-ADRESSE.
000434     05 WS-LIGNE-ADR OCCURS 6 TIMES PIC X(40).
000435
000440 01  WS-MESSAGE-STATUT       PIC X(40).
000450
000460 01  WS-CTL-STATUS           PIC X(02).
000520* 0000-MAINLINE
000530*----------------------------------------------------------------
000540 0000-MAINLINE.
000541     MOVE "COMPTEFERMER" TO HAB-PROGRAMME.
000542     CALL "HABILITER" USING HAB-ZONE.
000543     IF NOT HAB-AUTORISE
000544         GOBACK
000545     END-IF.
000550     DISPLAY "Fermer (F), bloquer (B) ou rouvrir (O) ? ".
000560     ACCEPT WS-MODE.
000570     IF NOT MODE-FERMER AND NOT MODE-BLOQUER
000950         MOVE "F" TO CTL-STATUT
000960         REWRITE CTL-COMPTE-RECORD
000970         DISPLAY "Compte ferme : " WS-COMPTE
000973         PERFORM 2000-EDITER-COURRIER
000976             THRU 2000-EDITER-COURRIER-EXIT
000980         GO TO 1000-APPLIQUER-MODE-EXIT
000990     END-IF.
001000     IF MODE-BLOQUER
001030         DISPLAY "Compte bloque : " WS-COMPTE
001040         GO TO 1000-APPLIQUER-MODE-EXIT
001050     END-IF.
001051     IF CTL-DORMANT
001052         DISPLAY "Compte dormant reactive : " WS-COMPTE
001053     ELSE
001054         DISPLAY "Compte rouvert : " WS-COMPTE
001055     END-IF.
001060     MOVE "O" TO CTL-STATUT.
001065     MOVE ZERO TO CTL-DATE-PREAVIS.
001070     REWRITE CTL-COMPTE-RECORD.
001090 1000-APPLIQUER-MODE-EXIT.
001100     EXIT.
001101
001102*----------------------------------------------------------------
001103* 2000-EDITER-COURRIER - CLOSURE LETTER TO THE HOLDERS, HEADED
001104* WITH THEIR POSTAL BLOCK FROM TITULAIRES.DAT
001105*----------------------------------------------------------------
001106 2000-EDITER-COURRIER.
001107     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001108     CALL "ADRTITULAIRE" USING WS-COMPTE WS-NB-LIGNES-ADR
001109         WS-BLOC-ADRESSE.
001110     DISPLAY "-----------------------------------------".
001111     IF WS-NB-LIGNES-ADR = ZERO
001112         DISPLAY "(aucun titulaire enregistre -"
001113             " voir TITULAIRESMAJ)"
001114     END-IF.
001115     PERFORM VARYING WS-IDX-ADR FROM 1 BY 1
001116             UNTIL WS-IDX-ADR > WS-NB-LIGNES-ADR
001117         DISPLAY WS-LIGNE-ADR(WS-IDX-ADR)
001118     END-PERFORM.
001119     DISPLAY " ".
001120     DISPLAY "Le " WS-JOUR-JJ "/" WS-JOUR-MM "/" WS-JOUR-AAAA.
001121     DISPLAY " ".
001122     DISPLAY "Objet : cloture du compte " WS-COMPTE.
001123     DISPLAY " ".
001124     DISPLAY "Nous vous confirmons la cloture de votre compte "
001125         WS-COMPTE.
001126     DISPLAY "Son solde etant nul, aucune operation ne pourra"
001127         " plus y etre passee.".
001128     DISPLAY "-----------------------------------------".
001129 2000-EDITER-COURRIER-EXIT.
001130     EXIT.
