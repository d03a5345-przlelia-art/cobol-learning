000120*                 SUPPLIER MASTER COMMANDEFOURNISSEUR RAISES ITS
000130*                 PURCHASE ORDERS AGAINST - UNTIL NOW THE REORDER
000140*                 DESK KEPT THE SUPPLIER LIST ON PAPER.
000141* 2026-10-15  LM  THE SUPPLIER LAYOUT MOVES TO FOURNISSEUR-
000142*                 RECORD. ASK THE PAYMENT TERMS (DAYS AND END-OF-
000143*                 MONTH) ON ADD AND CHANGE - FACTUREFRN DATES
000144*                 EACH SUPPLIER INVOICE FROM THEM.
000145* 2026-10-15  LM  A NEW SUPPLIER STARTS WITHOUT A MEASURED LEAD
000146*                 TIME (SET LATER BY SCOREFRN); THE CHANGE MODE
000147*                 SHOWS THE MEASURED ONE NEXT TO THE PROMISED
000148*                 ONE.
000149* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000150*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000151*                 FOURNISSEURMAJ (SEE HABILITATIONS).
000152* 2026-10-15  LM  A SUPPLIER ADDED, CHANGED OR RETIRED (EVERY
000153*                 CHANGE BY DEFAULT, SEE CTLAPPROB AND
000154*                 MAJCFG.DAT) IS PARKED ON MAJATTEN.DAT AND ONLY
000155*                 REACHES FOURNSSR.DAT ONCE ANOTHER OPERATOR
000156*                 APPROVES IT IN MAJVALIDER.
000150*----------------------------------------------------------------
000160
000170 ENVIRONMENT DIVISION.
000240         RECORD KEY IS FRN-CODE
000250         FILE STATUS IS WS-FOURNISSEUR-STATUS.
000260
000262     SELECT MAJATTENTE-FILE ASSIGN TO "MAJATTEN.DAT"
000264         ORGANIZATION IS LINE SEQUENTIAL
000266         FILE STATUS IS WS-MAJATTENTE-STATUS.
000268
000270 DATA DIVISION.
000280 FILE SECTION.
000290
000310* FOURNISSEURS - ONE RECORD PER SUPPLIER, KEYED BY SUPPLIER CODE
000320*----------------------------------------------------------------
000330 FD  FOURNISSEUR-FILE.
000340     COPY "FOURNISSEUR-RECORD.cpy".
000347
000354*----------------------------------------------------------------
000361* MAJATTENTE - CHANGES PARKED FOR A SECOND OPERATOR (MAJVALIDER)
000368*----------------------------------------------------------------
000375 FD  MAJATTENTE-FILE.
000382     COPY "MAJATTENTE-RECORD.cpy".
000390
000400 WORKING-STORAGE SECTION.
000410
000413     COPY "HABILITATION.cpy".
000416
000420 01  WS-MODE                 PIC X(01).
000430     88 MODE-AJOUT                    VALUE "A" "a".
000440     88 MODE-MODIF                    VALUE "M" "m".
000470 01  WS-FOURNISSEUR-STATUS   PIC X(02).
000480     88 FOURNISSEUR-OK                VALUE "00".
000490
000491 01  WS-MAJATTENTE-STATUS    PIC X(02).
000492     88 MAJATTENTE-OK                 VALUE "00".
000493
000494 01  WS-MAJ-FICHIER          PIC X(12) VALUE "FOURNSSR".
000495 01  WS-MAJ-ZONE             PIC X(10).
000496 01  WS-MAJ-OPERATION        PIC X(01).
000497 01  WS-APPROBATION          PIC X(01).
000498     88 APPROBATION-REQUISE           VALUE "O".
000499
000500 01  WS-FRN-TROUVE           PIC X(01).
000510     88 FRN-TROUVE                    VALUE "O".
000520     88 FRN-ABSENT                    VALUE "N".
000570* 0000-MAINLINE
000580*----------------------------------------------------------------
000590 0000-MAINLINE.
000591     MOVE "FOURNISSEURMAJ" TO HAB-PROGRAMME.
000592     CALL "HABILITER" USING HAB-ZONE.
000593     IF NOT HAB-AUTORISE
000594         GOBACK
000595     END-IF.
000600     DISPLAY "Ajout (A), modification (M) ou retrait (R) ? ".
000610     ACCEPT WS-MODE.
000620     PERFORM 0500-OUVRIR-FICHIER
001140         ACCEPT FRN-CONTACT
001150         DISPLAY "Delai de livraison (jours) : "
001160         ACCEPT FRN-DELAI
001161         PERFORM 4000-SAISIR-CONDITIONS
001162             THRU 4000-SAISIR-CONDITIONS-EXIT
001163         MOVE ZERO TO FRN-DELAI-MESURE
001164         MOVE ZERO TO FRN-DATE-MESURE
001165         MOVE "AJOUT" TO WS-MAJ-ZONE
001166         PERFORM 7000-CONTROLER-APPROBATION
001167             THRU 7000-CONTROLER-APPROBATION-EXIT
001168         IF APPROBATION-REQUISE
001169             MOVE "A" TO WS-MAJ-OPERATION
001170             PERFORM 7100-PROPOSER-MAJ
001171                 THRU 7100-PROPOSER-MAJ-EXIT
001172             GO TO 1000-AJOUTER-FOURNISSEUR-EXIT
001173         END-IF
001170         WRITE FOURNISSEUR-RECORD
001180         DISPLAY "Fournisseur cree : " FRN-CODE
001190     END-IF.
001380         ACCEPT FRN-NOM
001390         DISPLAY "Nouveau contact : "
001400         ACCEPT FRN-CONTACT
001401         IF FRN-DELAI-MESURE NOT = ZERO
001402             DISPLAY "Delai promis " FRN-DELAI
001403                 " - delai mesure " FRN-DELAI-MESURE
001404                 " au " FRN-DATE-MESURE
001405         END-IF
001410         DISPLAY "Nouveau delai (jours) : "
001420         ACCEPT FRN-DELAI
001421         PERFORM 4000-SAISIR-CONDITIONS
001422             THRU 4000-SAISIR-CONDITIONS-EXIT
001423         MOVE "MODIF" TO WS-MAJ-ZONE
001424         PERFORM 7000-CONTROLER-APPROBATION
001425             THRU 7000-CONTROLER-APPROBATION-EXIT
001426         IF APPROBATION-REQUISE
001427             MOVE "M" TO WS-MAJ-OPERATION
001428             PERFORM 7100-PROPOSER-MAJ
001429                 THRU 7100-PROPOSER-MAJ-EXIT
001430             GO TO 2000-MODIFIER-FOURNISSEUR-EXIT
001431         END-IF
001430         REWRITE FOURNISSEUR-RECORD
001440         DISPLAY "Fournisseur mis a jour : " FRN-CODE
001450     END-IF.
001590     IF FRN-ABSENT
001600         DISPLAY "Code fournisseur inconnu : " FRN-CODE
001610     ELSE
001611         MOVE "RETRAIT" TO WS-MAJ-ZONE
001612         PERFORM 7000-CONTROLER-APPROBATION
001613             THRU 7000-CONTROLER-APPROBATION-EXIT
001614         IF APPROBATION-REQUISE
001615             MOVE "S" TO WS-MAJ-OPERATION
001616             PERFORM 7100-PROPOSER-MAJ
001617                 THRU 7100-PROPOSER-MAJ-EXIT
001618             GO TO 3000-RETIRER-FOURNISSEUR-EXIT
001619         END-IF
001620         DELETE FOURNISSEUR-FILE RECORD
001630             INVALID KEY
001640                 DISPLAY "Suppression impossible : " FRN-CODE
001680     END-IF.
001690 3000-RETIRER-FOURNISSEUR-EXIT.
001700     EXIT.
001701
001702*----------------------------------------------------------------
001703* 4000-SAISIR-CONDITIONS - PAYMENT TERMS : DAYS FROM THE INVOICE
001704* DATE, OPTIONALLY TO THE END OF THAT MONTH
001705*----------------------------------------------------------------
001706 4000-SAISIR-CONDITIONS.
001707     DISPLAY "Delai de paiement (jours, vide = 30) : ".
001708     MOVE ZERO TO FRN-DELAI-PAIEMENT.
001709     ACCEPT FRN-DELAI-PAIEMENT.
001710     IF FRN-DELAI-PAIEMENT = ZERO
001711         MOVE 30 TO FRN-DELAI-PAIEMENT
001712     END-IF.
001713     DISPLAY "Paiement fin de mois (O/N) : ".
001714     ACCEPT FRN-FIN-DE-MOIS.
001715     IF FRN-FIN-DE-MOIS = "o"
001716         MOVE "O" TO FRN-FIN-DE-MOIS
001717     END-IF.
001718     IF NOT FRN-PAIEMENT-FIN-MOIS
001719         MOVE "N" TO FRN-FIN-DE-MOIS
001720     END-IF.
001721 4000-SAISIR-CONDITIONS-EXIT.
001722     EXIT.
001723
001724*----------------------------------------------------------------
001725* 7000-CONTROLER-APPROBATION - DOES A CHANGE OF THIS KIND NEED A
001726* SECOND OPERATOR (MAJCFG.DAT, SEE CTLAPPROB) ?
001727*----------------------------------------------------------------
001728 7000-CONTROLER-APPROBATION.
001729     CALL "CTLAPPROB" USING WS-MAJ-FICHIER WS-MAJ-ZONE
001730         WS-APPROBATION.
001731 7000-CONTROLER-APPROBATION-EXIT.
001732     EXIT.
001733
001734*----------------------------------------------------------------
001735* 7100-PROPOSER-MAJ - PARK THE PROPOSED FOURNISSEUR-RECORD ON
001736* MAJATTEN.DAT INSTEAD OF WRITING THE MASTER
001737*----------------------------------------------------------------
001738 7100-PROPOSER-MAJ.
001739     MOVE SPACES TO MAJATTENTE-RECORD.
001740     MOVE WS-MAJ-FICHIER TO MAJ-FICHIER.
001741     MOVE WS-MAJ-ZONE TO MAJ-ZONE.
001742     MOVE WS-MAJ-OPERATION TO MAJ-OPERATION.
001743     MOVE FRN-CODE TO MAJ-CLE.
001744     MOVE ZERO TO MAJ-DATE-EFFET.
001745     ACCEPT MAJ-DATE FROM DATE YYYYMMDD.
001746     ACCEPT MAJ-HEURE FROM TIME.
001747     MOVE HAB-OPERATEUR TO MAJ-AUTEUR.
001748     SET MAJ-EN-ATTENTE TO TRUE.
001749     MOVE ZERO TO MAJ-DATE-DECISION.
001750     MOVE FOURNISSEUR-RECORD TO MAJ-IMAGE.
001751     OPEN EXTEND MAJATTENTE-FILE.
001752     IF NOT MAJATTENTE-OK
001753         CLOSE MAJATTENTE-FILE
001754         OPEN OUTPUT MAJATTENTE-FILE
001755     END-IF.
001756     WRITE MAJATTENTE-RECORD.
001757     CLOSE MAJATTENTE-FILE.
001758     DISPLAY "Modification soumise a la validation d'un second"
001759         " operateur (MAJVALIDER) : " FUNCTION TRIM(FRN-CODE).
001760 7100-PROPOSER-MAJ-EXIT.
001761     EXIT.
