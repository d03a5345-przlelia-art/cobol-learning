000127* 2026-09-02  LM  VILLE-RECORD MOVES TO ITS OWN COPYBOOK AND
000128*                 GAINS THE POSTAL CODE, CAPTURED ON ADD - IT IS
000129*                 THE NEW ALTERNATE KEY VILLE RESOLVES AGAINST.
000130* 2026-10-15  LM  CAPTURE THE CITY'S DELIVERY LEAD TIME ON ADD,
000131*                 AND A NEW DELAI MODE (D) SETS IT ON A CITY
000132*                 ALREADY ON FILE - DATEPROMISE PROPOSES THE
000133*                 PROMISED DATE FROM IT.
000134* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000135*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000136*                 VILLESMAJ (SEE HABILITATIONS).
000137* 2026-10-15  LM  A CITY ADDED OR RETIRED, OR A LEAD TIME
000138*                 CHANGED, IS PARKED ON MAJATTEN.DAT WHEN
000139*                 MAJCFG.DAT (SEE CTLAPPROB) PUTS THAT KIND OF
000140*                 CHANGE UNDER TWO-PERSON CONTROL - RETIRING A
000141*                 CITY IS BY DEFAULT - AND ONLY REACHES
000142*                 VILLES.DAT ONCE ANOTHER OPERATOR APPROVES IT IN
000143*                 MAJVALIDER.
000130*----------------------------------------------------------------

000140 ENVIRONMENT DIVISION.
000202             WITH DUPLICATES
000210         FILE STATUS IS WS-VILLES-STATUS.

000212     SELECT MAJATTENTE-FILE ASSIGN TO "MAJATTEN.DAT"
000214         ORGANIZATION IS LINE SEQUENTIAL
000216         FILE STATUS IS WS-MAJATTENTE-STATUS.

000220 DATA DIVISION.
000230 FILE SECTION.

000270 FD  VILLES-FILE.
000280     COPY "VILLE-RECORD.cpy".

000283*----------------------------------------------------------------
000286* MAJATTENTE - CHANGES PARKED FOR A SECOND OPERATOR (MAJVALIDER)
000289*----------------------------------------------------------------
000292 FD  MAJATTENTE-FILE.
000295     COPY "MAJATTENTE-RECORD.cpy".

000300 WORKING-STORAGE SECTION.

000305     COPY "HABILITATION.cpy".

000310 01  WS-MODE                  PIC X(01).
000320     88 MODE-AJOUT                     VALUE "A" "a".
000330     88 MODE-RETRAIT                   VALUE "R" "r".
000335     88 MODE-DELAI                     VALUE "D" "d".

000340 01  WS-VILLE                 PIC X(20).

000345 01  WS-REGION                PIC X(03).
000346 01  WS-CODE-POSTAL           PIC X(05).
000348 01  WS-DELAI                 PIC 9(02).

000350 01  WS-VILLES-STATUS         PIC X(02).
000360     88 VILLES-OK                      VALUE "00".

000361 01  WS-MAJATTENTE-STATUS    PIC X(02).
000362     88 MAJATTENTE-OK                 VALUE "00".

000363 01  WS-MAJ-FICHIER          PIC X(12) VALUE "VILLES".
000364 01  WS-MAJ-ZONE             PIC X(10).
000365 01  WS-MAJ-OPERATION        PIC X(01).
000366 01  WS-APPROBATION          PIC X(01).
000367     88 APPROBATION-REQUISE           VALUE "O".

000370 PROCEDURE DIVISION.

000380*----------------------------------------------------------------
000390* 0000-MAINLINE
000400*----------------------------------------------------------------
000410 0000-MAINLINE.
000411     MOVE "VILLESMAJ" TO HAB-PROGRAMME.
000412     CALL "HABILITER" USING HAB-ZONE.
000413     IF NOT HAB-AUTORISE
000414         GOBACK
000415     END-IF.
000420     DISPLAY "Ajouter ou retirer une ville, ou delai de"
000425           " livraison (A/R/D) ? ".
000430     ACCEPT WS-MODE.
000440     OPEN I-O VILLES-FILE.
000450     IF NOT VILLES-OK
000560             PERFORM 2000-RETIRER-VILLE
000570                 THRU 2000-RETIRER-VILLE-EXIT
000580         ELSE
000582             IF MODE-DELAI
000584                 PERFORM 3000-MODIFIER-DELAI
000586                     THRU 3000-MODIFIER-DELAI-EXIT
000588             ELSE
000590                 DISPLAY "Mode inconnu, merci de choisir A, R"
000592                     " ou D"
000594             END-IF
000600         END-IF
000610     END-IF.
000620     CLOSE VILLES-FILE.
000694     ACCEPT WS-REGION.
000696     DISPLAY "Code postal : ".
000698     ACCEPT WS-CODE-POSTAL.
000699     DISPLAY "Delai de livraison en jours (0 = standard) : ".
000700     MOVE ZERO TO WS-DELAI.
000701     ACCEPT WS-DELAI.
000700     MOVE WS-VILLE TO VILLE-NOM.
000705     MOVE WS-REGION TO VILLE-REGION.
000707     MOVE WS-CODE-POSTAL TO VILLE-CODE-POSTAL.
000708     MOVE WS-DELAI TO VILLE-DELAI.
000709     MOVE "AJOUT" TO WS-MAJ-ZONE.
000710     PERFORM 7000-CONTROLER-APPROBATION
000711         THRU 7000-CONTROLER-APPROBATION-EXIT.
000712     IF APPROBATION-REQUISE
000713         MOVE "A" TO WS-MAJ-OPERATION
000714         PERFORM 7100-PROPOSER-MAJ
000715             THRU 7100-PROPOSER-MAJ-EXIT
000716         GO TO 1000-AJOUTER-VILLE-EXIT
000717     END-IF.
000710     WRITE VILLE-RECORD
000720         INVALID KEY
000730             DISPLAY "Cette ville existe deja : "
000880         INVALID KEY
000890             DISPLAY "Ville inconnue : " FUNCTION TRIM(WS-VILLE)
000900         NOT INVALID KEY
000901             MOVE "RETRAIT" TO WS-MAJ-ZONE
000902             PERFORM 7000-CONTROLER-APPROBATION
000903                 THRU 7000-CONTROLER-APPROBATION-EXIT
000904             IF APPROBATION-REQUISE
000905                 MOVE "S" TO WS-MAJ-OPERATION
000906                 PERFORM 7100-PROPOSER-MAJ
000907                     THRU 7100-PROPOSER-MAJ-EXIT
000908                 GO TO 2000-RETIRER-VILLE-EXIT
000909             END-IF
000910             DELETE VILLES-FILE RECORD
000920             DISPLAY "Ville retiree : " FUNCTION TRIM(WS-VILLE)
000930     END-READ.
000940 2000-RETIRER-VILLE-EXIT.
000950     EXIT.

000951*----------------------------------------------------------------
000952* 3000-MODIFIER-DELAI - DELIVERY LEAD TIME OF A CITY ON FILE
000953*----------------------------------------------------------------
000954 3000-MODIFIER-DELAI.
000955     DISPLAY "Nom de la ville : ".
000956     ACCEPT WS-VILLE.
000957     MOVE WS-VILLE TO VILLE-NOM.
000958     READ VILLES-FILE
000959         INVALID KEY
000960             DISPLAY "Ville inconnue : " FUNCTION TRIM(WS-VILLE)
000961             GO TO 3000-MODIFIER-DELAI-EXIT
000962     END-READ.
000963     DISPLAY "Delai de livraison en jours (0 = standard) : ".
000964     MOVE ZERO TO WS-DELAI.
000965     ACCEPT WS-DELAI.
000966     MOVE WS-DELAI TO VILLE-DELAI.
000967     MOVE "DELAI" TO WS-MAJ-ZONE.
000968     PERFORM 7000-CONTROLER-APPROBATION
000969         THRU 7000-CONTROLER-APPROBATION-EXIT.
000970     IF APPROBATION-REQUISE
000971         MOVE "M" TO WS-MAJ-OPERATION
000972         PERFORM 7100-PROPOSER-MAJ
000973             THRU 7100-PROPOSER-MAJ-EXIT
000974         GO TO 3000-MODIFIER-DELAI-EXIT
000975     END-IF.
000976     REWRITE VILLE-RECORD.
000977     DISPLAY "Delai de " FUNCTION TRIM(WS-VILLE) " : " WS-DELAI
000978         " jour(s)".
000979 3000-MODIFIER-DELAI-EXIT.
000980     EXIT.

000981*----------------------------------------------------------------
000982* 7000-CONTROLER-APPROBATION - DOES A CHANGE OF THIS KIND NEED A
000983* SECOND OPERATOR (MAJCFG.DAT, SEE CTLAPPROB) ?
000984*----------------------------------------------------------------
000985 7000-CONTROLER-APPROBATION.
000986     CALL "CTLAPPROB" USING WS-MAJ-FICHIER WS-MAJ-ZONE
000987         WS-APPROBATION.
000988 7000-CONTROLER-APPROBATION-EXIT.
000989     EXIT.

000990*----------------------------------------------------------------
000991* 7100-PROPOSER-MAJ - PARK THE PROPOSED VILLE-RECORD ON
000992* MAJATTEN.DAT INSTEAD OF WRITING THE MASTER
000993*----------------------------------------------------------------
000994 7100-PROPOSER-MAJ.
000995     MOVE SPACES TO MAJATTENTE-RECORD.
000996     MOVE WS-MAJ-FICHIER TO MAJ-FICHIER.
000997     MOVE WS-MAJ-ZONE TO MAJ-ZONE.
000998     MOVE WS-MAJ-OPERATION TO MAJ-OPERATION.
000999     MOVE VILLE-NOM TO MAJ-CLE.
001000     MOVE ZERO TO MAJ-DATE-EFFET.
001001     ACCEPT MAJ-DATE FROM DATE YYYYMMDD.
001002     ACCEPT MAJ-HEURE FROM TIME.
001003     MOVE HAB-OPERATEUR TO MAJ-AUTEUR.
001004     SET MAJ-EN-ATTENTE TO TRUE.
001005     MOVE ZERO TO MAJ-DATE-DECISION.
001006     MOVE VILLE-RECORD TO MAJ-IMAGE.
001007     OPEN EXTEND MAJATTENTE-FILE.
001008     IF NOT MAJATTENTE-OK
001009         CLOSE MAJATTENTE-FILE
001010         OPEN OUTPUT MAJATTENTE-FILE
001011     END-IF.
001012     WRITE MAJATTENTE-RECORD.
001013     CLOSE MAJATTENTE-FILE.
001014     DISPLAY "Modification soumise a la validation d'un second"
001015         " operateur (MAJVALIDER) : " FUNCTION TRIM(VILLE-NOM).
001016 7100-PROPOSER-MAJ-EXIT.
001017     EXIT.
