000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    EMPLOITEMPS.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. MAINTAINS THE WEEKLY TIMETABLE ON
000110*                 SEANCES.DAT : A NEW SESSION IS REFUSED WHEN IT
000120*                 OVERLAPS ANOTHER ONE OF THE SAME CLASS, TEACHER
000130*                 OR ROOM ON THE SAME DAY, AND THE TIMETABLE IS
000140*                 PRINTED ON EDTIMPR.DAT PER CLASS, PER TEACHER OR
000150*                 PER ROOM. ASKNAME'S CHECK-IN RECORDS THE SESSION
000160*                 THE STUDENT ARRIVES FOR FROM THIS FILE.
000162* 2026-10-15  LM  ONCE ENSEIGNANTS.DAT EXISTS, REFUSE A SESSION
000164*                 FOR A TEACHER CODE NOT ON IT, AND WARN WHEN THE
000166*                 CLASS AND SUBJECT ARE NOT AMONG THE TEACHER'S
000168*                 ASSIGNMENTS.
000169* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000170*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000171*                 EMPLOITEMPS (SEE HABILITATIONS).
000172* 2026-10-15  LM  DELETE THROUGH A TEMP COPY (EMPLOI.TMP) AND
000173*                 PRINT THROUGH A SORT (EMPLOI.SRT) INSTEAD OF A
000174*                 500-LINE TABLE, SO NO TIMETABLE IS REFUSED OR
000175*                 CUT SHORT.
000172*----------------------------------------------------------------

000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.

000210     SELECT SEANCES-FILE ASSIGN TO "SEANCES.DAT"
000220         ORGANIZATION IS LINE SEQUENTIAL
000230         FILE STATUS IS WS-SEANCES-STATUS.

000240     SELECT RAPPORT-FILE ASSIGN TO "EDTIMPR.DAT"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-RAPPORT-STATUS.

000261     SELECT ENSEIGNANTS-FILE ASSIGN TO "ENSEIGNANTS.DAT"
000262         ORGANIZATION IS INDEXED
000263         ACCESS MODE IS RANDOM
000264         RECORD KEY IS ENS-CODE
000265         FILE STATUS IS WS-ENSEIGNANTS-STATUS.

000266     SELECT TEMP-FILE ASSIGN TO "EMPLOI.TMP"
000267         ORGANIZATION IS LINE SEQUENTIAL
000268         FILE STATUS IS WS-TEMP-STATUS.

000269     SELECT TRI-SEANCES ASSIGN TO "EMPLOI.SRT".

000270 DATA DIVISION.
000280 FILE SECTION.

000290 FD  SEANCES-FILE.
000300     COPY "SEANCE-RECORD.cpy".

000310 FD  RAPPORT-FILE.
000320 01  RAPPORT-LIGNE           PIC X(80).

000323 FD  ENSEIGNANTS-FILE.
000326     COPY "ENSEIGNANT-RECORD.cpy".

000327*----------------------------------------------------------------
000328* TEMP - THE TIMETABLE LESS THE DELETED SESSION, COPIED BACK
000329*----------------------------------------------------------------
000330 FD  TEMP-FILE.
000331 01  TEMP-LIGNE              PIC X(39).

000332*----------------------------------------------------------------
000333* TRI-SEANCES - THE SELECTED SESSIONS BY PRINTED CODE, DAY AND
000334* START TIME
000335*----------------------------------------------------------------
000336 SD  TRI-SEANCES.
000337 01  TRI-SEANCE.
000338     05 TRI-SEA-CODE          PIC X(06).
000339     05 TRI-SEA-JOUR          PIC 9(01).
000340     05 TRI-SEA-DEBUT         PIC 9(04).
000341     05 TRI-SEA-LIGNE         PIC X(39).

000330 WORKING-STORAGE SECTION.

000335     COPY "HABILITATION.cpy".

000340 01  WS-MODE                 PIC X(01).
000350     88 MODE-AJOUT                    VALUE "A" "a".
000360     88 MODE-SUPPRESSION              VALUE "S" "s".
000370     88 MODE-CLASSE                   VALUE "C" "c".
000380     88 MODE-ENSEIGNANT               VALUE "E" "e".
000390     88 MODE-SALLE                    VALUE "R" "r".

000400*----------------------------------------------------------------
000410* NOUVELLE SEANCE - THE SESSION BEING CAPTURED OR DELETED
000420*----------------------------------------------------------------
000430 01  WS-NOUVELLE-SEANCE.
000440     05 WS-NOU-CLASSE        PIC X(06).
000450     05 WS-NOU-MATIERE       PIC X(12).
000460     05 WS-NOU-ENSEIGNANT    PIC X(06).
000470     05 WS-NOU-SALLE         PIC X(06).
000480     05 WS-NOU-JOUR          PIC 9(01).
000490     05 WS-NOU-DEBUT         PIC 9(04).
000500     05 WS-NOU-FIN           PIC 9(04).

000510 01  WS-HEURE-SAISIE         PIC 9(04).
000520 01  WS-HEURE-R REDEFINES WS-HEURE-SAISIE.
000530     05 WS-HS-HH             PIC 9(02).
000540     05 WS-HS-MM             PIC 9(02).

000550 01  WS-CODE-FILTRE          PIC X(06).
000560 01  WS-CODE-COURANT         PIC X(06).
000570 01  WS-JOUR-PRECEDENT       PIC 9(01).
000580 01  WS-NB-CONFLITS          PIC 9(04) VALUE ZERO.
000590 01  WS-NB-SUPPRIMEES        PIC 9(04) VALUE ZERO.
000600 01  WS-NB-IMPRIMEES         PIC 9(04) VALUE ZERO.

000610 01  WS-MESSAGE-STATUT       PIC X(40).
000613 01  WS-NOM-TEMP             PIC X(40) VALUE "EMPLOI.TMP".
000616 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.

000620 01  WS-SEANCES-STATUS       PIC X(02).
000630     88 SEANCES-OK                    VALUE "00".
000640 01  WS-RAPPORT-STATUS       PIC X(02).
000650     88 RAPPORT-OK                    VALUE "00".
000652 01  WS-ENSEIGNANTS-STATUS   PIC X(02).
000654     88 ENSEIGNANTS-OK                VALUE "00".
000655 01  WS-TEMP-STATUS          PIC X(02).
000656     88 TEMP-OK                       VALUE "00".

000656 01  WS-AFX                  PIC 9(02).

000660 01  WS-SWITCHES.
000670     05 WS-FIN-SEANCES       PIC X(01).
000680         88 FIN-SEANCES               VALUE "Y".
000690     05 WS-FIN-TRI           PIC X(01) VALUE "N".
000700         88 FIN-TRI                   VALUE "Y".
000710     05 WS-SAISIE            PIC X(01).
000720         88 SAISIE-VALIDE             VALUE "O".
000722     05 WS-ENS-CONNU         PIC X(01).
000724         88 ENSEIGNANT-CONNU          VALUE "O".
000726     05 WS-AFFECTATION       PIC X(01).
000728         88 AFFECTATION-TROUVEE       VALUE "O".

000730*----------------------------------------------------------------
000740* JOURS - WEEKDAY NAMES BY SEA-JOUR
000750*----------------------------------------------------------------
000760 01  WS-NOMS-JOURS.
000770     05 FILLER               PIC X(08) VALUE "Lundi".
000780     05 FILLER               PIC X(08) VALUE "Mardi".
000790     05 FILLER               PIC X(08) VALUE "Mercredi".
000800     05 FILLER               PIC X(08) VALUE "Jeudi".
000810     05 FILLER               PIC X(08) VALUE "Vendredi".
000820     05 FILLER               PIC X(08) VALUE "Samedi".
000830     05 FILLER               PIC X(08) VALUE "Dimanche".
000840 01  WS-JOURS-TABLE REDEFINES WS-NOMS-JOURS.
000850     05 WS-NOM-JOUR OCCURS 7 TIMES PIC X(08).

000860*----------------------------------------------------------------
000870* SEANCES SELECTIONNEES - THE COUNT SENT TO THE SORT AND THE
000880* PRINTED CODE, DAY AND START TIME OF THE CURRENT ONE
000900*----------------------------------------------------------------
000910 01  WS-NB-SEANCES           PIC 9(06) VALUE ZERO.
000980 01  WS-CLE-TRI.
000990     05 WS-CT-CODE           PIC X(06).
001000     05 WS-CT-JOUR           PIC 9(01).
001010     05 WS-CT-DEBUT          PIC 9(04).

001020*----------------------------------------------------------------
001030* REPORT LINES
001040*----------------------------------------------------------------
001050 01  WS-LIGNE-SEANCE.
001060     05 FILLER               PIC X(02) VALUE SPACES.
001070     05 WS-LS-JOUR           PIC X(08).
001080     05 FILLER               PIC X(01) VALUE SPACES.
001090     05 WS-LS-DEBUT-HH       PIC 9(02).
001100     05 FILLER               PIC X(01) VALUE ":".
001110     05 WS-LS-DEBUT-MM       PIC 9(02).
001120     05 FILLER               PIC X(01) VALUE "-".
001130     05 WS-LS-FIN-HH         PIC 9(02).
001140     05 FILLER               PIC X(01) VALUE ":".
001150     05 WS-LS-FIN-MM         PIC 9(02).
001160     05 FILLER               PIC X(02) VALUE SPACES.
001170     05 WS-LS-MATIERE        PIC X(12).
001180     05 FILLER               PIC X(02) VALUE SPACES.
001190     05 WS-LS-CLASSE         PIC X(06).
001200     05 FILLER               PIC X(02) VALUE SPACES.
001210     05 WS-LS-ENSEIGNANT     PIC X(06).
001220     05 FILLER               PIC X(02) VALUE SPACES.
001230     05 WS-LS-SALLE          PIC X(06).

001240 01  WS-LIGNE-TITRE.
001250     05 WS-LT-LIBELLE        PIC X(26).
001260     05 WS-LT-CODE           PIC X(06).

001270 PROCEDURE DIVISION.

001280*----------------------------------------------------------------
001290* 0000-MAINLINE
001300*----------------------------------------------------------------
001310 0000-MAINLINE.
001311     MOVE "EMPLOITEMPS" TO HAB-PROGRAMME.
001312     CALL "HABILITER" USING HAB-ZONE.
001313     IF NOT HAB-AUTORISE
001314         GOBACK
001315     END-IF.
001320     DISPLAY "Ajout (A) ou suppression (S) d'une seance,"
001330         " emploi du temps par classe (C),".
001340     DISPLAY "par enseignant (E) ou par salle (R) ? ".
001350     ACCEPT WS-MODE.
001360     IF MODE-AJOUT
001370         PERFORM 1000-AJOUTER-SEANCE
001380             THRU 1000-AJOUTER-SEANCE-EXIT
001390     ELSE
001400         IF MODE-SUPPRESSION
001410             PERFORM 2000-SUPPRIMER-SEANCE
001420                 THRU 2000-SUPPRIMER-SEANCE-EXIT
001430         ELSE
001440             IF MODE-CLASSE OR MODE-ENSEIGNANT OR MODE-SALLE
001450                 PERFORM 3000-IMPRIMER-EMPLOI
001460                     THRU 3000-IMPRIMER-EMPLOI-EXIT
001470             ELSE
001480                 DISPLAY "Mode inconnu, merci de choisir A, S, C,"
001490                     " E ou R"
001500             END-IF
001510         END-IF
001520     END-IF.
001530     STOP RUN.

001540*----------------------------------------------------------------
001550* 1000-AJOUTER-SEANCE - CAPTURE, THEN REFUSE ON ANY CLASH
001560*----------------------------------------------------------------
001570 1000-AJOUTER-SEANCE.
001580     MOVE SPACES TO WS-NOUVELLE-SEANCE.
001590     DISPLAY "Classe : ".
001600     ACCEPT WS-NOU-CLASSE.
001610     IF WS-NOU-CLASSE = SPACES
001620         DISPLAY "Classe obligatoire - abandon"
001630         GO TO 1000-AJOUTER-SEANCE-EXIT
001640     END-IF.
001650     DISPLAY "Matiere : ".
001660     ACCEPT WS-NOU-MATIERE.
001670     DISPLAY "Enseignant : ".
001680     ACCEPT WS-NOU-ENSEIGNANT.
001681     PERFORM 1050-CONTROLER-ENSEIGNANT
001682         THRU 1050-CONTROLER-ENSEIGNANT-EXIT.
001683     IF NOT ENSEIGNANT-CONNU
001684         GO TO 1000-AJOUTER-SEANCE-EXIT
001685     END-IF.
001690     DISPLAY "Salle : ".
001700     ACCEPT WS-NOU-SALLE.
001710     PERFORM 1100-SAISIR-CRENEAU
001720         THRU 1100-SAISIR-CRENEAU-EXIT.
001730     IF NOT SAISIE-VALIDE
001740         GO TO 1000-AJOUTER-SEANCE-EXIT
001750     END-IF.
001760     PERFORM 1500-CONTROLER-CONFLITS
001770         THRU 1500-CONTROLER-CONFLITS-EXIT.
001780     IF WS-NB-CONFLITS > ZERO
001790         DISPLAY "Seance refusee : " WS-NB-CONFLITS
001800             " conflit(s)"
001810         GO TO 1000-AJOUTER-SEANCE-EXIT
001820     END-IF.
001830     MOVE WS-NOUVELLE-SEANCE TO SEANCE-RECORD.
001840     OPEN EXTEND SEANCES-FILE.
001850     IF NOT SEANCES-OK
001860         CLOSE SEANCES-FILE
001870         OPEN OUTPUT SEANCES-FILE
001880     END-IF.
001890     WRITE SEANCE-RECORD.
001900     CLOSE SEANCES-FILE.
001910     DISPLAY "Seance enregistree : " WS-NOU-CLASSE " "
001920         WS-NOM-JOUR(WS-NOU-JOUR) " " WS-NOU-DEBUT "-"
001930         WS-NOU-FIN.
001940 1000-AJOUTER-SEANCE-EXIT.
001950     EXIT.

001951*----------------------------------------------------------------
001952* 1050-CONTROLER-ENSEIGNANT - ONCE THE TEACHER MASTER EXISTS, THE
001953* TEACHER MUST BE ON IT; A CLASS/SUBJECT OUTSIDE THEIR
001954* ASSIGNMENTS IS ONLY WARNED ABOUT
001955*----------------------------------------------------------------
001956 1050-CONTROLER-ENSEIGNANT.
001957     SET ENSEIGNANT-CONNU TO TRUE.
001958     IF WS-NOU-ENSEIGNANT = SPACES
001959         GO TO 1050-CONTROLER-ENSEIGNANT-EXIT
001960     END-IF.
001961     OPEN INPUT ENSEIGNANTS-FILE.
001962     IF NOT ENSEIGNANTS-OK
001963         GO TO 1050-CONTROLER-ENSEIGNANT-EXIT
001964     END-IF.
001965     MOVE WS-NOU-ENSEIGNANT TO ENS-CODE.
001966     READ ENSEIGNANTS-FILE
001967         INVALID KEY
001968             MOVE "N" TO WS-ENS-CONNU
001969             DISPLAY "Enseignant inconnu : " WS-NOU-ENSEIGNANT
001970                 " - voir ENSEIGNANTSMAJ"
001971     END-READ.
001972     IF ENSEIGNANT-CONNU
001973         MOVE "N" TO WS-AFFECTATION
001974         PERFORM VARYING WS-AFX FROM 1 BY 1
001975                 UNTIL WS-AFX > ENS-NB-AFFECT
001976             IF ENS-CLASSE(WS-AFX) = WS-NOU-CLASSE
001977                 AND ENS-MATIERE(WS-AFX) = WS-NOU-MATIERE
001978                 SET AFFECTATION-TROUVEE TO TRUE
001979             END-IF
001980         END-PERFORM
001981         IF NOT AFFECTATION-TROUVEE
001982             DISPLAY "Attention : " FUNCTION TRIM(ENS-NOM)
001983                 " n'est pas affecte(e) a " WS-NOU-CLASSE " en "
001984                 FUNCTION TRIM(WS-NOU-MATIERE)
001985         END-IF
001986     END-IF.
001987     CLOSE ENSEIGNANTS-FILE.
001988 1050-CONTROLER-ENSEIGNANT-EXIT.
001989     EXIT.

001960*----------------------------------------------------------------
001970* 1100-SAISIR-CRENEAU - DAY AND HHMM START/END, END AFTER START
001980*----------------------------------------------------------------
001990 1100-SAISIR-CRENEAU.
002000     MOVE "N" TO WS-SAISIE.
002010     DISPLAY "Jour (1 = lundi ... 7 = dimanche) : ".
002020     MOVE ZERO TO WS-NOU-JOUR.
002030     ACCEPT WS-NOU-JOUR.
002040     IF WS-NOU-JOUR < 1 OR WS-NOU-JOUR > 7
002050         DISPLAY "Jour invalide : " WS-NOU-JOUR
002060         GO TO 1100-SAISIR-CRENEAU-EXIT
002070     END-IF.
002080     DISPLAY "Heure de debut HHMM : ".
002090     MOVE ZERO TO WS-HEURE-SAISIE.
002100     ACCEPT WS-HEURE-SAISIE.
002110     IF WS-HS-HH > 23 OR WS-HS-MM > 59
002120         DISPLAY "Heure invalide : " WS-HEURE-SAISIE
002130         GO TO 1100-SAISIR-CRENEAU-EXIT
002140     END-IF.
002150     MOVE WS-HEURE-SAISIE TO WS-NOU-DEBUT.
002160     IF MODE-SUPPRESSION
002170         SET SAISIE-VALIDE TO TRUE
002180         GO TO 1100-SAISIR-CRENEAU-EXIT
002190     END-IF.
002200     DISPLAY "Heure de fin HHMM : ".
002210     MOVE ZERO TO WS-HEURE-SAISIE.
002220     ACCEPT WS-HEURE-SAISIE.
002230     IF WS-HS-HH > 23 OR WS-HS-MM > 59
002240         OR WS-HEURE-SAISIE NOT > WS-NOU-DEBUT
002250         DISPLAY "Heure de fin invalide : " WS-HEURE-SAISIE
002260         GO TO 1100-SAISIR-CRENEAU-EXIT
002270     END-IF.
002280     MOVE WS-HEURE-SAISIE TO WS-NOU-FIN.
002290     SET SAISIE-VALIDE TO TRUE.
002300 1100-SAISIR-CRENEAU-EXIT.
002310     EXIT.

002320*----------------------------------------------------------------
002330* 1500-CONTROLER-CONFLITS - EVERY SESSION OF THE SAME DAY WHOSE
002340* TIMES OVERLAP AND THAT SHARES THE CLASS, TEACHER OR ROOM
002350*----------------------------------------------------------------
002360 1500-CONTROLER-CONFLITS.
002370     MOVE ZERO TO WS-NB-CONFLITS.
002380     OPEN INPUT SEANCES-FILE.
002390     IF NOT SEANCES-OK
002400         GO TO 1500-CONTROLER-CONFLITS-EXIT
002410     END-IF.
002420     MOVE "N" TO WS-FIN-SEANCES.
002430     PERFORM UNTIL FIN-SEANCES
002440         READ SEANCES-FILE
002450             AT END SET FIN-SEANCES TO TRUE
002460             NOT AT END
002470                 IF SEA-JOUR = WS-NOU-JOUR
002480                     AND SEA-DEBUT < WS-NOU-FIN
002490                     AND WS-NOU-DEBUT < SEA-FIN
002500                     PERFORM 1600-SIGNALER-CONFLIT
002510                         THRU 1600-SIGNALER-CONFLIT-EXIT
002520                 END-IF
002530         END-READ
002540     END-PERFORM.
002550     CLOSE SEANCES-FILE.
002560 1500-CONTROLER-CONFLITS-EXIT.
002570     EXIT.

002580*----------------------------------------------------------------
002590* 1600-SIGNALER-CONFLIT - THE OVERLAPPING SESSION IN SEANCE-RECORD
002600*----------------------------------------------------------------
002610 1600-SIGNALER-CONFLIT.
002620     IF SEA-CLASSE = WS-NOU-CLASSE
002630         ADD 1 TO WS-NB-CONFLITS
002640         DISPLAY "Conflit classe " SEA-CLASSE " : "
002650             FUNCTION TRIM(SEA-MATIERE) " " SEA-DEBUT "-" SEA-FIN
002660     END-IF.
002670     IF WS-NOU-ENSEIGNANT NOT = SPACES
002680         AND SEA-ENSEIGNANT = WS-NOU-ENSEIGNANT
002690         ADD 1 TO WS-NB-CONFLITS
002700         DISPLAY "Conflit enseignant " SEA-ENSEIGNANT
002710             " : classe " SEA-CLASSE " " SEA-DEBUT "-" SEA-FIN
002720     END-IF.
002730     IF WS-NOU-SALLE NOT = SPACES
002740         AND SEA-SALLE = WS-NOU-SALLE
002750         ADD 1 TO WS-NB-CONFLITS
002760         DISPLAY "Conflit salle " SEA-SALLE " : classe "
002770             SEA-CLASSE " " SEA-DEBUT "-" SEA-FIN
002780     END-IF.
002790 1600-SIGNALER-CONFLIT-EXIT.
002800     EXIT.

002810*----------------------------------------------------------------
002820* 2000-SUPPRIMER-SEANCE - BY CLASS, DAY AND START TIME; THE OTHER
002830* SESSIONS GO TO A TEMP COPY THAT THEN BECOMES SEANCES.DAT
002840*----------------------------------------------------------------
002850 2000-SUPPRIMER-SEANCE.
002860     MOVE SPACES TO WS-NOUVELLE-SEANCE.
002870     DISPLAY "Classe : ".
002880     ACCEPT WS-NOU-CLASSE.
002890     PERFORM 1100-SAISIR-CRENEAU
002900         THRU 1100-SAISIR-CRENEAU-EXIT.
002910     IF NOT SAISIE-VALIDE
002920         GO TO 2000-SUPPRIMER-SEANCE-EXIT
002930     END-IF.
002940     OPEN INPUT SEANCES-FILE.
002950     IF NOT SEANCES-OK
002960         CALL "FICHSTAT" USING WS-SEANCES-STATUS
002970             WS-MESSAGE-STATUT
002980         DISPLAY "SEANCES.DAT : "
002990             FUNCTION TRIM(WS-MESSAGE-STATUT)
003000         GO TO 2000-SUPPRIMER-SEANCE-EXIT
003010     END-IF.
003011     OPEN OUTPUT TEMP-FILE.
003012     IF NOT TEMP-OK
003013         CALL "FICHSTAT" USING WS-TEMP-STATUS
003014             WS-MESSAGE-STATUT
003015         DISPLAY "EMPLOI.TMP : "
003016             FUNCTION TRIM(WS-MESSAGE-STATUT)
003017         CLOSE SEANCES-FILE
003018         GO TO 2000-SUPPRIMER-SEANCE-EXIT
003019     END-IF.
003020     MOVE "N" TO WS-FIN-SEANCES.
003030     PERFORM UNTIL FIN-SEANCES
003040         READ SEANCES-FILE
003050             AT END SET FIN-SEANCES TO TRUE
003060             NOT AT END
003070                 IF SEA-CLASSE = WS-NOU-CLASSE
003080                     AND SEA-JOUR = WS-NOU-JOUR
003090                     AND SEA-DEBUT = WS-NOU-DEBUT
003100                     ADD 1 TO WS-NB-SUPPRIMEES
003110                 ELSE
003120                     MOVE SEANCE-RECORD TO TEMP-LIGNE
003130                     WRITE TEMP-LIGNE
003200                 END-IF
003210         END-READ
003220     END-PERFORM.
003225     CLOSE TEMP-FILE.
003230     CLOSE SEANCES-FILE.
003290     IF WS-NB-SUPPRIMEES = ZERO
003300         DISPLAY "Aucune seance a cet horaire pour la classe "
003310             WS-NOU-CLASSE
003313     ELSE
003316         PERFORM 2500-RECOPIER-TEMP
003319             THRU 2500-RECOPIER-TEMP-EXIT
003322         DISPLAY "Seance supprimee : " WS-NOU-CLASSE " "
003325             WS-NOM-JOUR(WS-NOU-JOUR) " " WS-NOU-DEBUT
003330     END-IF.
003331     CALL "CBL_DELETE_FILE" USING WS-NOM-TEMP
003332         RETURNING WS-RETOUR-SUPPRESSION.
003333 2000-SUPPRIMER-SEANCE-EXIT.
003334     EXIT.

003335*----------------------------------------------------------------
003336* 2500-RECOPIER-TEMP - THE TEMP COPY BECOMES SEANCES.DAT
003337*----------------------------------------------------------------
003338 2500-RECOPIER-TEMP.
003339     MOVE "N" TO WS-FIN-SEANCES.
003340     OPEN INPUT TEMP-FILE.
003340     OPEN OUTPUT SEANCES-FILE.
003345     PERFORM UNTIL FIN-SEANCES
003350         READ TEMP-FILE
003355             AT END SET FIN-SEANCES TO TRUE
003360             NOT AT END
003365                 MOVE TEMP-LIGNE TO SEANCE-RECORD
003370                 WRITE SEANCE-RECORD
003375         END-READ
003380     END-PERFORM.
003390     CLOSE SEANCES-FILE.
003400     CLOSE TEMP-FILE.
003410 2500-RECOPIER-TEMP-EXIT.
003430     EXIT.

003440*----------------------------------------------------------------
003450* 3000-IMPRIMER-EMPLOI - ONE TIMETABLE PER CLASS, TEACHER OR ROOM
003460* (BLANK CODE = ALL OF THEM), DAY BY DAY IN START TIME ORDER
003470*----------------------------------------------------------------
003480 3000-IMPRIMER-EMPLOI.
003490     IF MODE-CLASSE
003500         DISPLAY "Classe (vide = toutes) : "
003510     END-IF.
003520     IF MODE-ENSEIGNANT
003530         DISPLAY "Enseignant (vide = tous) : "
003540     END-IF.
003550     IF MODE-SALLE
003560         DISPLAY "Salle (vide = toutes) : "
003570     END-IF.
003580     MOVE SPACES TO WS-CODE-FILTRE.
003590     ACCEPT WS-CODE-FILTRE.
003591     SORT TRI-SEANCES
003592         ON ASCENDING KEY TRI-SEA-CODE TRI-SEA-JOUR TRI-SEA-DEBUT
003593         WITH DUPLICATES IN ORDER
003594         INPUT PROCEDURE IS 3100-SELECTIONNER-SEANCES
003595             THRU 3100-SELECTIONNER-SEANCES-EXIT
003596         OUTPUT PROCEDURE IS 3300-EDITER-EMPLOI
003597             THRU 3300-EDITER-EMPLOI-EXIT.
003598 3000-IMPRIMER-EMPLOI-EXIT.
003599     EXIT.

003600*----------------------------------------------------------------
003601* 3100-SELECTIONNER-SEANCES - SORT INPUT: THE SESSIONS MATCHING
003602* THE CODE
003603*----------------------------------------------------------------
003604 3100-SELECTIONNER-SEANCES.
003600     OPEN INPUT SEANCES-FILE.
003610     IF NOT SEANCES-OK
003620         CALL "FICHSTAT" USING WS-SEANCES-STATUS
003630             WS-MESSAGE-STATUT
003640         DISPLAY "SEANCES.DAT : "
003650             FUNCTION TRIM(WS-MESSAGE-STATUT)
003660         GO TO 3100-SELECTIONNER-SEANCES-EXIT
003670     END-IF.
003680     MOVE "N" TO WS-FIN-SEANCES.
003690     PERFORM UNTIL FIN-SEANCES
003700         READ SEANCES-FILE
003710             AT END SET FIN-SEANCES TO TRUE
003720             NOT AT END
003730                 PERFORM 3200-CHARGER-SEANCE
003740                     THRU 3200-CHARGER-SEANCE-EXIT
003750         END-READ
003760     END-PERFORM.
003770     CLOSE SEANCES-FILE.
003773 3100-SELECTIONNER-SEANCES-EXIT.
003776     EXIT.

003779*----------------------------------------------------------------
003782* 3200-CHARGER-SEANCE - RELEASE THE SESSION IF IT MATCHES THE CODE
003785*----------------------------------------------------------------
003788 3200-CHARGER-SEANCE.
003791     IF MODE-CLASSE
003794         MOVE SEA-CLASSE TO TRI-SEA-CODE
003800     END-IF.
003801     IF MODE-ENSEIGNANT
003802         MOVE SEA-ENSEIGNANT TO TRI-SEA-CODE
003803     END-IF.
003804     IF MODE-SALLE
003805         MOVE SEA-SALLE TO TRI-SEA-CODE
003806     END-IF.
003807     IF WS-CODE-FILTRE NOT = SPACES
003808         AND TRI-SEA-CODE NOT = WS-CODE-FILTRE
003809         GO TO 3200-CHARGER-SEANCE-EXIT
003810     END-IF.
003811     MOVE SEA-JOUR      TO TRI-SEA-JOUR.
003812     MOVE SEA-DEBUT     TO TRI-SEA-DEBUT.
003813     MOVE SEANCE-RECORD TO TRI-SEA-LIGNE.
003814     RELEASE TRI-SEANCE.
003815     ADD 1 TO WS-NB-SEANCES.
003816 3200-CHARGER-SEANCE-EXIT.
003817     EXIT.

003818*----------------------------------------------------------------
003819* 3300-EDITER-EMPLOI - SORT OUTPUT: THE TIMETABLES ON EDTIMPR.DAT
003820*----------------------------------------------------------------
003821 3300-EDITER-EMPLOI.
003822     IF NOT SEANCES-OK
003823         GO TO 3300-EDITER-EMPLOI-EXIT
003824     END-IF.
003830     OPEN OUTPUT RAPPORT-FILE.
003840     IF NOT RAPPORT-OK
003850         CALL "FICHSTAT" USING WS-RAPPORT-STATUS
003860             WS-MESSAGE-STATUT
003870         DISPLAY "EDTIMPR.DAT : "
003880             FUNCTION TRIM(WS-MESSAGE-STATUT)
003890         GO TO 3300-EDITER-EMPLOI-EXIT
003900     END-IF.
003910     IF WS-NB-SEANCES = ZERO
003920         MOVE "Aucune seance a imprimer" TO RAPPORT-LIGNE
003930         WRITE RAPPORT-LIGNE
003940     END-IF.
003950     MOVE HIGH-VALUES TO WS-CODE-COURANT.
003960     MOVE "N" TO WS-FIN-TRI.
003970     PERFORM 3400-IMPRIMER-SEANCE
003980         THRU 3400-IMPRIMER-SEANCE-EXIT
003990         UNTIL FIN-TRI.
004010     CLOSE RAPPORT-FILE.
004020     DISPLAY "Seances imprimees sur EDTIMPR.DAT : "
004030         WS-NB-IMPRIMEES.
004040 3300-EDITER-EMPLOI-EXIT.
004050     EXIT.

004060*----------------------------------------------------------------
004070* 3400-IMPRIMER-SEANCE - THE NEXT SORTED SESSION; A HEADING ON
004080* EACH NEW CODE, THE DAY NAME ON THE FIRST SESSION OF EACH DAY
004670*----------------------------------------------------------------
004680 3400-IMPRIMER-SEANCE.
004683     RETURN TRI-SEANCES
004686         AT END
004689             SET FIN-TRI TO TRUE
004692             GO TO 3400-IMPRIMER-SEANCE-EXIT
004695     END-RETURN.
004698     MOVE TRI-SEA-CODE  TO WS-CT-CODE.
004701     MOVE TRI-SEA-JOUR  TO WS-CT-JOUR.
004704     MOVE TRI-SEA-DEBUT TO WS-CT-DEBUT.
004707     MOVE TRI-SEA-LIGNE TO SEANCE-RECORD.
004710     IF WS-CT-CODE NOT = WS-CODE-COURANT
004720         IF WS-CODE-COURANT NOT = HIGH-VALUES
004730             MOVE SPACES TO RAPPORT-LIGNE
004740             WRITE RAPPORT-LIGNE
004750         END-IF
004760         MOVE WS-CT-CODE TO WS-CODE-COURANT
004770         MOVE ZERO TO WS-JOUR-PRECEDENT
004780         IF MODE-CLASSE
004790             MOVE "EMPLOI DU TEMPS - CLASSE" TO WS-LT-LIBELLE
004800         END-IF
004810         IF MODE-ENSEIGNANT
004820             MOVE "EMPLOI DU TEMPS - ENS." TO WS-LT-LIBELLE
004830         END-IF
004840         IF MODE-SALLE
004850             MOVE "OCCUPATION - SALLE" TO WS-LT-LIBELLE
004860         END-IF
004870         MOVE WS-CT-CODE TO WS-LT-CODE
004880         MOVE WS-LIGNE-TITRE TO RAPPORT-LIGNE
004890         WRITE RAPPORT-LIGNE
004900         MOVE ALL "-" TO RAPPORT-LIGNE(1:32)
004910         WRITE RAPPORT-LIGNE
004920     END-IF.
004930     IF SEA-JOUR NOT = WS-JOUR-PRECEDENT
004940         MOVE WS-NOM-JOUR(SEA-JOUR) TO WS-LS-JOUR
004950         MOVE SEA-JOUR TO WS-JOUR-PRECEDENT
004960     ELSE
004970         MOVE SPACES TO WS-LS-JOUR
004980     END-IF.
004990     DIVIDE SEA-DEBUT BY 100 GIVING WS-LS-DEBUT-HH
005000         REMAINDER WS-LS-DEBUT-MM.
005010     DIVIDE SEA-FIN BY 100 GIVING WS-LS-FIN-HH
005020         REMAINDER WS-LS-FIN-MM.
005030     MOVE SEA-MATIERE    TO WS-LS-MATIERE.
005040     MOVE SEA-CLASSE     TO WS-LS-CLASSE.
005050     MOVE SEA-ENSEIGNANT TO WS-LS-ENSEIGNANT.
005060     MOVE SEA-SALLE      TO WS-LS-SALLE.
005070     MOVE WS-LIGNE-SEANCE TO RAPPORT-LIGNE.
005080     WRITE RAPPORT-LIGNE.
005090     ADD 1 TO WS-NB-IMPRIMEES.
005100 3400-IMPRIMER-SEANCE-EXIT.
005110     EXIT.
