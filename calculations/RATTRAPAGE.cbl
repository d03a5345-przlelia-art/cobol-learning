000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RATTRAPAGE.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. RESIT PROCESSING AFTER THE TERM
000110*                 BULLETIN : LISTS THE STUDENTS OF BULLARCH.DAT
000120*                 BELOW THE PASS MARK (L), CAPTURES THEIR RESIT
000130*                 GRADES ON RATTRAP.DAT BESIDE THE ORIGINAL EXAM
000140*                 GRADE (S), AND RE-ARCHIVES THE TERM RESULT WITH
000150*                 THE RESIT IN PLACE OF THE EXAM AS AN "R" LINE
000160*                 CARRYING THE ORIGINAL AVERAGE (C). THE PASS
000170*                 MARK AND WHETHER THE NEW AVERAGE IS CAPPED AT
000180*                 IT ARE KEPT ON RATTCFG.DAT (P).
000182* 2026-10-15  LM  ARCH-REMARQUE ADDED AT THE END OF THE ARCHIVE
000184*                 LINE FOR THE CLASS COUNCIL'S REMARKS
000186*                 (CONSEILCLASSE), BLANK ON THE RESIT LINE.
000187* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000188*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000189*                 RATTRAPAGE (SEE HABILITATIONS).
000190* 2026-10-15  LM  THE TERM'S STUDENTS ARE KEPT ON THE KEYED WORK
000191*                 FILE RATTELV.TMP INSTEAD OF A 500-ENTRY TABLE,
000192*                 SO NONE IS LEFT OUT OF THE RESIT. THEY ARE NOW
000193*                 LISTED, CAPTURED AND ARCHIVED IN NAME ORDER.
000190*----------------------------------------------------------------

000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.

000230     SELECT ARCHIVE-FILE ASSIGN TO "BULLARCH.DAT"
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WS-ARCHIVE-STATUS.

000260     SELECT RATTRAPAGE-FILE ASSIGN TO "RATTRAP.DAT"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-RATTRAPAGE-STATUS.

000290     SELECT CONFIG-FILE ASSIGN TO "RATTCFG.DAT"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-CONFIG-STATUS.

000320     SELECT TERMES-FILE ASSIGN TO "TERMES.DAT"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-TERMES-STATUS.

000341     SELECT ELEVES-TRAVAIL ASSIGN TO "RATTELV.TMP"
000342         ORGANIZATION IS INDEXED
000343         ACCESS MODE IS DYNAMIC
000344         RECORD KEY IS ETT-NOM
000345         FILE STATUS IS WS-TRAVAIL-STATUS.

000350 DATA DIVISION.
000360 FILE SECTION.

000370*----------------------------------------------------------------
000380* ARCHIVE - ONE LINE PER STUDENT PER TERM (LAYOUT KEPT IN STEP
000390* WITH BULLETIN, BULLTENDANCE AND MENTIONS); A LINE WRITTEN
000400* AFTER THE RESIT CARRIES "R" AND THE ORIGINAL AVERAGE
000410*----------------------------------------------------------------
000420 FD  ARCHIVE-FILE.
000430 01  ARCH-RECORD.
000440     05 ARCH-TERME            PIC X(10).
000450     05 ARCH-NOM              PIC X(20).
000460     05 ARCH-MOYENNE          PIC 9(02)V99.
000470     05 ARCH-LETTRE           PIC X(01).
000480     05 ARCH-NOTES.
000490         10 ARCH-NOTE OCCURS 3 TIMES PIC 9(02).
000500     05 ARCH-STATUT           PIC X(01).
000510         88 ARCH-APRES-RATTRAPAGE     VALUE "R".
000520     05 ARCH-MOYENNE-INIT     PIC 9(02)V99.
000525     05 ARCH-REMARQUE         PIC X(50).

000530 FD  RATTRAPAGE-FILE.
000540     COPY "RATTRAP-RECORD.cpy".

000550 FD  CONFIG-FILE.
000560     COPY "RATTCFG-RECORD.cpy".

000570*----------------------------------------------------------------
000580* TERMES - THE TERM REFERENCE (LAYOUT KEPT IN STEP WITH
000590* TERMESMAJ)
000600*----------------------------------------------------------------
000610 FD  TERMES-FILE.
000620 01  TERME-RECORD.
000630     05 TRM-CODE              PIC X(10).
000640     05 TRM-SEQUENCE          PIC 9(03).

000641*----------------------------------------------------------------
000642* ELEVES-TRAVAIL - LATEST BULLETIN LINE PER STUDENT OF THE TERM,
000643* WITH THE RESIT GRADE CAPTURED AND THE RESULT ARCHIVED AFTER
000644* IT, IF ANY
000645*----------------------------------------------------------------
000646 FD  ELEVES-TRAVAIL.
000647 01  ELEVE-TRAVAIL.
000648     05 ETT-NOM               PIC X(20).
000649     05 ETT-MOYENNE           PIC 9(02)V99.
000650     05 ETT-LETTRE            PIC X(01).
000651     05 ETT-DETAIL            PIC X(01).
000652         88 ETT-DETAIL-CONNU          VALUE "O".
000653     05 ETT-NOTE OCCURS 3 TIMES PIC 9(02).
000654     05 ETT-RATTRAPE          PIC X(01).
000655         88 ETT-A-RATTRAPE            VALUE "O".
000656     05 ETT-NOTE-RATT         PIC 9(02).
000657     05 ETT-ARCHIVE           PIC X(01).
000658         88 ETT-ARCHIVE-APRES         VALUE "O".
000659     05 ETT-MOY-APRES         PIC 9(02)V99.

000650 WORKING-STORAGE SECTION.

000655     COPY "HABILITATION.cpy".

000660 01  WS-MODE                 PIC X(01).
000670     88 MODE-LISTE                    VALUE "L" "l".
000680     88 MODE-SAISIE                   VALUE "S" "s".
000690     88 MODE-CALCUL                   VALUE "C" "c".
000700     88 MODE-PARAMETRES               VALUE "P" "p".

000710 01  WS-DATE-JOUR            PIC 9(08).
000720 01  WS-TERME                PIC X(10).

000740*----------------------------------------------------------------
000750* PARAMETRES - DEFAULTS WHEN RATTCFG.DAT IS ABSENT
000760*----------------------------------------------------------------
000770 01  WS-SEUIL                PIC 9(02)V99 VALUE 10.00.
000780 01  WS-REGLE                PIC X(01) VALUE "P".
000790     88 REGLE-PLAFOND                 VALUE "P".
000800     88 REGLE-REMPLACE                VALUE "R".
000810 01  WS-SAISIE-SEUIL         PIC 9(02) VALUE ZERO.
000820 01  WS-REPONSE              PIC X(01).

000830 01  WS-SAISIE-NUMERIQUE     PIC X(12).
000840 01  WS-VALNUM-MIN           PIC S9(08).
000850 01  WS-VALNUM-MAX           PIC S9(08).
000860 01  WS-VALNUM-VALEUR        PIC S9(08).
000870 01  WS-VALNUM-VERDICT       PIC X(01).
000880     88 SAISIE-VALIDE                 VALUE "O".

000890*----------------------------------------------------------------
000900* COEFFICIENTS - AS ON THE BULLETIN (EXAM COUNTS DOUBLE)
000910*----------------------------------------------------------------
000920 01  WS-COEFFICIENTS.
000930     05 FILLER                PIC 9(01) VALUE 1.
000940     05 FILLER                PIC 9(01) VALUE 1.
000950     05 FILLER                PIC 9(01) VALUE 2.
000960 01  WS-COEF-TABLE REDEFINES WS-COEFFICIENTS.
000970     05 WS-COEF OCCURS 3 TIMES PIC 9(01).

000980 01  WS-IDX                  PIC 9(01).
000990 01  WS-SOMME-PONDEREE       PIC 9(04).
001000 01  WS-TOTAL-COEF           PIC 9(02).
001010 01  WS-MOYENNE              PIC 9(02)V99.
001020 01  WS-LETTRE               PIC X(01).

001030 01  WS-NB-ELIGIBLES         PIC 9(06) VALUE ZERO.
001040 01  WS-NB-SAISIES           PIC 9(06) VALUE ZERO.
001050 01  WS-NB-ARCHIVES          PIC 9(06) VALUE ZERO.
001060 01  WS-NB-SANS-DETAIL       PIC 9(06) VALUE ZERO.

001070 01  WS-MESSAGE-STATUT       PIC X(40).
001073 01  WS-NOM-TRAVAIL          PIC X(40) VALUE "RATTELV.TMP".
001076 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.

001080 01  WS-ARCHIVE-STATUS       PIC X(02).
001090     88 ARCHIVE-OK                    VALUE "00".
001100 01  WS-RATTRAPAGE-STATUS    PIC X(02).
001110     88 RATTRAPAGE-OK                 VALUE "00".
001120 01  WS-CONFIG-STATUS        PIC X(02).
001130     88 CONFIG-OK                     VALUE "00".
001140 01  WS-TERMES-STATUS        PIC X(02).
001150     88 TERMES-OK                     VALUE "00".
001153 01  WS-TRAVAIL-STATUS       PIC X(02).
001156     88 TRAVAIL-OK                    VALUE "00".

001160 01  WS-SWITCHES.
001170     05 WS-FIN-FICHIER       PIC X(01).
001180         88 FIN-FICHIER               VALUE "Y".
001190     05 WS-TERME-VALIDE      PIC X(01) VALUE "N".
001200         88 TERME-VALIDE              VALUE "O".
001210     05 WS-NOTE-TRAITEE      PIC X(01).
001220         88 NOTE-TRAITEE              VALUE "O".
001230     05 WS-FIN-ELEVES        PIC X(01).
001240         88 FIN-ELEVES                VALUE "Y".
001250     05 WS-ELEVE-NOUVEAU     PIC X(01).
001260         88 ELEVE-NOUVEAU             VALUE "O".

001440 PROCEDURE DIVISION.

001450*----------------------------------------------------------------
001460* 0000-MAINLINE
001470*----------------------------------------------------------------
001480 0000-MAINLINE.
001481     MOVE "RATTRAPAGE" TO HAB-PROGRAMME.
001482     CALL "HABILITER" USING HAB-ZONE.
001483     IF NOT HAB-AUTORISE
001484         GOBACK
001485     END-IF.
001490     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001500     DISPLAY "Liste (L), saisie (S), calcul apres rattrapage (C)"
001510         " ou parametres (P) ? ".
001520     ACCEPT WS-MODE.
001530     IF NOT MODE-LISTE AND NOT MODE-SAISIE AND NOT MODE-CALCUL
001540         AND NOT MODE-PARAMETRES
001550         DISPLAY "Mode inconnu, merci de choisir L, S, C ou P"
001560         STOP RUN
001570     END-IF.
001580     PERFORM 1600-LIRE-PARAMETRES
001590         THRU 1600-LIRE-PARAMETRES-EXIT.
001600     IF MODE-PARAMETRES
001610         PERFORM 1500-SAISIR-PARAMETRES
001620             THRU 1500-SAISIR-PARAMETRES-EXIT
001630         STOP RUN
001640     END-IF.
001650     PERFORM 1000-SAISIR-TERME
001660         THRU 1000-SAISIR-TERME-EXIT.
001670     IF NOT TERME-VALIDE
001680         DISPLAY "Terme inconnu de TERMES.DAT : "
001690             FUNCTION TRIM(WS-TERME)
001700         STOP RUN
001701     END-IF.
001702     OPEN OUTPUT ELEVES-TRAVAIL.
001703     IF NOT TRAVAIL-OK
001704         CALL "FICHSTAT" USING WS-TRAVAIL-STATUS
001705             WS-MESSAGE-STATUT
001706         DISPLAY "RATTELV.TMP : "
001707             FUNCTION TRIM(WS-MESSAGE-STATUT)
001708         STOP RUN
001710     END-IF.
001713     CLOSE ELEVES-TRAVAIL.
001716     OPEN I-O ELEVES-TRAVAIL.
001720     PERFORM 2000-CHARGER-ARCHIVE
001730         THRU 2000-CHARGER-ARCHIVE-EXIT.
001740     PERFORM 2500-CHARGER-RATTRAPAGES
001750         THRU 2500-CHARGER-RATTRAPAGES-EXIT.
001800     IF MODE-LISTE
001810         PERFORM 3000-LISTER-ELIGIBLES
001820             THRU 3000-LISTER-ELIGIBLES-EXIT
001830     END-IF.
001840     IF MODE-SAISIE
001850         PERFORM 4000-SAISIR-RATTRAPAGES
001860             THRU 4000-SAISIR-RATTRAPAGES-EXIT
001870     END-IF.
001880     IF MODE-CALCUL
001890         PERFORM 5000-RECALCULER
001900             THRU 5000-RECALCULER-EXIT
001910     END-IF.
001912     CLOSE ELEVES-TRAVAIL.
001914     CALL "CBL_DELETE_FILE" USING WS-NOM-TRAVAIL
001916         RETURNING WS-RETOUR-SUPPRESSION.
001920     STOP RUN.

001930*----------------------------------------------------------------
001940* 1000-SAISIR-TERME - THE KEYED TERM MUST BE DECLARED IN THE
001950* REFERENCE TABLE
001960*----------------------------------------------------------------
001970 1000-SAISIR-TERME.
001980     DISPLAY "Identifiant du terme (ex. 2026-T1) : ".
001990     MOVE SPACES TO WS-TERME.
002000     ACCEPT WS-TERME.
002010     OPEN INPUT TERMES-FILE.
002020     IF NOT TERMES-OK
002030         DISPLAY "TERMES.DAT absent - aucun terme valide"
002040         GO TO 1000-SAISIR-TERME-EXIT
002050     END-IF.
002060     MOVE "N" TO WS-FIN-FICHIER.
002070     PERFORM UNTIL FIN-FICHIER
002080         READ TERMES-FILE
002090             AT END SET FIN-FICHIER TO TRUE
002100             NOT AT END
002110                 IF TRM-CODE = WS-TERME
002120                     SET TERME-VALIDE TO TRUE
002130                 END-IF
002140         END-READ
002150     END-PERFORM.
002160     CLOSE TERMES-FILE.
002170 1000-SAISIR-TERME-EXIT.
002180     EXIT.

002190*----------------------------------------------------------------
002200* 1500-SAISIR-PARAMETRES - PASS MARK AND RULE; RETURN KEEPS THE
002210* CURRENT VALUE
002220*----------------------------------------------------------------
002230 1500-SAISIR-PARAMETRES.
002240     DISPLAY "Moyenne de passage sur 20 (" WS-SEUIL ") : ".
002250     MOVE ZERO TO WS-SAISIE-SEUIL.
002260     ACCEPT WS-SAISIE-SEUIL.
002270     IF WS-SAISIE-SEUIL NOT = ZERO
002280         IF WS-SAISIE-SEUIL > 20
002290             DISPLAY "Moyenne superieure a 20 - abandon"
002300             GO TO 1500-SAISIR-PARAMETRES-EXIT
002310         END-IF
002320         MOVE WS-SAISIE-SEUIL TO WS-SEUIL
002330     END-IF.
002340     DISPLAY "Le rattrapage remplace l'examen (R) ou remplace"
002350         " l'examen avec la moyenne plafonnee au passage (P)"
002360         " - actuel " WS-REGLE " : ".
002370     MOVE SPACE TO WS-REPONSE.
002380     ACCEPT WS-REPONSE.
002390     IF WS-REPONSE = "R" OR WS-REPONSE = "r"
002400         MOVE "R" TO WS-REGLE
002410     END-IF.
002420     IF WS-REPONSE = "P" OR WS-REPONSE = "p"
002430         MOVE "P" TO WS-REGLE
002440     END-IF.
002450     MOVE WS-SEUIL TO RCF-SEUIL.
002460     MOVE WS-REGLE TO RCF-REGLE.
002470     OPEN OUTPUT CONFIG-FILE.
002480     WRITE RATTCFG-RECORD.
002490     CLOSE CONFIG-FILE.
002500     DISPLAY "Parametres enregistres : passage " WS-SEUIL
002510         " - regle " WS-REGLE.
002520 1500-SAISIR-PARAMETRES-EXIT.
002530     EXIT.

002540*----------------------------------------------------------------
002550* 1600-LIRE-PARAMETRES
002560*----------------------------------------------------------------
002570 1600-LIRE-PARAMETRES.
002580     OPEN INPUT CONFIG-FILE.
002590     IF NOT CONFIG-OK
002600         GO TO 1600-LIRE-PARAMETRES-EXIT
002610     END-IF.
002620     READ CONFIG-FILE
002630         AT END CONTINUE
002640         NOT AT END
002650             IF RCF-SEUIL > ZERO
002660                 MOVE RCF-SEUIL TO WS-SEUIL
002670             END-IF
002680             IF RCF-REGLE-REMPLACE
002690                 MOVE "R" TO WS-REGLE
002700             END-IF
002710     END-READ.
002720     CLOSE CONFIG-FILE.
002730 1600-LIRE-PARAMETRES-EXIT.
002740     EXIT.

002750*----------------------------------------------------------------
002760* 2000-CHARGER-ARCHIVE - THE TERM'S LINES IN FILE ORDER : A NEW
002770* BULLETIN LINE STARTS THE STUDENT OVER, AN "R" LINE RECORDS
002780* THE RESULT ALREADY ARCHIVED AFTER THE RESIT
002790*----------------------------------------------------------------
002800 2000-CHARGER-ARCHIVE.
002810     OPEN INPUT ARCHIVE-FILE.
002820     IF NOT ARCHIVE-OK
002830         CALL "FICHSTAT" USING WS-ARCHIVE-STATUS
002840             WS-MESSAGE-STATUT
002850         DISPLAY "BULLARCH.DAT : "
002860             FUNCTION TRIM(WS-MESSAGE-STATUT)
002870         GO TO 2000-CHARGER-ARCHIVE-EXIT
002880     END-IF.
002890     MOVE "N" TO WS-FIN-FICHIER.
002900     PERFORM UNTIL FIN-FICHIER
002910         READ ARCHIVE-FILE
002920             AT END SET FIN-FICHIER TO TRUE
002930             NOT AT END
002940                 IF ARCH-TERME = WS-TERME
002950                     PERFORM 2100-RETENIR-LIGNE
002960                         THRU 2100-RETENIR-LIGNE-EXIT
002970                 END-IF
002980         END-READ
002990     END-PERFORM.
003000     CLOSE ARCHIVE-FILE.
003010 2000-CHARGER-ARCHIVE-EXIT.
003020     EXIT.

003030*----------------------------------------------------------------
003040* 2100-RETENIR-LIGNE
003050*----------------------------------------------------------------
003060 2100-RETENIR-LIGNE.
003066     MOVE "N" TO WS-ELEVE-NOUVEAU.
003072     MOVE ARCH-NOM TO ETT-NOM.
003078     READ ELEVES-TRAVAIL
003084         INVALID KEY SET ELEVE-NOUVEAU TO TRUE
003090     END-READ.
003100     IF ARCH-APRES-RATTRAPAGE
003106         IF NOT ELEVE-NOUVEAU
003112             SET ETT-ARCHIVE-APRES TO TRUE
003118             MOVE ARCH-MOYENNE TO ETT-MOY-APRES
003124             PERFORM 2950-ENREGISTRER-ELEVE
003130                 THRU 2950-ENREGISTRER-ELEVE-EXIT
003140         END-IF
003150         GO TO 2100-RETENIR-LIGNE-EXIT
003160     END-IF.
003170     IF ELEVE-NOUVEAU
003180         MOVE ARCH-NOM TO ETT-NOM
003190         MOVE "N" TO ETT-RATTRAPE
003200         MOVE ZERO TO ETT-NOTE-RATT
003270     END-IF.
003280     MOVE ARCH-MOYENNE TO ETT-MOYENNE.
003290     MOVE ARCH-LETTRE  TO ETT-LETTRE.
003300     MOVE "N"  TO ETT-ARCHIVE.
003310     MOVE ZERO TO ETT-MOY-APRES.
003320     IF ARCH-NOTES = SPACES
003330         MOVE "N" TO ETT-DETAIL
003340         MOVE ZERO TO ETT-NOTE(1) ETT-NOTE(2) ETT-NOTE(3)
003360     ELSE
003370         SET ETT-DETAIL-CONNU TO TRUE
003380         MOVE ARCH-NOTE(1) TO ETT-NOTE(1)
003390         MOVE ARCH-NOTE(2) TO ETT-NOTE(2)
003400         MOVE ARCH-NOTE(3) TO ETT-NOTE(3)
003410     END-IF.
003413     PERFORM 2950-ENREGISTRER-ELEVE
003416         THRU 2950-ENREGISTRER-ELEVE-EXIT.
003420 2100-RETENIR-LIGNE-EXIT.
003430     EXIT.

003440*----------------------------------------------------------------
003450* 2500-CHARGER-RATTRAPAGES - LATEST RESIT GRADE PER STUDENT
003460*----------------------------------------------------------------
003470 2500-CHARGER-RATTRAPAGES.
003480     OPEN INPUT RATTRAPAGE-FILE.
003490     IF NOT RATTRAPAGE-OK
003500         GO TO 2500-CHARGER-RATTRAPAGES-EXIT
003510     END-IF.
003520     MOVE "N" TO WS-FIN-FICHIER.
003530     PERFORM UNTIL FIN-FICHIER
003540         READ RATTRAPAGE-FILE
003550             AT END SET FIN-FICHIER TO TRUE
003560             NOT AT END
003570                 IF RAT-TERME = WS-TERME
003580                     PERFORM 2600-RETENIR-RATTRAPAGE
003590                         THRU 2600-RETENIR-RATTRAPAGE-EXIT
003650                 END-IF
003660         END-READ
003670     END-PERFORM.
003680     CLOSE RATTRAPAGE-FILE.
003690 2500-CHARGER-RATTRAPAGES-EXIT.
003700     EXIT.

003710*----------------------------------------------------------------
003720* 2600-RETENIR-RATTRAPAGE - ONLY FOR A STUDENT OF THE TERM
003730*----------------------------------------------------------------
003732 2600-RETENIR-RATTRAPAGE.
003734     MOVE RAT-NOM TO ETT-NOM.
003736     READ ELEVES-TRAVAIL
003738         INVALID KEY GO TO 2600-RETENIR-RATTRAPAGE-EXIT
003740     END-READ.
003742     SET ETT-A-RATTRAPE TO TRUE.
003744     MOVE RAT-NOTE TO ETT-NOTE-RATT.
003746     REWRITE ELEVE-TRAVAIL
003748         INVALID KEY CONTINUE
003750     END-REWRITE.
003752 2600-RETENIR-RATTRAPAGE-EXIT.
003754     EXIT.

003756*----------------------------------------------------------------
003758* 2900-DEBUTER-ELEVES - READ NEXT FROM THE FIRST NAME ON
003760*----------------------------------------------------------------
003762 2900-DEBUTER-ELEVES.
003764     MOVE LOW-VALUES TO ETT-NOM.
003766     MOVE "N" TO WS-FIN-ELEVES.
003768     START ELEVES-TRAVAIL KEY IS NOT LESS THAN ETT-NOM
003770         INVALID KEY SET FIN-ELEVES TO TRUE
003772     END-START.
003774 2900-DEBUTER-ELEVES-EXIT.
003776     EXIT.

003778*----------------------------------------------------------------
003780* 2950-ENREGISTRER-ELEVE - WRITE OR REWRITE THE RECORD
003782*----------------------------------------------------------------
003784 2950-ENREGISTRER-ELEVE.
003786     IF ELEVE-NOUVEAU
003788         WRITE ELEVE-TRAVAIL
003790             INVALID KEY CONTINUE
003792         END-WRITE
003794     ELSE
003796         REWRITE ELEVE-TRAVAIL
003798             INVALID KEY CONTINUE
003800         END-REWRITE
003802     END-IF.
003804 2950-ENREGISTRER-ELEVE-EXIT.
003840     EXIT.

003850*----------------------------------------------------------------
003860* 3000-LISTER-ELIGIBLES - STUDENTS BELOW THE PASS MARK ON THE
003870* TERM'S BULLETIN, WITH WHERE THEIR RESIT STANDS
003880*----------------------------------------------------------------
003890 3000-LISTER-ELIGIBLES.
003900     DISPLAY "Eleves admis au rattrapage - terme "
003910         FUNCTION TRIM(WS-TERME) " (moyenne < " WS-SEUIL ")".
003920     DISPLAY "--------------------------------------------------".
003926     PERFORM 2900-DEBUTER-ELEVES
003932         THRU 2900-DEBUTER-ELEVES-EXIT.
003938     PERFORM UNTIL FIN-ELEVES
003944         READ ELEVES-TRAVAIL NEXT RECORD
003950             AT END SET FIN-ELEVES TO TRUE
003956             NOT AT END
003962                 IF ETT-MOYENNE < WS-SEUIL
003968                     ADD 1 TO WS-NB-ELIGIBLES
003974                     PERFORM 3100-LISTER-UN-ELEVE
003980                         THRU 3100-LISTER-UN-ELEVE-EXIT
003986                 END-IF
003992         END-READ
004000     END-PERFORM.
004010     IF WS-NB-ELIGIBLES = ZERO
004020         DISPLAY "Aucun eleve sous la moyenne de passage"
004030     ELSE
004040         DISPLAY "Eleves concernes : " WS-NB-ELIGIBLES
004050     END-IF.
004060 3000-LISTER-ELIGIBLES-EXIT.
004070     EXIT.

004080*----------------------------------------------------------------
004090* 3100-LISTER-UN-ELEVE
004100*----------------------------------------------------------------
004110 3100-LISTER-UN-ELEVE.
004120     DISPLAY FUNCTION TRIM(ETT-NOM) " - moyenne "
004130         ETT-MOYENNE " (" ETT-LETTRE
004140         ") - examen " ETT-NOTE(3).
004150     IF ETT-A-RATTRAPE
004160         DISPLAY "   Note de rattrapage : "
004170             ETT-NOTE-RATT
004180     END-IF.
004190     IF ETT-ARCHIVE-APRES
004200         DISPLAY "   Moyenne apres rattrapage : "
004210             ETT-MOY-APRES
004220     END-IF.
004230     IF NOT ETT-DETAIL-CONNU
004240         DISPLAY "   Notes detaillees absentes de BULLARCH.DAT -"
004250             " relancer BULLETIN pour ce terme"
004260     END-IF.
004270 3100-LISTER-UN-ELEVE-EXIT.
004280     EXIT.

004290*----------------------------------------------------------------
004300* 4000-SAISIR-RATTRAPAGES - ONE RESIT GRADE PER ELIGIBLE STUDENT
004310* WHOSE GRADES ARE ON THE ARCHIVE; THE EXAM GRADE IS KEPT BESIDE
004320* IT ON RATTRAP.DAT
004330*----------------------------------------------------------------
004340 4000-SAISIR-RATTRAPAGES.
004350     OPEN EXTEND RATTRAPAGE-FILE.
004360     IF NOT RATTRAPAGE-OK
004370         CLOSE RATTRAPAGE-FILE
004380         OPEN OUTPUT RATTRAPAGE-FILE
004390     END-IF.
004395     PERFORM 2900-DEBUTER-ELEVES
004400         THRU 2900-DEBUTER-ELEVES-EXIT.
004405     PERFORM UNTIL FIN-ELEVES
004410         READ ELEVES-TRAVAIL NEXT RECORD
004415             AT END SET FIN-ELEVES TO TRUE
004420             NOT AT END
004425                 IF ETT-MOYENNE < WS-SEUIL
004430                     PERFORM 4100-SAISIR-UNE-NOTE
004435                         THRU 4100-SAISIR-UNE-NOTE-EXIT
004440                 END-IF
004445         END-READ
004460     END-PERFORM.
004470     CLOSE RATTRAPAGE-FILE.
004480     DISPLAY "Notes de rattrapage saisies : " WS-NB-SAISIES.
004490     IF WS-NB-SANS-DETAIL > ZERO
004500         DISPLAY "Eleves sans notes detaillees, non saisis : "
004510             WS-NB-SANS-DETAIL
004520     END-IF.
004530 4000-SAISIR-RATTRAPAGES-EXIT.
004540     EXIT.

004550*----------------------------------------------------------------
004560* 4100-SAISIR-UNE-NOTE - 0 TO 20; BLANK KEEPS WHAT IS ALREADY
004570* CAPTURED
004580*----------------------------------------------------------------
004590 4100-SAISIR-UNE-NOTE.
004600     IF NOT ETT-DETAIL-CONNU
004610         DISPLAY FUNCTION TRIM(ETT-NOM)
004620             " : notes detaillees absentes de BULLARCH.DAT"
004630         ADD 1 TO WS-NB-SANS-DETAIL
004640         GO TO 4100-SAISIR-UNE-NOTE-EXIT
004650     END-IF.
004660     MOVE 0  TO WS-VALNUM-MIN.
004670     MOVE 20 TO WS-VALNUM-MAX.
004680     MOVE "N" TO WS-NOTE-TRAITEE.
004690     PERFORM UNTIL NOTE-TRAITEE
004700         DISPLAY FUNCTION TRIM(ETT-NOM) " - moyenne "
004710             ETT-MOYENNE ", examen "
004720             ETT-NOTE(3)
004730         IF ETT-A-RATTRAPE
004740             DISPLAY "   Rattrapage deja saisi : "
004750                 ETT-NOTE-RATT
004760         END-IF
004770         DISPLAY "   Note de rattrapage sur 20"
004780             " (vide = inchange) : "
004790         MOVE SPACES TO WS-SAISIE-NUMERIQUE
004800         ACCEPT WS-SAISIE-NUMERIQUE
004810         IF WS-SAISIE-NUMERIQUE = SPACES
004820             GO TO 4100-SAISIR-UNE-NOTE-EXIT
004830         END-IF
004840         CALL "VALNUM" USING WS-SAISIE-NUMERIQUE
004850             WS-VALNUM-MIN WS-VALNUM-MAX
004860             WS-VALNUM-VALEUR WS-VALNUM-VERDICT
004870         IF SAISIE-VALIDE
004880             SET NOTE-TRAITEE TO TRUE
004890         ELSE
004900             DISPLAY "Note invalide - entre 0 et 20"
004910         END-IF
004920     END-PERFORM.
004930     MOVE WS-TERME              TO RAT-TERME.
004940     MOVE ETT-NOM    TO RAT-NOM.
004950     MOVE ETT-NOTE(3) TO RAT-NOTE-EXAMEN.
004960     MOVE WS-VALNUM-VALEUR      TO RAT-NOTE.
004970     MOVE WS-DATE-JOUR          TO RAT-DATE.
004980     WRITE RATTRAP-RECORD.
004985     SET ETT-A-RATTRAPE TO TRUE.
004990     MOVE WS-VALNUM-VALEUR TO ETT-NOTE-RATT.
004995     REWRITE ELEVE-TRAVAIL
005000         INVALID KEY CONTINUE
005005     END-REWRITE.
005010     ADD 1 TO WS-NB-SAISIES.
005020 4100-SAISIR-UNE-NOTE-EXIT.
005030     EXIT.

005040*----------------------------------------------------------------
005050* 5000-RECALCULER - AVERAGE AGAIN WITH THE RESIT IN PLACE OF THE
005060* EXAM, UNDER THE SCHOOL'S RULE, ARCHIVED AS AN "R" LINE
005070*----------------------------------------------------------------
005080 5000-RECALCULER.
005090     OPEN EXTEND ARCHIVE-FILE.
005100     IF NOT ARCHIVE-OK
005110         CALL "FICHSTAT" USING WS-ARCHIVE-STATUS
005120             WS-MESSAGE-STATUT
005130         DISPLAY "BULLARCH.DAT : "
005140             FUNCTION TRIM(WS-MESSAGE-STATUT)
005150         GO TO 5000-RECALCULER-EXIT
005160     END-IF.
005170     IF REGLE-PLAFOND
005180         DISPLAY "Regle : rattrapage a la place de l'examen,"
005190             " moyenne plafonnee a " WS-SEUIL
005200     ELSE
005210         DISPLAY "Regle : rattrapage a la place de l'examen"
005220     END-IF.
005226     PERFORM 2900-DEBUTER-ELEVES
005232         THRU 2900-DEBUTER-ELEVES-EXIT.
005238     PERFORM UNTIL FIN-ELEVES
005244         READ ELEVES-TRAVAIL NEXT RECORD
005250             AT END SET FIN-ELEVES TO TRUE
005256             NOT AT END
005262                 IF ETT-MOYENNE < WS-SEUIL
005268                     AND ETT-A-RATTRAPE
005274                     PERFORM 5100-RECALCULER-UN-ELEVE
005280                         THRU 5100-RECALCULER-UN-ELEVE-EXIT
005286                 END-IF
005292         END-READ
005300     END-PERFORM.
005310     CLOSE ARCHIVE-FILE.
005320     DISPLAY "Resultats archives apres rattrapage : "
005330         WS-NB-ARCHIVES.
005340 5000-RECALCULER-EXIT.
005350     EXIT.

005360*----------------------------------------------------------------
005370* 5100-RECALCULER-UN-ELEVE - A RESIT NEVER LOWERS THE AVERAGE;
005380* NOTHING IS WRITTEN WHEN THE ARCHIVE ALREADY HOLDS THE RESULT
005390*----------------------------------------------------------------
005400 5100-RECALCULER-UN-ELEVE.
005410     MOVE ZERO TO WS-SOMME-PONDEREE.
005420     MOVE ZERO TO WS-TOTAL-COEF.
005430     PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
005440         IF WS-IDX = 3
005450             COMPUTE WS-SOMME-PONDEREE = WS-SOMME-PONDEREE
005460                 + (ETT-NOTE-RATT * WS-COEF(WS-IDX))
005470             END-COMPUTE
005480         ELSE
005490             COMPUTE WS-SOMME-PONDEREE = WS-SOMME-PONDEREE
005500                 + (ETT-NOTE(WS-IDX) * WS-COEF(WS-IDX))
005510             END-COMPUTE
005520         END-IF
005530         ADD WS-COEF(WS-IDX) TO WS-TOTAL-COEF
005540     END-PERFORM.
005550     COMPUTE WS-MOYENNE = WS-SOMME-PONDEREE / WS-TOTAL-COEF.
005560     IF REGLE-PLAFOND AND WS-MOYENNE > WS-SEUIL
005570         MOVE WS-SEUIL TO WS-MOYENNE
005580     END-IF.
005590     IF WS-MOYENNE < ETT-MOYENNE
005600         MOVE ETT-MOYENNE TO WS-MOYENNE
005610     END-IF.
005620     PERFORM 5200-DETERMINER-LETTRE
005630         THRU 5200-DETERMINER-LETTRE-EXIT.
005640     DISPLAY FUNCTION TRIM(ETT-NOM) " - moyenne "
005650         ETT-MOYENNE " (" ETT-LETTRE
005660         ") - apres rattrapage " WS-MOYENNE " (" WS-LETTRE ")".
005670     IF ETT-ARCHIVE-APRES
005680         AND ETT-MOY-APRES = WS-MOYENNE
005690         GO TO 5100-RECALCULER-UN-ELEVE-EXIT
005700     END-IF.
005710     MOVE WS-TERME               TO ARCH-TERME.
005720     MOVE ETT-NOM     TO ARCH-NOM.
005730     MOVE WS-MOYENNE             TO ARCH-MOYENNE.
005740     MOVE WS-LETTRE              TO ARCH-LETTRE.
005750     MOVE ETT-NOTE(1)  TO ARCH-NOTE(1).
005760     MOVE ETT-NOTE(2)  TO ARCH-NOTE(2).
005770     MOVE ETT-NOTE-RATT TO ARCH-NOTE(3).
005780     MOVE "R"                    TO ARCH-STATUT.
005787     MOVE ETT-MOYENNE TO ARCH-MOYENNE-INIT.
005795     MOVE SPACES                 TO ARCH-REMARQUE.
005800     WRITE ARCH-RECORD.
005805     SET ETT-ARCHIVE-APRES TO TRUE.
005810     MOVE WS-MOYENNE TO ETT-MOY-APRES.
005815     REWRITE ELEVE-TRAVAIL
005820         INVALID KEY CONTINUE
005825     END-REWRITE.
005830     ADD 1 TO WS-NB-ARCHIVES.
005840 5100-RECALCULER-UN-ELEVE-EXIT.
005850     EXIT.

005860*----------------------------------------------------------------
005870* 5200-DETERMINER-LETTRE - SAME SCALE AS THE BULLETIN
005880*----------------------------------------------------------------
005890 5200-DETERMINER-LETTRE.
005900     IF WS-MOYENNE >= 16
005910         MOVE "A" TO WS-LETTRE
005920     ELSE
005930         IF WS-MOYENNE >= 14
005940             MOVE "B" TO WS-LETTRE
005950         ELSE
005960             IF WS-MOYENNE >= 12
005970                 MOVE "C" TO WS-LETTRE
005980             ELSE
005990                 IF WS-MOYENNE >= 10
006000                     MOVE "D" TO WS-LETTRE
006010                 ELSE
006020                     MOVE "F" TO WS-LETTRE
006030                 END-IF
006040             END-IF
006050         END-IF
006060     END-IF.
006070 5200-DETERMINER-LETTRE-EXIT.
006080     EXIT.
