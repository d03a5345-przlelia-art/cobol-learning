000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    EXTOURNE.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. FORMAL REVERSAL OF A POSTED
000110*                 MOVEMENT : THE OPERATOR PICKS THE MOVEMENT ON
000120*                 TRANSACT.DAT OR ON AN ARCHIVED COPY OF IT
000130*                 (COPIERFICHIER), GIVES A REASON CODE, AND AN
000140*                 EXACT CONTRA-MOVEMENT IS APPENDED TO
000150*                 TRANSACT.DAT CARRYING THE REVERSAL NUMBER - WITH
000160*                 THE CORRECTED MOVEMENT IN THE SAME STEP IF
000170*                 ASKED. EACH REVERSAL IS REGISTERED ON
000180*                 EXTOURNES.DAT, WHOSE UNIQUE ALTERNATE KEY ON THE
000190*                 ORIGINAL MOVEMENT REFUSES A SECOND REVERSAL.
000192* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000194*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000196*                 EXTOURNE (SEE HABILITATIONS).
000197* 2026-10-15  LM  THE ACCOUNT'S MOVEMENTS ARE LISTED FROM THE
000198*                 KEYED WORK FILE EXTMVT.TMP, THEIR RANKS COUNTED
000199*                 ON EXTRANG.TMP, INSTEAD OF A 500-ENTRY TABLE, SO
000200*                 EVERY MOVEMENT OF THE ACCOUNT CAN BE PICKED.
000200*----------------------------------------------------------------

000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.

000240     SELECT ACCOUNTS-FILE ASSIGN TO "ACCOUNTS.DAT"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS CTL-COMPTE
000280         FILE STATUS IS WS-CTL-STATUS.

000290     SELECT SOURCE-FILE ASSIGN TO DYNAMIC WS-NOM-SOURCE
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-SOURCE-STATUS.

000320     SELECT TRANSACTIONS-FILE ASSIGN TO "TRANSACT.DAT"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-TRANS-STATUS.

000350     SELECT EXTOURNES-FILE ASSIGN TO "EXTOURNES.DAT"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS EXT-NUMERO
000390         ALTERNATE RECORD KEY IS EXT-ORIGINE
000400         FILE STATUS IS WS-EXTOURNES-STATUS.

000401     SELECT MOUVEMENTS-TRAVAIL ASSIGN TO "EXTMVT.TMP"
000402         ORGANIZATION IS INDEXED
000403         ACCESS MODE IS DYNAMIC
000404         RECORD KEY IS MVT-NUMERO
000405         FILE STATUS IS WS-MOUVEMENTS-STATUS.

000406     SELECT RANGS-TRAVAIL ASSIGN TO "EXTRANG.TMP"
000407         ORGANIZATION IS INDEXED
000408         ACCESS MODE IS RANDOM
000409         RECORD KEY IS RNG-CLE
000410         FILE STATUS IS WS-RANGS-STATUS.

000410 DATA DIVISION.
000420 FILE SECTION.

000430 FD  ACCOUNTS-FILE.
000440     COPY "COMPTE-RECORD.cpy".

000450*----------------------------------------------------------------
000460* SOURCE - TRANSACT.DAT ITSELF OR AN ARCHIVED COPY, SAME LAYOUT
000470*----------------------------------------------------------------
000480 FD  SOURCE-FILE.
000490 01  SOURCE-LIGNE            PIC X(28).

000500 FD  TRANSACTIONS-FILE.
000510     COPY "MOUVEMENT-RECORD.cpy".

000520 FD  EXTOURNES-FILE.
000530     COPY "EXTOURNE-RECORD.cpy".

000531*----------------------------------------------------------------
000532* MOUVEMENTS-TRAVAIL - THE ACCOUNT'S MOVEMENTS ON THE FILE, BY
000533* LIST NUMBER, EACH WITH ITS RANK AMONG IDENTICAL ONES (THE
000534* REGISTER KEY)
000535*----------------------------------------------------------------
000536 FD  MOUVEMENTS-TRAVAIL.
000537 01  MOUVEMENT-TRAVAIL.
000538     05 MVT-NUMERO           PIC 9(06).
000539     05 MVT-LIGNE            PIC X(28).
000540     05 MVT-RANG             PIC 9(03).

000541*----------------------------------------------------------------
000542* RANGS-TRAVAIL - IDENTICAL MOVEMENTS SEEN SO FAR, BY MOVEMENT
000543*----------------------------------------------------------------
000544 FD  RANGS-TRAVAIL.
000545 01  RANG-TRAVAIL.
000546     05 RNG-CLE              PIC X(21).
000547     05 RNG-NB               PIC 9(03).

000540 WORKING-STORAGE SECTION.

000545     COPY "HABILITATION.cpy".

000550 01  WS-OPERATEUR            PIC X(20).
000560 01  WS-COMPTE               PIC X(06).
000570 01  WS-DATE-JOUR            PIC 9(08).
000580 01  WS-NOM-SOURCE           PIC X(40).
000590 01  WS-PERIODE-VERDICT      PIC X(01).
000600     88 PERIODE-CLOTUREE              VALUE "C".

000610 01  WS-CHOIX                PIC 9(06).
000620 01  WS-REPONSE              PIC X(01).
000630     88 REPONSE-OUI                   VALUE "O" "o".

000640 01  WS-NUMERO               PIC 9(06) VALUE ZERO.
000650 01  WS-MOTIF                PIC X(02).
000660 01  WS-COMMENTAIRE          PIC X(40).
000670 01  WS-CORR-COMPTE          PIC X(06).
000680 01  WS-CORR-MONTANT         PIC 9(04).

000690 01  WS-SAISIE-NUMERIQUE     PIC X(12).
000700 01  WS-VALNUM-MIN           PIC S9(08).
000710 01  WS-VALNUM-MAX           PIC S9(08).
000720 01  WS-VALNUM-VALEUR        PIC S9(08).
000730 01  WS-VALNUM-VERDICT       PIC X(01).
000740     88 SAISIE-VALIDE                 VALUE "O".

000750 01  WS-MESSAGE-STATUT       PIC X(40).
000752 01  WS-NOM-MOUVEMENTS       PIC X(40) VALUE "EXTMVT.TMP".
000754 01  WS-NOM-RANGS            PIC X(40) VALUE "EXTRANG.TMP".
000756 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.

000760 01  WS-CTL-STATUS           PIC X(02).
000770     88 CTL-OK                        VALUE "00".

000780 01  WS-SOURCE-STATUS        PIC X(02).
000790     88 SOURCE-OK                     VALUE "00".

000800 01  WS-TRANS-STATUS         PIC X(02).
000810     88 TRANS-OK                      VALUE "00".

000820 01  WS-EXTOURNES-STATUS     PIC X(02).
000830     88 EXTOURNES-OK                  VALUE "00".

000832 01  WS-MOUVEMENTS-STATUS    PIC X(02).
000834     88 MOUVEMENTS-OK                 VALUE "00".

000836 01  WS-RANGS-STATUS         PIC X(02).
000838     88 RANGS-OK                      VALUE "00".

000840 01  WS-SWITCHES.
000850     05 WS-FIN-SOURCE        PIC X(01) VALUE "N".
000860         88 FIN-SOURCE                VALUE "Y".
000870     05 WS-FIN-EXTOURNES     PIC X(01) VALUE "N".
000880         88 FIN-EXTOURNES             VALUE "Y".
000886     05 WS-FIN-MOUVEMENTS    PIC X(01) VALUE "N".
000892         88 FIN-MOUVEMENTS            VALUE "Y".
000898     05 WS-TRAVAIL-OUVERT    PIC X(01) VALUE "N".
000904         88 TRAVAIL-OUVERT            VALUE "O".
000910     05 WS-MOTIF-VALIDE      PIC X(01).
000920         88 MOTIF-VALIDE              VALUE "O".
000930     05 WS-COMPTE-VALIDE     PIC X(01).
000940         88 COMPTE-VALIDE             VALUE "O".

000950*----------------------------------------------------------------
000960* MOTIFS D'EXTOURNE - SAME CODES AS EXTOURNESRAPPORT
000970*----------------------------------------------------------------
000980 01  WS-MOTIFS.
000990     05 FILLER               PIC X(24)
001000                             VALUE "ECERREUR DE COMPTE".
001010     05 FILLER               PIC X(24)
001020                             VALUE "EMERREUR DE MONTANT".
001030     05 FILLER               PIC X(24)
001040                             VALUE "DBDOUBLON".
001050     05 FILLER               PIC X(24)
001060                             VALUE "ACANNULATION CLIENT".
001070     05 FILLER               PIC X(24)
001080                             VALUE "AUAUTRE MOTIF".

001090 01  WS-MOTIFS-TABLE REDEFINES WS-MOTIFS.
001100     05 WS-MOTIF-ENTRY OCCURS 5 TIMES INDEXED BY WS-TDX.
001110         10 WS-MOTIF-CODE    PIC X(02).
001120         10 WS-MOTIF-LIBELLE PIC X(22).

001130*----------------------------------------------------------------
001140* MOUVEMENTS DU COMPTE - HOW MANY ARE ON MOUVEMENTS-TRAVAIL
001160*----------------------------------------------------------------
001170 01  WS-NB-MOUVEMENTS        PIC 9(06) VALUE ZERO.

001220*----------------------------------------------------------------
001230* MOUVEMENT CHOISI - TR-MOUVEMENT'S LAYOUT, FOR THE LINE PICKED
001240*----------------------------------------------------------------
001250 01  WS-MOUVEMENT-CHOISI.
001260     05 ORG-COMPTE            PIC X(06).
001270     05 ORG-SENS              PIC X(01).
001280         88 ORG-CREDIT                VALUE "C".
001290         88 ORG-DEBIT                 VALUE "D".
001300     05 ORG-MONTANT           PIC 9(04).
001310     05 ORG-TYPE              PIC X(02).
001320     05 ORG-DATE              PIC 9(08).
001330     05 ORG-DATE-X REDEFINES ORG-DATE
001340                              PIC X(08).
001350     05 ORG-EXTOURNE          PIC 9(06).
001360     05 ORG-NATURE            PIC X(01).
001370         88 ORG-CONTREPASSATION       VALUE "A".
001380         88 ORG-RECTIFICATION         VALUE "R".

001390 PROCEDURE DIVISION.

001400*----------------------------------------------------------------
001410* 0000-MAINLINE
001420*----------------------------------------------------------------
001430 0000-MAINLINE.
001431     MOVE "EXTOURNE" TO HAB-PROGRAMME.
001432     CALL "HABILITER" USING HAB-ZONE.
001433     IF NOT HAB-AUTORISE
001434         GOBACK
001435     END-IF.
001440     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001450     CALL "CTLPERIODE" USING WS-DATE-JOUR WS-PERIODE-VERDICT.
001460     IF PERIODE-CLOTUREE
001470         DISPLAY "Periode du " WS-DATE-JOUR " cloturee -"
001480             " extourne impossible"
001490         GO TO 0000-FIN
001500     END-IF.
001510     DISPLAY "Operateur : ".
001520     ACCEPT WS-OPERATEUR.
001530     IF WS-OPERATEUR = SPACES
001540         DISPLAY "Operateur obligatoire - extourne abandonnee"
001550         GO TO 0000-FIN
001560     END-IF.
001570     DISPLAY "Fichier des mouvements (vide = TRANSACT.DAT,"
001580         " sinon la copie archivee) : ".
001590     MOVE SPACES TO WS-NOM-SOURCE.
001600     ACCEPT WS-NOM-SOURCE.
001610     IF WS-NOM-SOURCE = SPACES
001620         MOVE "TRANSACT.DAT" TO WS-NOM-SOURCE
001630     END-IF.
001640     DISPLAY "Compte : ".
001650     ACCEPT WS-COMPTE.
001660     PERFORM 0500-OUVRIR-REGISTRE
001670         THRU 0500-OUVRIR-REGISTRE-EXIT.
001680     IF NOT EXTOURNES-OK
001690         GO TO 0000-FIN
001700     END-IF.
001710     PERFORM 1000-LISTER-MOUVEMENTS
001720         THRU 1000-LISTER-MOUVEMENTS-EXIT.
001730     IF WS-NB-MOUVEMENTS = ZERO
001740         CLOSE EXTOURNES-FILE
001750         GO TO 0000-FIN
001760     END-IF.
001770     PERFORM 2000-CHOISIR-MOUVEMENT
001780         THRU 2000-CHOISIR-MOUVEMENT-EXIT.
001790     IF WS-CHOIX = ZERO
001800         CLOSE EXTOURNES-FILE
001810         GO TO 0000-FIN
001820     END-IF.
001830     PERFORM 3000-SAISIR-MOTIF
001840         THRU 3000-SAISIR-MOTIF-EXIT.
001850     PERFORM 3500-SAISIR-CORRECTION
001860         THRU 3500-SAISIR-CORRECTION-EXIT.
001870     IF NOT COMPTE-VALIDE
001880         CLOSE EXTOURNES-FILE
001890         GO TO 0000-FIN
001900     END-IF.
001910     DISPLAY "Confirmer l'extourne (O/N) ? ".
001920     ACCEPT WS-REPONSE.
001930     IF REPONSE-OUI
001940         PERFORM 4000-NUMEROTER
001950             THRU 4000-NUMEROTER-EXIT
001960         PERFORM 5000-ECRIRE-EXTOURNE
001970             THRU 5000-ECRIRE-EXTOURNE-EXIT
001980     ELSE
001990         DISPLAY "Extourne abandonnee"
002000     END-IF.
002010     CLOSE EXTOURNES-FILE.
002020 0000-FIN.
002021     IF TRAVAIL-OUVERT
002022         CLOSE MOUVEMENTS-TRAVAIL RANGS-TRAVAIL
002023         CALL "CBL_DELETE_FILE" USING WS-NOM-MOUVEMENTS
002024             RETURNING WS-RETOUR-SUPPRESSION
002025         CALL "CBL_DELETE_FILE" USING WS-NOM-RANGS
002026             RETURNING WS-RETOUR-SUPPRESSION
002027     END-IF.
002030     STOP RUN.

002040*----------------------------------------------------------------
002050* 0500-OUVRIR-REGISTRE - EXTOURNES.DAT, CREATED ON THE FIRST RUN
002060*----------------------------------------------------------------
002070 0500-OUVRIR-REGISTRE.
002080     OPEN I-O EXTOURNES-FILE.
002090     IF NOT EXTOURNES-OK
002100         CLOSE EXTOURNES-FILE
002110         OPEN OUTPUT EXTOURNES-FILE
002120         CLOSE EXTOURNES-FILE
002130         OPEN I-O EXTOURNES-FILE
002140     END-IF.
002150     IF NOT EXTOURNES-OK
002160         CALL "FICHSTAT" USING WS-EXTOURNES-STATUS
002170             WS-MESSAGE-STATUT
002180         DISPLAY "EXTOURNES.DAT : "
002190             FUNCTION TRIM(WS-MESSAGE-STATUT)
002200     END-IF.
002210 0500-OUVRIR-REGISTRE-EXIT.
002220     EXIT.

002221*----------------------------------------------------------------
002222* 0600-OUVRIR-TRAVAIL - THE TWO WORK FILES, CREATED EMPTY
002223*----------------------------------------------------------------
002224 0600-OUVRIR-TRAVAIL.
002225     OPEN OUTPUT MOUVEMENTS-TRAVAIL.
002226     IF NOT MOUVEMENTS-OK
002227         CALL "FICHSTAT" USING WS-MOUVEMENTS-STATUS
002228             WS-MESSAGE-STATUT
002229         DISPLAY "EXTMVT.TMP : "
002230             FUNCTION TRIM(WS-MESSAGE-STATUT)
002231         GO TO 0600-OUVRIR-TRAVAIL-EXIT
002232     END-IF.
002233     OPEN OUTPUT RANGS-TRAVAIL.
002234     IF NOT RANGS-OK
002235         CALL "FICHSTAT" USING WS-RANGS-STATUS
002236             WS-MESSAGE-STATUT
002237         DISPLAY "EXTRANG.TMP : "
002238             FUNCTION TRIM(WS-MESSAGE-STATUT)
002239         CLOSE MOUVEMENTS-TRAVAIL
002240         CALL "CBL_DELETE_FILE" USING WS-NOM-MOUVEMENTS
002241             RETURNING WS-RETOUR-SUPPRESSION
002242         GO TO 0600-OUVRIR-TRAVAIL-EXIT
002243     END-IF.
002244     CLOSE MOUVEMENTS-TRAVAIL RANGS-TRAVAIL.
002245     OPEN I-O MOUVEMENTS-TRAVAIL RANGS-TRAVAIL.
002246     SET TRAVAIL-OUVERT TO TRUE.
002247 0600-OUVRIR-TRAVAIL-EXIT.
002248     EXIT.

002230*----------------------------------------------------------------
002240* 1000-LISTER-MOUVEMENTS - NUMBERED LIST OF THE ACCOUNT'S
002250* MOVEMENTS, WITH THE REVERSALS ALREADY MADE
002260*----------------------------------------------------------------
002270 1000-LISTER-MOUVEMENTS.
002271     PERFORM 0600-OUVRIR-TRAVAIL
002272         THRU 0600-OUVRIR-TRAVAIL-EXIT.
002273     IF NOT TRAVAIL-OUVERT
002274         GO TO 1000-LISTER-MOUVEMENTS-EXIT
002275     END-IF.
002280     OPEN INPUT SOURCE-FILE.
002290     IF NOT SOURCE-OK
002300         CALL "FICHSTAT" USING WS-SOURCE-STATUS
002310             WS-MESSAGE-STATUT
002320         DISPLAY FUNCTION TRIM(WS-NOM-SOURCE) " : "
002330             FUNCTION TRIM(WS-MESSAGE-STATUT)
002340         GO TO 1000-LISTER-MOUVEMENTS-EXIT
002350     END-IF.
002360     PERFORM UNTIL FIN-SOURCE
002370         READ SOURCE-FILE
002380             AT END SET FIN-SOURCE TO TRUE
002390             NOT AT END
002400                 IF SOURCE-LIGNE(1:6) = WS-COMPTE
002410                     PERFORM 1100-RETENIR-MOUVEMENT
002420                         THRU 1100-RETENIR-MOUVEMENT-EXIT
002430                 END-IF
002440         END-READ
002450     END-PERFORM.
002460     CLOSE SOURCE-FILE.
002470     IF WS-NB-MOUVEMENTS = ZERO
002480         DISPLAY "Aucun mouvement du compte " WS-COMPTE " sur "
002490             FUNCTION TRIM(WS-NOM-SOURCE)
002500         GO TO 1000-LISTER-MOUVEMENTS-EXIT
002510     END-IF.
002520     DISPLAY "Mouvements du compte " WS-COMPTE " sur "
002530         FUNCTION TRIM(WS-NOM-SOURCE).
002540     DISPLAY "-----------------------------------------".
002544     MOVE 1 TO MVT-NUMERO.
002548     START MOUVEMENTS-TRAVAIL KEY IS NOT LESS THAN MVT-NUMERO
002552         INVALID KEY SET FIN-MOUVEMENTS TO TRUE
002556     END-START.
002560     PERFORM UNTIL FIN-MOUVEMENTS
002564         READ MOUVEMENTS-TRAVAIL NEXT RECORD
002568             AT END SET FIN-MOUVEMENTS TO TRUE
002572             NOT AT END
002576                 PERFORM 1200-AFFICHER-MOUVEMENT
002580                     THRU 1200-AFFICHER-MOUVEMENT-EXIT
002584         END-READ
002590     END-PERFORM.
002600     DISPLAY "-----------------------------------------".
002650 1000-LISTER-MOUVEMENTS-EXIT.
002660     EXIT.

002670*----------------------------------------------------------------
002680* 1100-RETENIR-MOUVEMENT - RANK = 1 + IDENTICAL MOVEMENTS BEFORE
002690*----------------------------------------------------------------
002700 1100-RETENIR-MOUVEMENT.
002703     MOVE SOURCE-LIGNE(1:21) TO RNG-CLE.
002706     READ RANGS-TRAVAIL
002709         INVALID KEY
002712             MOVE SOURCE-LIGNE(1:21) TO RNG-CLE
002715             MOVE 1 TO RNG-NB
002718             WRITE RANG-TRAVAIL
002721                 INVALID KEY CONTINUE
002724             END-WRITE
002727         NOT INVALID KEY
002730             ADD 1 TO RNG-NB
002733             REWRITE RANG-TRAVAIL
002736                 INVALID KEY CONTINUE
002739             END-REWRITE
002742     END-READ.
002750     ADD 1 TO WS-NB-MOUVEMENTS.
002760     MOVE WS-NB-MOUVEMENTS TO MVT-NUMERO.
002770     MOVE SOURCE-LIGNE TO MVT-LIGNE.
002780     MOVE RNG-NB TO MVT-RANG.
002790     WRITE MOUVEMENT-TRAVAIL
002800         INVALID KEY CONTINUE
002810     END-WRITE.
002850 1100-RETENIR-MOUVEMENT-EXIT.
002860     EXIT.

002870*----------------------------------------------------------------
002880* 1200-AFFICHER-MOUVEMENT
002890*----------------------------------------------------------------
002900 1200-AFFICHER-MOUVEMENT.
002910     MOVE MVT-LIGNE TO WS-MOUVEMENT-CHOISI.
002920     DISPLAY MVT-NUMERO " : " ORG-SENS " " ORG-MONTANT " "
002930         ORG-TYPE " du " ORG-DATE-X WITH NO ADVANCING.
002940     EVALUATE TRUE
002950         WHEN ORG-CONTREPASSATION
002960             DISPLAY "  contrepassation de l'extourne "
002970                 ORG-EXTOURNE
002980             GO TO 1200-AFFICHER-MOUVEMENT-EXIT
002990         WHEN ORG-RECTIFICATION
003000             DISPLAY "  rectification de l'extourne "
003010                 ORG-EXTOURNE WITH NO ADVANCING
003020     END-EVALUATE.
003030     MOVE MVT-LIGNE(1:21) TO EXT-ORIGINE(1:21).
003040     MOVE MVT-RANG TO EXT-ORIG-RANG.
003050     READ EXTOURNES-FILE KEY IS EXT-ORIGINE
003060         INVALID KEY DISPLAY " "
003070         NOT INVALID KEY
003080             DISPLAY "  EXTOURNE " EXT-NUMERO " le " EXT-DATE
003090     END-READ.
003100 1200-AFFICHER-MOUVEMENT-EXIT.
003110     EXIT.

003120*----------------------------------------------------------------
003130* 2000-CHOISIR-MOUVEMENT - A CONTRA OR AN ALREADY REVERSED
003140* MOVEMENT IS REFUSED; WS-CHOIX ZERO MEANS NOTHING TO DO
003150*----------------------------------------------------------------
003160 2000-CHOISIR-MOUVEMENT.
003170     DISPLAY "Numero du mouvement a extourner (0 = abandon) : ".
003180     MOVE ZERO TO WS-CHOIX.
003190     ACCEPT WS-CHOIX.
003200     IF WS-CHOIX = ZERO
003210         GO TO 2000-CHOISIR-MOUVEMENT-EXIT
003220     END-IF.
003230     IF WS-CHOIX > WS-NB-MOUVEMENTS
003240         DISPLAY "Numero hors liste - extourne abandonnee"
003250         MOVE ZERO TO WS-CHOIX
003260         GO TO 2000-CHOISIR-MOUVEMENT-EXIT
003270     END-IF.
003273     MOVE WS-CHOIX TO MVT-NUMERO.
003276     READ MOUVEMENTS-TRAVAIL
003279         INVALID KEY
003282             DISPLAY "Numero hors liste - extourne abandonnee"
003285             MOVE ZERO TO WS-CHOIX
003288             GO TO 2000-CHOISIR-MOUVEMENT-EXIT
003291     END-READ.
003294     MOVE MVT-LIGNE TO WS-MOUVEMENT-CHOISI.
003300     IF ORG-CONTREPASSATION
003310         DISPLAY "Contrepassation de l'extourne " ORG-EXTOURNE
003320             " - elle ne s'extourne pas"
003330         MOVE ZERO TO WS-CHOIX
003340         GO TO 2000-CHOISIR-MOUVEMENT-EXIT
003350     END-IF.
003360     MOVE MVT-LIGNE(1:21) TO EXT-ORIGINE(1:21).
003370     MOVE MVT-RANG TO EXT-ORIG-RANG.
003380     READ EXTOURNES-FILE KEY IS EXT-ORIGINE
003390         INVALID KEY CONTINUE
003400         NOT INVALID KEY
003410             DISPLAY "Mouvement deja extourne (extourne "
003420                 EXT-NUMERO " du " EXT-DATE " par "
003430                 FUNCTION TRIM(EXT-OPERATEUR) ") - refuse"
003440             MOVE ZERO TO WS-CHOIX
003450     END-READ.
003460 2000-CHOISIR-MOUVEMENT-EXIT.
003470     EXIT.

003480*----------------------------------------------------------------
003490* 3000-SAISIR-MOTIF - REASON CODE FROM THE TABLE, FREE COMMENT
003500*----------------------------------------------------------------
003510 3000-SAISIR-MOTIF.
003520     PERFORM VARYING WS-TDX FROM 1 BY 1 UNTIL WS-TDX > 5
003530         DISPLAY "  " WS-MOTIF-CODE(WS-TDX) " "
003540             WS-MOTIF-LIBELLE(WS-TDX)
003550     END-PERFORM.
003560     MOVE "N" TO WS-MOTIF-VALIDE.
003570     PERFORM UNTIL MOTIF-VALIDE
003580         DISPLAY "Motif : "
003590         ACCEPT WS-MOTIF
003600         PERFORM VARYING WS-TDX FROM 1 BY 1 UNTIL WS-TDX > 5
003610             IF WS-MOTIF-CODE(WS-TDX) = WS-MOTIF
003620                 SET MOTIF-VALIDE TO TRUE
003630             END-IF
003640         END-PERFORM
003650         IF NOT MOTIF-VALIDE
003660             DISPLAY "Motif inconnu, merci de reessayer"
003670         END-IF
003680     END-PERFORM.
003690     DISPLAY "Commentaire : ".
003700     MOVE SPACES TO WS-COMMENTAIRE.
003710     ACCEPT WS-COMMENTAIRE.
003720 3000-SAISIR-MOTIF-EXIT.
003730     EXIT.

003740*----------------------------------------------------------------
003750* 3500-SAISIR-CORRECTION - OPTIONAL CORRECTED MOVEMENT; BOTH THE
003760* ORIGINAL AND THE CORRECTED ACCOUNT MUST BE OPEN ON THE MASTER
003770*----------------------------------------------------------------
003780 3500-SAISIR-CORRECTION.
003790     MOVE "N" TO WS-COMPTE-VALIDE.
003800     MOVE SPACES TO WS-CORR-COMPTE.
003810     MOVE ZERO TO WS-CORR-MONTANT.
003820     OPEN INPUT ACCOUNTS-FILE.
003830     IF NOT CTL-OK
003840         CALL "FICHSTAT" USING WS-CTL-STATUS
003850             WS-MESSAGE-STATUT
003860         DISPLAY "ACCOUNTS.DAT : "
003870             FUNCTION TRIM(WS-MESSAGE-STATUT)
003880         GO TO 3500-SAISIR-CORRECTION-EXIT
003890     END-IF.
003900     MOVE ORG-COMPTE TO CTL-COMPTE.
003910     PERFORM 3600-CONTROLER-COMPTE
003920         THRU 3600-CONTROLER-COMPTE-EXIT.
003930     IF NOT COMPTE-VALIDE
003940         CLOSE ACCOUNTS-FILE
003950         GO TO 3500-SAISIR-CORRECTION-EXIT
003960     END-IF.
003970     DISPLAY "Ecrire le mouvement corrige (O/N) ? ".
003980     ACCEPT WS-REPONSE.
003990     IF NOT REPONSE-OUI
004000         CLOSE ACCOUNTS-FILE
004010         GO TO 3500-SAISIR-CORRECTION-EXIT
004020     END-IF.
004030     DISPLAY "Compte corrige (vide = " ORG-COMPTE ") : ".
004040     ACCEPT WS-CORR-COMPTE.
004050     IF WS-CORR-COMPTE = SPACES
004060         MOVE ORG-COMPTE TO WS-CORR-COMPTE
004070     END-IF.
004080     MOVE WS-CORR-COMPTE TO CTL-COMPTE.
004090     PERFORM 3600-CONTROLER-COMPTE
004100         THRU 3600-CONTROLER-COMPTE-EXIT.
004110     CLOSE ACCOUNTS-FILE.
004120     IF NOT COMPTE-VALIDE
004130         GO TO 3500-SAISIR-CORRECTION-EXIT
004140     END-IF.
004150     MOVE 1 TO WS-VALNUM-MIN.
004160     MOVE 9999 TO WS-VALNUM-MAX.
004170     MOVE "N" TO WS-VALNUM-VERDICT.
004180     PERFORM UNTIL SAISIE-VALIDE
004190         DISPLAY "Montant corrige : "
004200         ACCEPT WS-SAISIE-NUMERIQUE
004210         CALL "VALNUM" USING WS-SAISIE-NUMERIQUE
004220             WS-VALNUM-MIN WS-VALNUM-MAX
004230             WS-VALNUM-VALEUR WS-VALNUM-VERDICT
004240         IF NOT SAISIE-VALIDE
004250             DISPLAY "Montant invalide, merci de reessayer"
004260         END-IF
004270     END-PERFORM.
004280     MOVE WS-VALNUM-VALEUR TO WS-CORR-MONTANT.
004290     IF WS-CORR-COMPTE = ORG-COMPTE
004300         AND WS-CORR-MONTANT = ORG-MONTANT
004310         DISPLAY "Mouvement corrige identique a l'original -"
004320             " extourne abandonnee"
004330         MOVE "N" TO WS-COMPTE-VALIDE
004340     END-IF.
004350 3500-SAISIR-CORRECTION-EXIT.
004360     EXIT.

004370*----------------------------------------------------------------
004380* 3600-CONTROLER-COMPTE - CTL-COMPTE MUST EXIST AND BE OPEN
004390*----------------------------------------------------------------
004400 3600-CONTROLER-COMPTE.
004410     MOVE "N" TO WS-COMPTE-VALIDE.
004420     READ ACCOUNTS-FILE
004430         INVALID KEY
004440             DISPLAY "Compte inconnu : " CTL-COMPTE
004450                 " - extourne abandonnee"
004460             GO TO 3600-CONTROLER-COMPTE-EXIT
004470     END-READ.
004480     IF CTL-FERME OR CTL-BLOQUE
004490         DISPLAY "Compte " CTL-COMPTE " " CTL-STATUT
004500             " (ferme/bloque) - extourne abandonnee"
004510         GO TO 3600-CONTROLER-COMPTE-EXIT
004520     END-IF.
004530     IF CTL-DORMANT
004540         DISPLAY "ATTENTION : compte " CTL-COMPTE " dormant -"
004550             " extourne abandonnee (reactiver : COMPTEFERMER O)"
004560         GO TO 3600-CONTROLER-COMPTE-EXIT
004570     END-IF.
004580     SET COMPTE-VALIDE TO TRUE.
004590 3600-CONTROLER-COMPTE-EXIT.
004600     EXIT.

004610*----------------------------------------------------------------
004620* 4000-NUMEROTER - NEXT REVERSAL NUMBER, AFTER THE HIGHEST ON FILE
004630*----------------------------------------------------------------
004640 4000-NUMEROTER.
004650     MOVE ZERO TO WS-NUMERO EXT-NUMERO.
004660     START EXTOURNES-FILE KEY IS NOT LESS THAN EXT-NUMERO
004670         INVALID KEY SET FIN-EXTOURNES TO TRUE
004680     END-START.
004690     PERFORM UNTIL FIN-EXTOURNES
004700         READ EXTOURNES-FILE NEXT RECORD
004710             AT END SET FIN-EXTOURNES TO TRUE
004720             NOT AT END MOVE EXT-NUMERO TO WS-NUMERO
004730         END-READ
004740     END-PERFORM.
004750     ADD 1 TO WS-NUMERO.
004760 4000-NUMEROTER-EXIT.
004770     EXIT.

004780*----------------------------------------------------------------
004790* 5000-ECRIRE-EXTOURNE - CONTRA (AND CORRECTION) DATED TODAY ON
004800* TRANSACT.DAT, THEN THE REGISTER RECORD
004810*----------------------------------------------------------------
004820 5000-ECRIRE-EXTOURNE.
004830     OPEN EXTEND TRANSACTIONS-FILE.
004840     IF NOT TRANS-OK
004850         CLOSE TRANSACTIONS-FILE
004860         OPEN OUTPUT TRANSACTIONS-FILE
004870     END-IF.
004880     MOVE ORG-COMPTE TO TR-COMPTE.
004890     IF ORG-CREDIT
004900         SET TR-DEBIT TO TRUE
004910     ELSE
004920         SET TR-CREDIT TO TRUE
004930     END-IF.
004940     MOVE ORG-MONTANT TO TR-MONTANT.
004950     MOVE ORG-TYPE TO TR-TYPE.
004960     MOVE WS-DATE-JOUR TO TR-DATE.
004970     MOVE WS-NUMERO TO TR-EXTOURNE.
004980     SET TR-CONTREPASSATION TO TRUE.
004990     WRITE TR-MOUVEMENT.
005000     DISPLAY "Contrepassation : " TR-COMPTE " " TR-SENS " "
005010         TR-MONTANT " " TR-TYPE " du " TR-DATE.
005020     IF WS-CORR-COMPTE NOT = SPACES
005030         MOVE WS-CORR-COMPTE TO TR-COMPTE
005040         MOVE ORG-SENS TO TR-SENS
005050         MOVE WS-CORR-MONTANT TO TR-MONTANT
005060         SET TR-RECTIFICATION TO TRUE
005070         WRITE TR-MOUVEMENT
005080         DISPLAY "Mouvement corrige : " TR-COMPTE " " TR-SENS " "
005090             TR-MONTANT " " TR-TYPE " du " TR-DATE
005100     END-IF.
005110     CLOSE TRANSACTIONS-FILE.
005120     MOVE WS-NUMERO TO EXT-NUMERO.
005130     MOVE MVT-LIGNE(1:21) TO EXT-ORIGINE(1:21).
005140     MOVE MVT-RANG TO EXT-ORIG-RANG.
005150     MOVE WS-NOM-SOURCE TO EXT-FICHIER.
005160     MOVE WS-DATE-JOUR TO EXT-DATE.
005170     MOVE WS-OPERATEUR TO EXT-OPERATEUR.
005180     MOVE WS-MOTIF TO EXT-MOTIF.
005190     MOVE WS-COMMENTAIRE TO EXT-COMMENTAIRE.
005200     IF WS-CORR-COMPTE = SPACES
005210         SET EXT-SANS-CORRECTION TO TRUE
005220     ELSE
005230         SET EXT-AVEC-CORRECTION TO TRUE
005240     END-IF.
005250     MOVE WS-CORR-COMPTE TO EXT-CORR-COMPTE.
005260     MOVE WS-CORR-MONTANT TO EXT-CORR-MONTANT.
005270     WRITE EXTOURNE-RECORD
005280         INVALID KEY
005290             DISPLAY "EXTOURNES.DAT : enregistrement refuse ("
005300                 WS-EXTOURNES-STATUS ")"
005310     END-WRITE.
005320     DISPLAY "Extourne " WS-NUMERO " enregistree".
005330 5000-ECRIRE-EXTOURNE-EXIT.
005340     EXIT.
