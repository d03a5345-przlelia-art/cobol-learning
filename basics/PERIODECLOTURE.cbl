000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PERIODECLOTURE.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. MONTHLY LEDGER CLOSE : CHECKS THE
000110*                 MONTH'S CLOSING STEPS (SOLDEBATCH SNAPSHOT ON
000120*                 SOLDHIST.DAT AT OR AFTER MONTH END, STANDING
000130*                 ORDER FEE/INTEREST GENERATION ON OPMGEN.DAT,
000140*                 TRIAL BALANCE AND ACCOUNTING EXTRACT SENT, AS
000150*                 CONFIRMED BY THE OPERATOR) AND RECORDS THE
000160*                 MONTH AS CLOSED ON PERIODES.DAT. FROM THEN ON
000170*                 CTLPERIODE REFUSES ANY MOVEMENT DATED IN IT.
000180*                 REOPENING TAKES A SUPERVISOR ON SUPERVIS.DAT
000190*                 (NAME AND CODE, NOT THE OPERATOR) AND A REASON;
000200*                 CLOSES AND REOPENINGS ARE LOGGED ON
000210*                 PERIODLOG.DAT.
000211* 2026-10-15  LM  THE NUMBERING AUDIT IS A FIFTH CLOSING STEP :
000212*                 AUDITNUMEROS MUST HAVE RUN (NUMAUDIT.DAT) AT OR
000213*                 AFTER MONTH END. ITS ANOMALY COUNT IS SHOWN,
000214*                 NOT ENFORCED - A GAP IS EXPLAINED TO THE
000215*                 AUDITOR, NOT FIXED BY REISSUING NUMBERS.
000216* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000217*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000218*                 PERIODECLOTURE (SEE HABILITATIONS).
000220*----------------------------------------------------------------

000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.

000260     SELECT PERIODES-FILE ASSIGN TO "PERIODES.DAT"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS PER-MOIS
000300         FILE STATUS IS WS-PERIODES-STATUS.

000310     SELECT HISTORIQUE-FILE ASSIGN TO "SOLDHIST.DAT"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-HISTORIQUE-STATUS.

000340     SELECT GENERATION-CTL-FILE ASSIGN TO "OPMGEN.DAT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-GENERATION-STATUS.

000370     SELECT ORDPERM-FILE ASSIGN TO "ORDPERM.DAT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-ORDPERM-STATUS.

000400     SELECT SUPERVISEURS-FILE ASSIGN TO "SUPERVIS.DAT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-SUPERVISEURS-STATUS.

000430     SELECT JOURNAL-PERIODES-FILE ASSIGN TO "PERIODLOG.DAT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-JOURNAL-STATUS.

000452     SELECT NUMAUDIT-FILE ASSIGN TO "NUMAUDIT.DAT"
000454         ORGANIZATION IS LINE SEQUENTIAL
000456         FILE STATUS IS WS-NUMAUDIT-STATUS.

000460 DATA DIVISION.
000470 FILE SECTION.

000480 FD  PERIODES-FILE.
000490     COPY "PERIODE-RECORD.cpy".

000500*----------------------------------------------------------------
000510* HISTORIQUE - SOLDEBATCH'S DATED CLOSING BALANCES (READ ONLY)
000520*----------------------------------------------------------------
000530 FD  HISTORIQUE-FILE.
000540 01  HISTORIQUE-RECORD.
000550     05 HIS-DATE              PIC 9(08).
000560     05 HIS-COMPTE            PIC X(06).
000570     05 HIS-SOLDE             PIC S9(04)
000580                              SIGN LEADING SEPARATE.

000590*----------------------------------------------------------------
000600* GENERATION CONTROL - ORDRESPERMANENTS' LAST MONTH GENERATED
000610*----------------------------------------------------------------
000620 FD  GENERATION-CTL-FILE.
000630 01  CTL-DERNIER-MOIS         PIC 9(06).

000640*----------------------------------------------------------------
000650* ORDPERM - ONLY TESTED FOR PRESENCE
000660*----------------------------------------------------------------
000670 FD  ORDPERM-FILE.
000680 01  ORDPERM-RECORD           PIC X(15).

000690*----------------------------------------------------------------
000700* SUPERVISEURS - ONE AUTHORISED SUPERVISOR PER LINE
000710*----------------------------------------------------------------
000720 FD  SUPERVISEURS-FILE.
000730 01  SUPERVISEUR-RECORD.
000740     05 SUP-NOM               PIC X(20).
000750     05 SUP-CODE              PIC X(06).

000760*----------------------------------------------------------------
000770* JOURNAL DES PERIODES - ONE LINE PER CLOSE OR REOPENING
000780*----------------------------------------------------------------
000790 FD  JOURNAL-PERIODES-FILE.
000800 01  JOURNAL-PERIODE-RECORD.
000810     05 JPE-DATE              PIC 9(08).
000820     05 JPE-HEURE             PIC 9(06).
000830     05 JPE-MOIS              PIC 9(06).
000840     05 JPE-ACTION            PIC X(01).
000850         88 JPE-CLOTURE               VALUE "C".
000860         88 JPE-REOUVERTURE           VALUE "R".
000870     05 JPE-OPERATEUR         PIC X(20).
000880     05 JPE-SUPERVISEUR       PIC X(20).
000890     05 JPE-MOTIF             PIC X(40).

000891*----------------------------------------------------------------
000892* NUMAUDIT - AUDITNUMEROS' RUNS (READ ONLY)
000893*----------------------------------------------------------------
000894 FD  NUMAUDIT-FILE.
000895     COPY "NUMAUDIT-RECORD.cpy".

000900 WORKING-STORAGE SECTION.

000905     COPY "HABILITATION.cpy".

000910 01  WS-MODE                  PIC X(01).
000920     88 MODE-CLOTURE                  VALUE "C" "c".
000930     88 MODE-REOUVERTURE              VALUE "R" "r".
000940     88 MODE-LISTE                    VALUE "L" "l".

000950 01  WS-DATE-JOUR             PIC 9(08).
000960 01  WS-HEURE-JOUR            PIC 9(08).
000970 01  WS-MOIS-COURANT          PIC 9(06).
000980 01  WS-MOIS-DEMANDE          PIC 9(06).
000990 01  WS-MOIS-SAISI            PIC 9(06).
001000 01  WS-MOIS-SUIVANT          PIC 9(06).
001010 01  WS-MOIS-SUIVANT-R REDEFINES WS-MOIS-SUIVANT.
001020     05 WS-SUIVANT-AAAA       PIC 9(04).
001030     05 WS-SUIVANT-MM         PIC 9(02).
001040 01  WS-FIN-DE-MOIS           PIC 9(08).
001050 01  WS-DERNIER-SNAPSHOT      PIC 9(08).
001053 01  WS-DERNIER-AUDIT         PIC 9(08).
001056 01  WS-ANOMALIES-AUDIT       PIC 9(05).

001060 01  WS-OPERATEUR             PIC X(20).
001070 01  WS-SUPERVISEUR           PIC X(20).
001080 01  WS-CODE-SUPERVISEUR      PIC X(06).
001090 01  WS-MOTIF                 PIC X(40).
001100 01  WS-REPONSE               PIC X(01).
001110     88 REPONSE-OUI                   VALUE "O" "o".

001120 01  WS-NB-ETAPES-MANQUANTES  PIC 9(01).
001130 01  WS-NB-PERIODES           PIC 9(04) VALUE ZERO.

001140 01  WS-MESSAGE-STATUT        PIC X(40).

001150 01  WS-PERIODES-STATUS       PIC X(02).
001160     88 PERIODES-OK                   VALUE "00".

001170 01  WS-HISTORIQUE-STATUS     PIC X(02).
001180     88 HISTORIQUE-OK                 VALUE "00".

001190 01  WS-GENERATION-STATUS     PIC X(02).
001200     88 GENERATION-OK                 VALUE "00".

001210 01  WS-ORDPERM-STATUS        PIC X(02).
001220     88 ORDPERM-OK                    VALUE "00".

001230 01  WS-SUPERVISEURS-STATUS   PIC X(02).
001240     88 SUPERVISEURS-OK               VALUE "00".

001250 01  WS-JOURNAL-STATUS        PIC X(02).
001260     88 JOURNAL-OK                    VALUE "00".

001263 01  WS-NUMAUDIT-STATUS       PIC X(02).
001266     88 NUMAUDIT-OK                   VALUE "00".

001270 01  WS-SWITCHES.
001280     05 WS-PER-TROUVEE        PIC X(01).
001290         88 PER-TROUVEE               VALUE "O".
001300         88 PER-ABSENTE               VALUE "N".
001310     05 WS-FIN-FICHIER        PIC X(01).
001320         88 FIN-FICHIER               VALUE "Y".
001330     05 WS-SUP-VALIDE         PIC X(01).
001340         88 SUP-VALIDE                VALUE "O".

001350 PROCEDURE DIVISION.

001360*----------------------------------------------------------------
001370* 0000-MAINLINE
001380*----------------------------------------------------------------
001390 0000-MAINLINE.
001391     MOVE "PERIODECLOTURE" TO HAB-PROGRAMME.
001392     CALL "HABILITER" USING HAB-ZONE.
001393     IF NOT HAB-AUTORISE
001394         GOBACK
001395     END-IF.
001400     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001410     ACCEPT WS-HEURE-JOUR FROM TIME.
001420     DIVIDE WS-DATE-JOUR BY 100 GIVING WS-MOIS-COURANT.
001430     DISPLAY "Cloture (C), reouverture (R) ou liste (L) des"
001440         " periodes ? ".
001450     ACCEPT WS-MODE.
001460     IF NOT MODE-CLOTURE AND NOT MODE-REOUVERTURE
001470         AND NOT MODE-LISTE
001480         DISPLAY "Mode inconnu, merci de choisir C, R ou L"
001490         GO TO 0000-FIN
001500     END-IF.
001510     PERFORM 0500-OUVRIR-PERIODES
001520         THRU 0500-OUVRIR-PERIODES-EXIT.
001530     IF NOT PERIODES-OK
001540         GO TO 0000-FIN
001550     END-IF.
001560     IF MODE-LISTE
001570         PERFORM 4000-LISTER-PERIODES
001580             THRU 4000-LISTER-PERIODES-EXIT
001590     ELSE
001600         PERFORM 0700-SAISIR-MOIS
001610             THRU 0700-SAISIR-MOIS-EXIT
001620         IF MODE-CLOTURE
001630             PERFORM 2000-CLOTURER-MOIS
001640                 THRU 2000-CLOTURER-MOIS-EXIT
001650         ELSE
001660             PERFORM 3000-ROUVRIR-MOIS
001670                 THRU 3000-ROUVRIR-MOIS-EXIT
001680         END-IF
001690     END-IF.
001700     CLOSE PERIODES-FILE.
001710 0000-FIN.
001720     STOP RUN.

001730*----------------------------------------------------------------
001740* 0500-OUVRIR-PERIODES - BOOTSTRAP PERIODES.DAT ON A FIRST RUN
001750*----------------------------------------------------------------
001760 0500-OUVRIR-PERIODES.
001770     OPEN I-O PERIODES-FILE.
001780     IF NOT PERIODES-OK
001790         CLOSE PERIODES-FILE
001800         OPEN OUTPUT PERIODES-FILE
001810         CLOSE PERIODES-FILE
001820         OPEN I-O PERIODES-FILE
001830     END-IF.
001840     IF NOT PERIODES-OK
001850         CALL "FICHSTAT" USING WS-PERIODES-STATUS
001860             WS-MESSAGE-STATUT
001870         DISPLAY "PERIODES.DAT : "
001880             FUNCTION TRIM(WS-MESSAGE-STATUT)
001890     END-IF.
001900 0500-OUVRIR-PERIODES-EXIT.
001910     EXIT.

001920*----------------------------------------------------------------
001930* 0700-SAISIR-MOIS - MONTH AND OPERATOR; LAST MONTH BY DEFAULT
001940*----------------------------------------------------------------
001950 0700-SAISIR-MOIS.
001960     IF WS-DATE-JOUR(5:2) = "01"
001970         COMPUTE WS-MOIS-DEMANDE = WS-MOIS-COURANT - 89
001980     ELSE
001990         COMPUTE WS-MOIS-DEMANDE = WS-MOIS-COURANT - 1
002000     END-IF.
002010     DISPLAY "Mois AAAAMM (vide = " WS-MOIS-DEMANDE ") : ".
002020     MOVE ZERO TO WS-MOIS-SAISI.
002030     ACCEPT WS-MOIS-SAISI.
002040     IF WS-MOIS-SAISI NOT = ZERO
002050         MOVE WS-MOIS-SAISI TO WS-MOIS-DEMANDE
002060     END-IF.
002070     DISPLAY "Operateur : ".
002080     ACCEPT WS-OPERATEUR.
002090     MOVE WS-MOIS-DEMANDE TO PER-MOIS.
002100     READ PERIODES-FILE
002110         INVALID KEY SET PER-ABSENTE TO TRUE
002120         NOT INVALID KEY SET PER-TROUVEE TO TRUE
002130     END-READ.
002140 0700-SAISIR-MOIS-EXIT.
002150     EXIT.

002160*----------------------------------------------------------------
002170* 2000-CLOTURER-MOIS - ONLY A PAST MONTH, ONLY WHEN EVERY CLOSING
002180* STEP HAS RUN
002190*----------------------------------------------------------------
002200 2000-CLOTURER-MOIS.
002210     IF WS-MOIS-DEMANDE NOT < WS-MOIS-COURANT
002220         DISPLAY "Le mois " WS-MOIS-DEMANDE " n'est pas termine"
002230             " - cloture refusee"
002240         GO TO 2000-CLOTURER-MOIS-EXIT
002250     END-IF.
002260     IF PER-TROUVEE AND PER-CLOTUREE
002270         DISPLAY "Mois deja cloture : " WS-MOIS-DEMANDE
002280             " le " PER-DATE-CLOTURE
002290             " par " FUNCTION TRIM(PER-OPERATEUR)
002300         GO TO 2000-CLOTURER-MOIS-EXIT
002310     END-IF.
002320     PERFORM 2100-CONTROLER-ETAPES
002330         THRU 2100-CONTROLER-ETAPES-EXIT.
002340     IF WS-NB-ETAPES-MANQUANTES > ZERO
002350         DISPLAY WS-NB-ETAPES-MANQUANTES " etape(s) de cloture"
002360             " manquante(s) - mois " WS-MOIS-DEMANDE
002370             " non cloture"
002380         GO TO 2000-CLOTURER-MOIS-EXIT
002390     END-IF.
002400     MOVE WS-MOIS-DEMANDE TO PER-MOIS.
002410     SET PER-CLOTUREE TO TRUE.
002420     MOVE WS-DATE-JOUR TO PER-DATE-CLOTURE.
002430     MOVE WS-OPERATEUR TO PER-OPERATEUR.
002440     IF PER-TROUVEE
002450         REWRITE PERIODE-RECORD
002460     ELSE
002470         MOVE ZERO TO PER-DATE-REOUVERTURE
002480         MOVE SPACES TO PER-SUPERVISEUR
002490         WRITE PERIODE-RECORD
002500     END-IF.
002510     MOVE "C" TO JPE-ACTION.
002520     MOVE SPACES TO WS-SUPERVISEUR WS-MOTIF.
002530     PERFORM 5000-JOURNALISER
002540         THRU 5000-JOURNALISER-EXIT.
002550     DISPLAY "Mois " WS-MOIS-DEMANDE " cloture - plus aucun"
002560         " mouvement date de ce mois".
002570 2000-CLOTURER-MOIS-EXIT.
002580     EXIT.

002590*----------------------------------------------------------------
002600* 2100-CONTROLER-ETAPES - THE FIVE CLOSING STEPS OF THE MONTH
002610*----------------------------------------------------------------
002620 2100-CONTROLER-ETAPES.
002630     MOVE ZERO TO WS-NB-ETAPES-MANQUANTES.
002640     COMPUTE WS-MOIS-SUIVANT = WS-MOIS-DEMANDE + 1.
002650     IF WS-SUIVANT-MM > 12
002660         ADD 1 TO WS-SUIVANT-AAAA
002670         MOVE 1 TO WS-SUIVANT-MM
002680     END-IF.
002690     COMPUTE WS-FIN-DE-MOIS = FUNCTION DATE-OF-INTEGER(
002700         FUNCTION INTEGER-OF-DATE(WS-MOIS-SUIVANT * 100 + 1) - 1).
002710     MOVE ZERO TO WS-DERNIER-SNAPSHOT.
002720     MOVE "N" TO WS-FIN-FICHIER.
002730     OPEN INPUT HISTORIQUE-FILE.
002740     IF HISTORIQUE-OK
002750         PERFORM UNTIL FIN-FICHIER
002760             READ HISTORIQUE-FILE
002770                 AT END SET FIN-FICHIER TO TRUE
002780                 NOT AT END
002790                     IF HIS-DATE > WS-DERNIER-SNAPSHOT
002800                         MOVE HIS-DATE TO WS-DERNIER-SNAPSHOT
002810                     END-IF
002820             END-READ
002830         END-PERFORM
002840         CLOSE HISTORIQUE-FILE
002850     END-IF.
002860     IF WS-DERNIER-SNAPSHOT < WS-FIN-DE-MOIS
002870         ADD 1 TO WS-NB-ETAPES-MANQUANTES
002880         DISPLAY "  SOLDEBATCH        : pas de passage depuis le "
002890             WS-FIN-DE-MOIS
002900     ELSE
002910         DISPLAY "  SOLDEBATCH        : passe le "
002920             WS-DERNIER-SNAPSHOT
002930     END-IF.
002940     OPEN INPUT ORDPERM-FILE.
002950     IF NOT ORDPERM-OK
002960         DISPLAY "  Frais/interets    : aucun ordre permanent"
002970     ELSE
002980         CLOSE ORDPERM-FILE
002990         MOVE ZERO TO CTL-DERNIER-MOIS
003000         OPEN INPUT GENERATION-CTL-FILE
003010         IF GENERATION-OK
003020             READ GENERATION-CTL-FILE
003030                 AT END MOVE ZERO TO CTL-DERNIER-MOIS
003040             END-READ
003050             CLOSE GENERATION-CTL-FILE
003060         END-IF
003070         IF CTL-DERNIER-MOIS < WS-MOIS-DEMANDE
003080             ADD 1 TO WS-NB-ETAPES-MANQUANTES
003090             DISPLAY "  Frais/interets    : ORDRESPERMANENTS non"
003100                 " genere pour " WS-MOIS-DEMANDE
003110         ELSE
003120             DISPLAY "  Frais/interets    : genere jusqu'a "
003130                 CTL-DERNIER-MOIS
003140         END-IF
003150     END-IF.
003151     MOVE ZERO TO WS-DERNIER-AUDIT WS-ANOMALIES-AUDIT.
003152     MOVE "N" TO WS-FIN-FICHIER.
003153     OPEN INPUT NUMAUDIT-FILE.
003154     IF NUMAUDIT-OK
003155         PERFORM UNTIL FIN-FICHIER
003156             READ NUMAUDIT-FILE
003157                 AT END SET FIN-FICHIER TO TRUE
003158                 NOT AT END
003159                     IF NAU-DATE >= WS-DERNIER-AUDIT
003160                         MOVE NAU-DATE TO WS-DERNIER-AUDIT
003161                         MOVE NAU-NB-ANOMALIES
003162                             TO WS-ANOMALIES-AUDIT
003163                     END-IF
003164             END-READ
003165         END-PERFORM
003166         CLOSE NUMAUDIT-FILE
003167     END-IF.
003168     IF WS-DERNIER-AUDIT < WS-FIN-DE-MOIS
003169         ADD 1 TO WS-NB-ETAPES-MANQUANTES
003170         DISPLAY "  AUDITNUMEROS      : pas de passage depuis le "
003171             WS-FIN-DE-MOIS
003172     ELSE
003173         DISPLAY "  AUDITNUMEROS      : passe le "
003174             WS-DERNIER-AUDIT " - " WS-ANOMALIES-AUDIT
003175             " anomalie(s)"
003175     END-IF.
003160     DISPLAY "Balance du mois transmise au comptable (O/N) ? ".
003170     MOVE SPACE TO WS-REPONSE.
003180     ACCEPT WS-REPONSE.
003190     IF NOT REPONSE-OUI
003200         ADD 1 TO WS-NB-ETAPES-MANQUANTES
003210         DISPLAY "  Balance           : non transmise"
003220     END-IF.
003230     DISPLAY "Extraction comptable transmise (O/N) ? ".
003240     MOVE SPACE TO WS-REPONSE.
003250     ACCEPT WS-REPONSE.
003260     IF NOT REPONSE-OUI
003270         ADD 1 TO WS-NB-ETAPES-MANQUANTES
003280         DISPLAY "  Extraction        : non transmise"
003290     END-IF.
003300 2100-CONTROLER-ETAPES-EXIT.
003310     EXIT.

003320*----------------------------------------------------------------
003330* 3000-ROUVRIR-MOIS - SUPERVISOR AND REASON REQUIRED, LOGGED
003340*----------------------------------------------------------------
003350 3000-ROUVRIR-MOIS.
003360     IF PER-ABSENTE OR NOT PER-CLOTUREE
003370         DISPLAY "Mois non cloture : " WS-MOIS-DEMANDE
003380         GO TO 3000-ROUVRIR-MOIS-EXIT
003390     END-IF.
003400     DISPLAY "Superviseur : ".
003410     ACCEPT WS-SUPERVISEUR.
003420     DISPLAY "Code superviseur : ".
003430     ACCEPT WS-CODE-SUPERVISEUR.
003440     IF WS-SUPERVISEUR = WS-OPERATEUR
003450         DISPLAY "Le superviseur ne peut pas etre l'operateur"
003460             " - reouverture refusee"
003470         GO TO 3000-ROUVRIR-MOIS-EXIT
003480     END-IF.
003490     PERFORM 3100-CONTROLER-SUPERVISEUR
003500         THRU 3100-CONTROLER-SUPERVISEUR-EXIT.
003510     IF NOT SUP-VALIDE
003520         DISPLAY "Superviseur ou code inconnu - reouverture"
003530             " refusee"
003540         GO TO 3000-ROUVRIR-MOIS-EXIT
003550     END-IF.
003560     DISPLAY "Motif de la reouverture : ".
003570     MOVE SPACES TO WS-MOTIF.
003580     ACCEPT WS-MOTIF.
003590     IF WS-MOTIF = SPACES
003600         DISPLAY "Motif obligatoire - reouverture refusee"
003610         GO TO 3000-ROUVRIR-MOIS-EXIT
003620     END-IF.
003630     SET PER-ROUVERTE TO TRUE.
003640     MOVE WS-DATE-JOUR TO PER-DATE-REOUVERTURE.
003650     MOVE WS-SUPERVISEUR TO PER-SUPERVISEUR.
003660     REWRITE PERIODE-RECORD.
003670     MOVE "R" TO JPE-ACTION.
003680     PERFORM 5000-JOURNALISER
003690         THRU 5000-JOURNALISER-EXIT.
003700     DISPLAY "Mois " WS-MOIS-DEMANDE " rouvert par "
003710         FUNCTION TRIM(WS-SUPERVISEUR).
003720 3000-ROUVRIR-MOIS-EXIT.
003730     EXIT.

003740*----------------------------------------------------------------
003750* 3100-CONTROLER-SUPERVISEUR - NAME AND CODE ON SUPERVIS.DAT
003760*----------------------------------------------------------------
003770 3100-CONTROLER-SUPERVISEUR.
003780     MOVE "N" TO WS-SUP-VALIDE.
003790     MOVE "N" TO WS-FIN-FICHIER.
003800     OPEN INPUT SUPERVISEURS-FILE.
003810     IF NOT SUPERVISEURS-OK
003820         CALL "FICHSTAT" USING WS-SUPERVISEURS-STATUS
003830             WS-MESSAGE-STATUT
003840         DISPLAY "SUPERVIS.DAT : "
003850             FUNCTION TRIM(WS-MESSAGE-STATUT)
003860         GO TO 3100-CONTROLER-SUPERVISEUR-EXIT
003870     END-IF.
003880     PERFORM UNTIL FIN-FICHIER OR SUP-VALIDE
003890         READ SUPERVISEURS-FILE
003900             AT END SET FIN-FICHIER TO TRUE
003910             NOT AT END
003920                 IF SUP-NOM = WS-SUPERVISEUR
003930                     AND SUP-CODE = WS-CODE-SUPERVISEUR
003940                     SET SUP-VALIDE TO TRUE
003950                 END-IF
003960         END-READ
003970     END-PERFORM.
003980     CLOSE SUPERVISEURS-FILE.
003990 3100-CONTROLER-SUPERVISEUR-EXIT.
004000     EXIT.

004010*----------------------------------------------------------------
004020* 4000-LISTER-PERIODES
004030*----------------------------------------------------------------
004040 4000-LISTER-PERIODES.
004050     DISPLAY "Mois    Statut  Cloture le  par"
004060         "                   Rouvert le  par".
004070     DISPLAY "-----------------------------------------".
004080     MOVE "N" TO WS-FIN-FICHIER.
004090     PERFORM UNTIL FIN-FICHIER
004100         READ PERIODES-FILE NEXT RECORD
004110             AT END SET FIN-FICHIER TO TRUE
004120             NOT AT END
004130                 ADD 1 TO WS-NB-PERIODES
004140                 DISPLAY PER-MOIS "  " PER-STATUT "       "
004150                     PER-DATE-CLOTURE "    " PER-OPERATEUR "  "
004160                     PER-DATE-REOUVERTURE "    " PER-SUPERVISEUR
004170         END-READ
004180     END-PERFORM.
004190     DISPLAY "-----------------------------------------".
004200     DISPLAY "Periodes enregistrees : " WS-NB-PERIODES.
004210 4000-LISTER-PERIODES-EXIT.
004220     EXIT.

004230*----------------------------------------------------------------
004240* 5000-JOURNALISER - ONE LINE ON PERIODLOG.DAT (JPE-ACTION SET)
004250*----------------------------------------------------------------
004260 5000-JOURNALISER.
004270     OPEN EXTEND JOURNAL-PERIODES-FILE.
004280     IF NOT JOURNAL-OK
004290         CLOSE JOURNAL-PERIODES-FILE
004300         OPEN OUTPUT JOURNAL-PERIODES-FILE
004310     END-IF.
004320     MOVE WS-DATE-JOUR TO JPE-DATE.
004330     MOVE WS-HEURE-JOUR(1:6) TO JPE-HEURE.
004340     MOVE WS-MOIS-DEMANDE TO JPE-MOIS.
004350     MOVE WS-OPERATEUR TO JPE-OPERATEUR.
004360     MOVE WS-SUPERVISEUR TO JPE-SUPERVISEUR.
004370     MOVE WS-MOTIF TO JPE-MOTIF.
004380     WRITE JOURNAL-PERIODE-RECORD.
004390     CLOSE JOURNAL-PERIODES-FILE.
004400 5000-JOURNALISER-EXIT.
004410     EXIT.
