000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BUDGETMAJ.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. KEEPS BUDGET.DAT : A YEARLY BUDGET
000110*                 FOR AN ACCOUNT AND TR-TYPE SPREAD EVENLY OVER
000120*                 THE TWELVE MONTHS (THE REMAINDER GOES TO
000130*                 DECEMBER), ONE MONTH SET OR CORRECTED ON ITS
000140*                 OWN, A YEAR WITHDRAWN, AND THE YEAR LISTED. THE
000150*                 ACCOUNT MUST BE ON ACCOUNTS.DAT. SEE
000160*                 BUDGETRAPPORT.
000162* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000164*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000166*                 BUDGETMAJ (SEE HABILITATIONS).
000170*----------------------------------------------------------------

000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.

000210     SELECT BUDGET-FILE ASSIGN TO "BUDGET.DAT"
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS DYNAMIC
000240         RECORD KEY IS BUD-CLE
000250         FILE STATUS IS WS-BUDGET-STATUS.

000260     SELECT ACCOUNTS-FILE ASSIGN TO "ACCOUNTS.DAT"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS CTL-COMPTE
000300         FILE STATUS IS WS-CTL-STATUS.

000310 DATA DIVISION.
000320 FILE SECTION.

000330 FD  BUDGET-FILE.
000340     COPY "BUDGET-RECORD.cpy".

000350 FD  ACCOUNTS-FILE.
000360     COPY "COMPTE-RECORD.cpy".

000370 WORKING-STORAGE SECTION.

000375     COPY "HABILITATION.cpy".

000380 01  WS-MODE                 PIC X(01).
000390     88 MODE-ANNUEL                   VALUE "A" "a".
000400     88 MODE-MOIS                     VALUE "M" "m".
000410     88 MODE-RETRAIT                  VALUE "R" "r".
000420     88 MODE-LISTE                    VALUE "L" "l".

000430 01  WS-COMPTE               PIC X(06).
000440 01  WS-TYPE                 PIC X(02).
000450 01  WS-ANNEE                PIC 9(04).
000460 01  WS-MOIS                 PIC 9(02).
000470 01  WS-MONTANT-ANNUEL       PIC 9(07).
000480 01  WS-MONTANT-MOIS         PIC 9(07).
000490 01  WS-RESTE-ANNUEL         PIC 9(07).
000500 01  WS-MONTANT              PIC 9(07).
000510 01  WS-TOTAL-ANNEE          PIC 9(08).
000520 01  WS-NB-LIGNES            PIC 9(04).

000530 01  WS-MESSAGE-STATUT       PIC X(40).

000540 01  WS-BUDGET-STATUS        PIC X(02).
000550     88 BUDGET-OK                     VALUE "00".

000560 01  WS-CTL-STATUS           PIC X(02).
000570     88 CTL-OK                        VALUE "00".

000580 01  WS-SWITCHES.
000590     05 WS-COMPTE-TROUVE     PIC X(01).
000600         88 COMPTE-TROUVE             VALUE "O".
000610     05 WS-FIN-BUDGET        PIC X(01).
000620         88 FIN-BUDGET                VALUE "Y".

000630 PROCEDURE DIVISION.

000640*----------------------------------------------------------------
000650* 0000-MAINLINE
000660*----------------------------------------------------------------
000670 0000-MAINLINE.
000671     MOVE "BUDGETMAJ" TO HAB-PROGRAMME.
000672     CALL "HABILITER" USING HAB-ZONE.
000673     IF NOT HAB-AUTORISE
000674         GOBACK
000675     END-IF.
000680     DISPLAY "Budget annuel (A), d'un mois (M), retrait d'une"
000690         " annee (R) ou liste (L) ? ".
000700     ACCEPT WS-MODE.
000710     IF NOT MODE-ANNUEL AND NOT MODE-MOIS AND NOT MODE-RETRAIT
000720         AND NOT MODE-LISTE
000730         DISPLAY "Mode inconnu, merci de choisir A, M, R ou L"
000740         GO TO 0000-FIN
000750     END-IF.
000760     DISPLAY "Compte : ".
000770     ACCEPT WS-COMPTE.
000780     PERFORM 0600-CONTROLER-COMPTE
000790         THRU 0600-CONTROLER-COMPTE-EXIT.
000800     IF NOT COMPTE-TROUVE
000810         GO TO 0000-FIN
000820     END-IF.
000830     DISPLAY "Annee AAAA : ".
000840     ACCEPT WS-ANNEE.
000850     IF WS-ANNEE < 2000
000860         DISPLAY "Annee invalide : " WS-ANNEE
000870         GO TO 0000-FIN
000880     END-IF.
000890     PERFORM 0500-OUVRIR-FICHIER
000900         THRU 0500-OUVRIR-FICHIER-EXIT.
000910     IF NOT BUDGET-OK
000920         GO TO 0000-FIN
000930     END-IF.
000940     IF MODE-LISTE
000950         PERFORM 4000-LISTER-ANNEE
000960             THRU 4000-LISTER-ANNEE-EXIT
000970     ELSE
000980         DISPLAY "Type de mouvement (DP/RE/FR/IN/CO/VI) : "
000990         ACCEPT WS-TYPE
001000         IF MODE-ANNUEL
001010             PERFORM 1000-REPARTIR-ANNEE
001020                 THRU 1000-REPARTIR-ANNEE-EXIT
001030         END-IF
001040         IF MODE-MOIS
001050             PERFORM 2000-SAISIR-MOIS
001060                 THRU 2000-SAISIR-MOIS-EXIT
001070         END-IF
001080         IF MODE-RETRAIT
001090             PERFORM 3000-RETIRER-ANNEE
001100                 THRU 3000-RETIRER-ANNEE-EXIT
001110         END-IF
001120     END-IF.
001130     CLOSE BUDGET-FILE.
001140 0000-FIN.
001150     STOP RUN.

001160*----------------------------------------------------------------
001170* 0500-OUVRIR-FICHIER - BOOTSTRAP BUDGET.DAT ON A FIRST RUN
001180*----------------------------------------------------------------
001190 0500-OUVRIR-FICHIER.
001200     OPEN I-O BUDGET-FILE.
001210     IF NOT BUDGET-OK
001220         CLOSE BUDGET-FILE
001230         OPEN OUTPUT BUDGET-FILE
001240         CLOSE BUDGET-FILE
001250         OPEN I-O BUDGET-FILE
001260     END-IF.
001270     IF NOT BUDGET-OK
001280         CALL "FICHSTAT" USING WS-BUDGET-STATUS
001290             WS-MESSAGE-STATUT
001300         DISPLAY "BUDGET.DAT : "
001310             FUNCTION TRIM(WS-MESSAGE-STATUT)
001320     END-IF.
001330 0500-OUVRIR-FICHIER-EXIT.
001340     EXIT.

001350*----------------------------------------------------------------
001360* 0600-CONTROLER-COMPTE - THE ACCOUNT MUST EXIST ON ACCOUNTS.DAT
001370*----------------------------------------------------------------
001380 0600-CONTROLER-COMPTE.
001390     MOVE "N" TO WS-COMPTE-TROUVE.
001400     OPEN INPUT ACCOUNTS-FILE.
001410     IF NOT CTL-OK
001420         CALL "FICHSTAT" USING WS-CTL-STATUS
001430             WS-MESSAGE-STATUT
001440         DISPLAY "ACCOUNTS.DAT : "
001450             FUNCTION TRIM(WS-MESSAGE-STATUT)
001460         GO TO 0600-CONTROLER-COMPTE-EXIT
001470     END-IF.
001480     MOVE WS-COMPTE TO CTL-COMPTE.
001490     READ ACCOUNTS-FILE
001500         INVALID KEY
001510             DISPLAY "Compte inconnu : " WS-COMPTE
001520         NOT INVALID KEY
001530             SET COMPTE-TROUVE TO TRUE
001540     END-READ.
001550     CLOSE ACCOUNTS-FILE.
001560 0600-CONTROLER-COMPTE-EXIT.
001570     EXIT.

001580*----------------------------------------------------------------
001590* 1000-REPARTIR-ANNEE - TWELVE EQUAL MONTHS, DECEMBER TAKES THE
001600* REMAINDER; EXISTING MONTHS ARE OVERWRITTEN
001610*----------------------------------------------------------------
001620 1000-REPARTIR-ANNEE.
001630     DISPLAY "Budget annuel : ".
001640     ACCEPT WS-MONTANT-ANNUEL.
001650     DIVIDE WS-MONTANT-ANNUEL BY 12 GIVING WS-MONTANT-MOIS.
001660     MOVE WS-MONTANT-ANNUEL TO WS-RESTE-ANNUEL.
001670     PERFORM VARYING WS-MOIS FROM 1 BY 1 UNTIL WS-MOIS > 12
001680         IF WS-MOIS = 12
001690             MOVE WS-RESTE-ANNUEL TO WS-MONTANT
001700         ELSE
001710             MOVE WS-MONTANT-MOIS TO WS-MONTANT
001720             SUBTRACT WS-MONTANT-MOIS FROM WS-RESTE-ANNUEL
001730         END-IF
001740         PERFORM 1500-ECRIRE-MOIS
001750             THRU 1500-ECRIRE-MOIS-EXIT
001760     END-PERFORM.
001770     DISPLAY "Budget " WS-ANNEE " enregistre : " WS-COMPTE " "
001780         WS-TYPE " " WS-MONTANT-ANNUEL " (" WS-MONTANT-MOIS
001790         " par mois)".
001800 1000-REPARTIR-ANNEE-EXIT.
001810     EXIT.

001820*----------------------------------------------------------------
001830* 1500-ECRIRE-MOIS - WRITE OR REWRITE ONE MONTH (WS-MOIS,
001840* WS-MONTANT)
001850*----------------------------------------------------------------
001860 1500-ECRIRE-MOIS.
001870     MOVE WS-COMPTE TO BUD-COMPTE.
001880     MOVE WS-TYPE TO BUD-TYPE.
001890     COMPUTE BUD-MOIS = WS-ANNEE * 100 + WS-MOIS.
001900     READ BUDGET-FILE
001910         INVALID KEY
001920             MOVE WS-MONTANT TO BUD-MONTANT
001930             WRITE BUDGET-RECORD
001940         NOT INVALID KEY
001950             MOVE WS-MONTANT TO BUD-MONTANT
001960             REWRITE BUDGET-RECORD
001970     END-READ.
001980 1500-ECRIRE-MOIS-EXIT.
001990     EXIT.

002000*----------------------------------------------------------------
002010* 2000-SAISIR-MOIS - ONE MONTH ON ITS OWN
002020*----------------------------------------------------------------
002030 2000-SAISIR-MOIS.
002040     DISPLAY "Mois MM : ".
002050     ACCEPT WS-MOIS.
002060     IF WS-MOIS < 1 OR WS-MOIS > 12
002070         DISPLAY "Mois invalide : " WS-MOIS
002080         GO TO 2000-SAISIR-MOIS-EXIT
002090     END-IF.
002100     DISPLAY "Budget du mois : ".
002110     ACCEPT WS-MONTANT.
002120     PERFORM 1500-ECRIRE-MOIS
002130         THRU 1500-ECRIRE-MOIS-EXIT.
002140     DISPLAY "Budget " BUD-MOIS " enregistre : " WS-COMPTE " "
002150         WS-TYPE " " WS-MONTANT.
002160 2000-SAISIR-MOIS-EXIT.
002170     EXIT.

002180*----------------------------------------------------------------
002190* 3000-RETIRER-ANNEE - THE TWELVE MONTHS OF THE ACCOUNT AND TYPE
002200*----------------------------------------------------------------
002210 3000-RETIRER-ANNEE.
002220     MOVE ZERO TO WS-NB-LIGNES.
002230     PERFORM VARYING WS-MOIS FROM 1 BY 1 UNTIL WS-MOIS > 12
002240         MOVE WS-COMPTE TO BUD-COMPTE
002250         MOVE WS-TYPE TO BUD-TYPE
002260         COMPUTE BUD-MOIS = WS-ANNEE * 100 + WS-MOIS
002270         DELETE BUDGET-FILE RECORD
002280             INVALID KEY CONTINUE
002290             NOT INVALID KEY ADD 1 TO WS-NB-LIGNES
002300         END-DELETE
002310     END-PERFORM.
002320     DISPLAY "Mois de budget retires : " WS-NB-LIGNES.
002330 3000-RETIRER-ANNEE-EXIT.
002340     EXIT.

002350*----------------------------------------------------------------
002360* 4000-LISTER-ANNEE - EVERY TYPE BUDGETED ON THE ACCOUNT FOR THE
002370* YEAR, MONTH BY MONTH
002380*----------------------------------------------------------------
002390 4000-LISTER-ANNEE.
002400     MOVE ZERO TO WS-NB-LIGNES WS-TOTAL-ANNEE.
002410     MOVE "N" TO WS-FIN-BUDGET.
002420     MOVE WS-COMPTE TO BUD-COMPTE.
002430     MOVE LOW-VALUES TO BUD-TYPE.
002440     MOVE ZERO TO BUD-MOIS.
002450     START BUDGET-FILE KEY IS NOT LESS THAN BUD-CLE
002460         INVALID KEY SET FIN-BUDGET TO TRUE
002470     END-START.
002480     DISPLAY "Budget " WS-ANNEE " du compte " WS-COMPTE.
002490     DISPLAY "-----------------------------------------".
002500     PERFORM UNTIL FIN-BUDGET
002510         READ BUDGET-FILE NEXT
002520             AT END SET FIN-BUDGET TO TRUE
002530             NOT AT END
002540                 IF BUD-COMPTE NOT = WS-COMPTE
002550                     SET FIN-BUDGET TO TRUE
002560                 ELSE
002570                     IF BUD-MOIS(1:4) = WS-ANNEE
002580                         ADD 1 TO WS-NB-LIGNES
002590                         ADD BUD-MONTANT TO WS-TOTAL-ANNEE
002600                         DISPLAY BUD-TYPE " " BUD-MOIS " "
002610                             BUD-MONTANT
002620                     END-IF
002630                 END-IF
002640         END-READ
002650     END-PERFORM.
002660     DISPLAY "-----------------------------------------".
002670     DISPLAY "Mois budgetes : " WS-NB-LIGNES
002680         " - total " WS-TOTAL-ANNEE.
002690 4000-LISTER-ANNEE-EXIT.
002700     EXIT.
