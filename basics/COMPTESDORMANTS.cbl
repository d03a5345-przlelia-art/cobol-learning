000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COMPTESDORMANTS.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. MONTHLY DORMANCY RUN : AN OPEN
000110*                 ACCOUNT WITH NO CUSTOMER MOVEMENT ON
000120*                 TRANSACT.DAT (FEES AND INTEREST DO NOT COUNT)
000130*                 FOR CFG-MOIS-INACTIVITE MONTHS GETS A NOTICE,
000140*                 DATED IN CTL-DATE-PREAVIS AND PRINTED WITH THE
000150*                 HOLDERS' ADDRESS BLOCK; ONCE CFG-JOURS-PREAVIS
000160*                 DAYS HAVE PASSED WITHOUT A MOVEMENT THE ACCOUNT
000170*                 TURNS DORMANT (STATUT "D"). A MOVEMENT DURING
000180*                 THE NOTICE LIFTS IT. PARAMETERS ON DORMCFG.DAT.
000182* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000184*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000186*                 COMPTESDORMANTS (SEE HABILITATIONS).
000190*----------------------------------------------------------------

000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.

000230     SELECT ACCOUNTS-FILE ASSIGN TO "ACCOUNTS.DAT"
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS CTL-COMPTE
000270         FILE STATUS IS WS-CTL-STATUS.

000280     SELECT TRANSACTIONS-FILE ASSIGN TO "TRANSACT.DAT"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-TRANS-STATUS.

000310     SELECT TITULAIRES-FILE ASSIGN TO "TITULAIRES.DAT"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS TIT-CLE
000350         FILE STATUS IS WS-TITULAIRES-STATUS.

000360     SELECT CONFIG-FILE ASSIGN TO "DORMCFG.DAT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-CONFIG-STATUS.

000390 DATA DIVISION.
000400 FILE SECTION.

000410 FD  ACCOUNTS-FILE.
000420     COPY "COMPTE-RECORD.cpy".

000430 FD  TRANSACTIONS-FILE.
000440     COPY "MOUVEMENT-RECORD.cpy".

000450*----------------------------------------------------------------
000460* TITULAIRES - READ ONLY, OPENING DATE OF AN ACCOUNT THAT HAS
000470* NEVER MOVED
000480*----------------------------------------------------------------
000490 FD  TITULAIRES-FILE.
000500     COPY "TITULAIRE-RECORD.cpy".

000510 FD  CONFIG-FILE.
000520     COPY "DORMCFG-RECORD.cpy".

000530 WORKING-STORAGE SECTION.

000535     COPY "HABILITATION.cpy".

000540 01  WS-COMPTE-COURANT        PIC X(06).

000550 01  WS-DATE-JOUR             PIC 9(08).
000560 01  WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
000570     05 WS-JOUR-AAAA          PIC 9(04).
000580     05 WS-JOUR-MM            PIC 9(02).
000590     05 WS-JOUR-JJ            PIC 9(02).

000600*----------------------------------------------------------------
000610* SEUIL - A LAST MOVEMENT BEFORE THIS DATE MEANS INACTIVE
000620*----------------------------------------------------------------
000630 01  WS-DATE-SEUIL            PIC 9(08).
000640 01  WS-DATE-SEUIL-R REDEFINES WS-DATE-SEUIL.
000650     05 WS-SEUIL-AAAA         PIC 9(04).
000660     05 WS-SEUIL-MM           PIC 9(02).
000670     05 WS-SEUIL-JJ           PIC 9(02).
000680 01  WS-NB-MOIS-SEUIL         PIC 9(06).
000690 01  WS-RESTE-MOIS            PIC 9(02).

000700 01  WS-DERNIER-MVT           PIC 9(08).
000710 01  WS-JOURS-PREAVIS         PIC 9(05).
000720 01  WS-ACTION                PIC X(20).

000730*----------------------------------------------------------------
000740* PARAMETRES - DEFAULTS WHEN DORMCFG.DAT IS ABSENT
000750*----------------------------------------------------------------
000760 01  WS-MOIS-INACTIVITE       PIC 9(02) VALUE 24.
000770 01  WS-DELAI-PREAVIS         PIC 9(03) VALUE 60.

000780 01  WS-NB-COMPTES            PIC 9(04) VALUE ZERO.
000790 01  WS-NB-PREAVIS            PIC 9(04) VALUE ZERO.
000800 01  WS-NB-ENCOURS            PIC 9(04) VALUE ZERO.
000810 01  WS-NB-DORMANTS           PIC 9(04) VALUE ZERO.
000820 01  WS-NB-LEVES              PIC 9(04) VALUE ZERO.

000830 01  WS-NB-LIGNES-ADR         PIC 9(01).
000840 01  WS-IDX-ADR               PIC 9(01).
000850 01  WS-BLOC-ADRESSE.
000860     05 WS-LIGNE-ADR OCCURS 6 TIMES PIC X(40).

000870 01  WS-MESSAGE-STATUT        PIC X(40).

000880 01  WS-CTL-STATUS            PIC X(02).
000890     88 CTL-OK                        VALUE "00".

000900 01  WS-TRANS-STATUS          PIC X(02).
000910     88 TRANS-OK                      VALUE "00".

000920 01  WS-TITULAIRES-STATUS     PIC X(02).
000930     88 TITULAIRES-OK                 VALUE "00".

000940 01  WS-CONFIG-STATUS         PIC X(02).
000950     88 CONFIG-OK                     VALUE "00".

000960 01  WS-SWITCHES.
000970     05 WS-FIN-COMPTES        PIC X(01) VALUE "N".
000980         88 FIN-COMPTES               VALUE "Y".
000990     05 WS-FIN-TRANS          PIC X(01) VALUE "N".
001000         88 FIN-TRANSACTIONS          VALUE "Y".

001010 PROCEDURE DIVISION.

001020*----------------------------------------------------------------
001030* 0000-MAINLINE
001040*----------------------------------------------------------------
001050 0000-MAINLINE.
001051     MOVE "COMPTESDORMANTS" TO HAB-PROGRAMME.
001052     CALL "HABILITER" USING HAB-ZONE.
001053     IF NOT HAB-AUTORISE
001054         GOBACK
001055     END-IF.
001060     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001070     PERFORM 1000-CHARGER-CONFIG
001080         THRU 1000-CHARGER-CONFIG-EXIT.
001090     OPEN I-O ACCOUNTS-FILE.
001100     IF NOT CTL-OK
001110         CALL "FICHSTAT" USING WS-CTL-STATUS
001120             WS-MESSAGE-STATUT
001130         DISPLAY "ACCOUNTS.DAT : "
001140             FUNCTION TRIM(WS-MESSAGE-STATUT)
001150         GO TO 0000-FIN
001160     END-IF.
001170     DISPLAY "Comptes inactifs depuis le " WS-DATE-SEUIL
001180         " (" WS-MOIS-INACTIVITE " mois, preavis "
001190         WS-DELAI-PREAVIS " jours)".
001200     DISPLAY "Compte  Dernier mvt  Solde  Suite donnee".
001210     DISPLAY "-----------------------------------------".
001220     PERFORM UNTIL FIN-COMPTES
001230         READ ACCOUNTS-FILE NEXT RECORD
001240             AT END SET FIN-COMPTES TO TRUE
001250             NOT AT END
001260                 PERFORM 2000-TRAITER-UN-COMPTE
001270                     THRU 2000-TRAITER-UN-COMPTE-EXIT
001280         END-READ
001290     END-PERFORM.
001300     CLOSE ACCOUNTS-FILE.
001310     DISPLAY "-----------------------------------------".
001320     DISPLAY "Comptes examines    : " WS-NB-COMPTES.
001330     DISPLAY "Preavis emis        : " WS-NB-PREAVIS.
001340     DISPLAY "Preavis en cours    : " WS-NB-ENCOURS.
001350     DISPLAY "Declares dormants   : " WS-NB-DORMANTS.
001360     DISPLAY "Preavis leves       : " WS-NB-LEVES.
001370 0000-FIN.
001380     STOP RUN.

001390*----------------------------------------------------------------
001400* 1000-CHARGER-CONFIG - PARAMETERS, THEN THE INACTIVITY CUT-OFF
001410* DATE (SAME DAY, CFG-MOIS-INACTIVITE MONTHS BACK)
001420*----------------------------------------------------------------
001430 1000-CHARGER-CONFIG.
001440     OPEN INPUT CONFIG-FILE.
001450     IF CONFIG-OK
001460         READ CONFIG-FILE
001470             AT END CONTINUE
001480             NOT AT END
001490                 IF CFG-MOIS-INACTIVITE > ZERO
001500                     MOVE CFG-MOIS-INACTIVITE
001510                         TO WS-MOIS-INACTIVITE
001520                 END-IF
001530                 IF CFG-JOURS-PREAVIS > ZERO
001540                     MOVE CFG-JOURS-PREAVIS TO WS-DELAI-PREAVIS
001550                 END-IF
001560         END-READ
001570         CLOSE CONFIG-FILE
001580     END-IF.
001590     COMPUTE WS-NB-MOIS-SEUIL = WS-JOUR-AAAA * 12 + WS-JOUR-MM - 1
001600         - WS-MOIS-INACTIVITE.
001610     DIVIDE WS-NB-MOIS-SEUIL BY 12 GIVING WS-SEUIL-AAAA
001620         REMAINDER WS-RESTE-MOIS.
001630     COMPUTE WS-SEUIL-MM = WS-RESTE-MOIS + 1.
001640     MOVE WS-JOUR-JJ TO WS-SEUIL-JJ.
001650 1000-CHARGER-CONFIG-EXIT.
001660     EXIT.

001670*----------------------------------------------------------------
001680* 2000-TRAITER-UN-COMPTE - NOTICE, DORMANCY OR LIFTED NOTICE FOR
001690* ONE ACCOUNT; CLOSED AND BLOCKED ACCOUNTS ARE LEFT ALONE
001700*----------------------------------------------------------------
001710 2000-TRAITER-UN-COMPTE.
001720     IF CTL-FERME OR CTL-BLOQUE
001730         GO TO 2000-TRAITER-UN-COMPTE-EXIT
001740     END-IF.
001750     ADD 1 TO WS-NB-COMPTES.
001760     MOVE CTL-COMPTE TO WS-COMPTE-COURANT.
001770     IF CTL-DATE-PREAVIS-X = SPACES
001780         MOVE ZERO TO CTL-DATE-PREAVIS
001790     END-IF.
001800     PERFORM 3000-DERNIER-MOUVEMENT
001810         THRU 3000-DERNIER-MOUVEMENT-EXIT.
001820     IF CTL-DORMANT
001830         MOVE "dormant" TO WS-ACTION
001840         PERFORM 2900-LISTER-COMPTE
001850             THRU 2900-LISTER-COMPTE-EXIT
001860         GO TO 2000-TRAITER-UN-COMPTE-EXIT
001870     END-IF.
001880     IF WS-DERNIER-MVT NOT < WS-DATE-SEUIL
001890         IF CTL-DATE-PREAVIS NOT = ZERO
001900             MOVE ZERO TO CTL-DATE-PREAVIS
001910             REWRITE CTL-COMPTE-RECORD
001920             ADD 1 TO WS-NB-LEVES
001930             MOVE "preavis leve" TO WS-ACTION
001940             PERFORM 2900-LISTER-COMPTE
001950                 THRU 2900-LISTER-COMPTE-EXIT
001960         END-IF
001970         GO TO 2000-TRAITER-UN-COMPTE-EXIT
001980     END-IF.
001990     IF CTL-DATE-PREAVIS = ZERO
002000         MOVE WS-DATE-JOUR TO CTL-DATE-PREAVIS
002010         REWRITE CTL-COMPTE-RECORD
002020         ADD 1 TO WS-NB-PREAVIS
002030         MOVE "preavis emis" TO WS-ACTION
002040         PERFORM 2900-LISTER-COMPTE
002050             THRU 2900-LISTER-COMPTE-EXIT
002060         PERFORM 4000-EDITER-PREAVIS
002070             THRU 4000-EDITER-PREAVIS-EXIT
002080         GO TO 2000-TRAITER-UN-COMPTE-EXIT
002090     END-IF.
002100     COMPUTE WS-JOURS-PREAVIS =
002110         FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
002120         - FUNCTION INTEGER-OF-DATE(CTL-DATE-PREAVIS).
002130     IF WS-JOURS-PREAVIS < WS-DELAI-PREAVIS
002140         ADD 1 TO WS-NB-ENCOURS
002150         MOVE "preavis en cours" TO WS-ACTION
002160     ELSE
002170         MOVE "D" TO CTL-STATUT
002180         REWRITE CTL-COMPTE-RECORD
002190         ADD 1 TO WS-NB-DORMANTS
002200         MOVE "declare dormant" TO WS-ACTION
002210     END-IF.
002220     PERFORM 2900-LISTER-COMPTE
002230         THRU 2900-LISTER-COMPTE-EXIT.
002240 2000-TRAITER-UN-COMPTE-EXIT.
002250     EXIT.

002260*----------------------------------------------------------------
002270* 2900-LISTER-COMPTE - ONE REPORT LINE
002280*----------------------------------------------------------------
002290 2900-LISTER-COMPTE.
002300     IF WS-DERNIER-MVT = ZERO
002310         DISPLAY WS-COMPTE-COURANT "  aucun      " CTL-SOLDE
002320             "  " WS-ACTION
002330     ELSE
002340         DISPLAY WS-COMPTE-COURANT "  " WS-DERNIER-MVT "   "
002350             CTL-SOLDE "  " WS-ACTION
002360     END-IF.
002370 2900-LISTER-COMPTE-EXIT.
002380     EXIT.

002390*----------------------------------------------------------------
002400* 3000-DERNIER-MOUVEMENT - LATEST DATED CUSTOMER MOVEMENT; FEES
002410* (FR) AND INTEREST (IN) ARE POSTED BY THE SYSTEM AND DO NOT
002420* COUNT. AN ACCOUNT THAT HAS NEVER MOVED DATES FROM ITS OPENING.
002430*----------------------------------------------------------------
002440 3000-DERNIER-MOUVEMENT.
002450     MOVE ZERO TO WS-DERNIER-MVT.
002460     MOVE "N" TO WS-FIN-TRANS.
002470     OPEN INPUT TRANSACTIONS-FILE.
002480     IF TRANS-OK
002490         PERFORM UNTIL FIN-TRANSACTIONS
002500             READ TRANSACTIONS-FILE
002510                 AT END SET FIN-TRANSACTIONS TO TRUE
002520                 NOT AT END
002530                     IF TR-COMPTE = WS-COMPTE-COURANT
002540                         AND TR-TYPE NOT = "FR"
002550                         AND TR-TYPE NOT = "IN"
002560                         AND TR-DATE-X NOT = SPACES
002570                         AND TR-DATE > WS-DERNIER-MVT
002580                         MOVE TR-DATE TO WS-DERNIER-MVT
002590                     END-IF
002600             END-READ
002610         END-PERFORM
002620         CLOSE TRANSACTIONS-FILE
002630     END-IF.
002640     IF WS-DERNIER-MVT = ZERO
002650         PERFORM 3100-DATE-OUVERTURE
002660             THRU 3100-DATE-OUVERTURE-EXIT
002670     END-IF.
002680 3000-DERNIER-MOUVEMENT-EXIT.
002690     EXIT.

002700*----------------------------------------------------------------
002710* 3100-DATE-OUVERTURE - FIRST HOLDER ON TITULAIRES.DAT
002720*----------------------------------------------------------------
002730 3100-DATE-OUVERTURE.
002740     OPEN INPUT TITULAIRES-FILE.
002750     IF NOT TITULAIRES-OK
002760         GO TO 3100-DATE-OUVERTURE-EXIT
002770     END-IF.
002780     MOVE WS-COMPTE-COURANT TO TIT-COMPTE.
002790     MOVE ZERO TO TIT-RANG.
002800     START TITULAIRES-FILE KEY IS NOT LESS THAN TIT-CLE
002810         INVALID KEY
002820             CLOSE TITULAIRES-FILE
002830             GO TO 3100-DATE-OUVERTURE-EXIT
002840     END-START.
002850     READ TITULAIRES-FILE NEXT
002860         AT END CONTINUE
002870         NOT AT END
002880             IF TIT-COMPTE = WS-COMPTE-COURANT
002890                 MOVE TIT-DATE-OUVERTURE TO WS-DERNIER-MVT
002900             END-IF
002910     END-READ.
002920     CLOSE TITULAIRES-FILE.
002930 3100-DATE-OUVERTURE-EXIT.
002940     EXIT.

002950*----------------------------------------------------------------
002960* 4000-EDITER-PREAVIS - NOTICE TO THE HOLDERS, READY TO POST
002970*----------------------------------------------------------------
002980 4000-EDITER-PREAVIS.
002990     CALL "ADRTITULAIRE" USING WS-COMPTE-COURANT WS-NB-LIGNES-ADR
003000         WS-BLOC-ADRESSE.
003010     IF WS-NB-LIGNES-ADR = ZERO
003020         DISPLAY "    (aucun titulaire enregistre)"
003030         GO TO 4000-EDITER-PREAVIS-EXIT
003040     END-IF.
003050     PERFORM VARYING WS-IDX-ADR FROM 1 BY 1
003060             UNTIL WS-IDX-ADR > WS-NB-LIGNES-ADR
003070         DISPLAY "    " WS-LIGNE-ADR(WS-IDX-ADR)
003080     END-PERFORM.
003090     DISPLAY "    Sans operation de votre part sous "
003100         WS-DELAI-PREAVIS " jours, le compte "
003110         WS-COMPTE-COURANT.
003120     DISPLAY "    sera declare inactif (dormant).".
003130 4000-EDITER-PREAVIS-EXIT.
003140     EXIT.
