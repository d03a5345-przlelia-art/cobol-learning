000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    REPRESENTMAJ.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. MAINTAINS THE FIELD SALES REPS ON
000110*                 REPRESENT.DAT : NAME, DEFAULT COMMISSION RATE
000120*                 AND UP TO FIVE PER-FAMILY RATES. A REP STILL
000130*                 NAMED ON A CUSTOMER (CLI-REPRESENTANT) CANNOT
000140*                 BE RETIRED. COMMISSIONS APPLIES THE RATES.
000142* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000144*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000146*                 REPRESENTMAJ (SEE HABILITATIONS).
000150*----------------------------------------------------------------

000160 ENVIRONMENT DIVISION.
000170 INPUT-OUTPUT SECTION.
000180 FILE-CONTROL.

000190     SELECT REPRESENT-FILE ASSIGN TO "REPRESENT.DAT"
000200         ORGANIZATION IS INDEXED
000210         ACCESS MODE IS DYNAMIC
000220         RECORD KEY IS REP-CODE
000230         FILE STATUS IS WS-REPRESENT-STATUS.

000240     SELECT CLIENTS-FILE ASSIGN TO "CLIENTS.DAT"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS SEQUENTIAL
000270         RECORD KEY IS CLI-CODE
000280         FILE STATUS IS WS-CLIENTS-STATUS.

000290 DATA DIVISION.
000300 FILE SECTION.

000310*----------------------------------------------------------------
000320* REPRESENTANTS - ONE RECORD PER SALES REP
000330*----------------------------------------------------------------
000340 FD  REPRESENT-FILE.
000350     COPY "REPRESENT-RECORD.cpy".

000360 FD  CLIENTS-FILE.
000370     COPY "CLIENT-RECORD.cpy".

000380 WORKING-STORAGE SECTION.

000385     COPY "HABILITATION.cpy".

000390 01  WS-MODE                 PIC X(01).
000400     88 MODE-AJOUT                    VALUE "A" "a".
000410     88 MODE-MODIF                    VALUE "M" "m".
000420     88 MODE-RETRAIT                  VALUE "R" "r".
000430     88 MODE-LISTE                    VALUE "L" "l".

000440 01  WS-REPRESENT-STATUS     PIC X(02).
000450     88 REPRESENT-OK                  VALUE "00".

000460 01  WS-CLIENTS-STATUS       PIC X(02).
000470     88 CLIENTS-OK                    VALUE "00".

000480 01  WS-REP-TROUVE           PIC X(01).
000490     88 REP-TROUVE                    VALUE "O".
000500     88 REP-ABSENT                    VALUE "N".

000510 01  WS-SWITCHES.
000520     05 WS-FIN-REPS          PIC X(01).
000530         88 FIN-REPS                  VALUE "Y".
000540     05 WS-FIN-CLIENTS       PIC X(01).
000550         88 FIN-CLIENTS               VALUE "Y".
000560     05 WS-FIN-SAISIE        PIC X(01).
000570         88 FIN-SAISIE                VALUE "Y".
000580     05 WS-REP-UTILISE       PIC X(01).
000590         88 REP-UTILISE               VALUE "O".

000600 01  WS-RESSAISIE            PIC X(01).
000610     88 RESSAISIR-FAMILLES            VALUE "O" "o".

000620 01  WS-FAMILLE-SAISIE       PIC X(03).
000630 01  WS-NB-CLIENTS           PIC 9(05) VALUE ZERO.
000640 01  WS-NB-REPS              PIC 9(04) VALUE ZERO.

000650 PROCEDURE DIVISION.

000660*----------------------------------------------------------------
000670* 0000-MAINLINE
000680*----------------------------------------------------------------
000690 0000-MAINLINE.
000691     MOVE "REPRESENTMAJ" TO HAB-PROGRAMME.
000692     CALL "HABILITER" USING HAB-ZONE.
000693     IF NOT HAB-AUTORISE
000694         GOBACK
000695     END-IF.
000700     DISPLAY "Ajout (A), modification (M), retrait (R)"
000710         " ou liste (L) ? ".
000720     ACCEPT WS-MODE.
000730     PERFORM 0500-OUVRIR-FICHIER
000740         THRU 0500-OUVRIR-FICHIER-EXIT.
000750     IF MODE-AJOUT
000760         PERFORM 1000-AJOUTER-REPRESENTANT
000770             THRU 1000-AJOUTER-REPRESENTANT-EXIT
000780     ELSE
000790         IF MODE-MODIF
000800             PERFORM 2000-MODIFIER-REPRESENTANT
000810                 THRU 2000-MODIFIER-REPRESENTANT-EXIT
000820         ELSE
000830             IF MODE-RETRAIT
000840                 PERFORM 3000-RETIRER-REPRESENTANT
000850                     THRU 3000-RETIRER-REPRESENTANT-EXIT
000860             ELSE
000870                 IF MODE-LISTE
000880                     PERFORM 4000-LISTER-REPRESENTANTS
000890                         THRU 4000-LISTER-REPRESENTANTS-EXIT
000900                 ELSE
000910                     DISPLAY "Mode non reconnu"
000920                 END-IF
000930             END-IF
000940         END-IF
000950     END-IF.
000960     CLOSE REPRESENT-FILE.
000970     STOP RUN.

000980*----------------------------------------------------------------
000990* 0500-OUVRIR-FICHIER - BOOTSTRAP REPRESENT.DAT ON A FIRST RUN
001000*----------------------------------------------------------------
001010 0500-OUVRIR-FICHIER.
001020     OPEN I-O REPRESENT-FILE.
001030     IF NOT REPRESENT-OK
001040         CLOSE REPRESENT-FILE
001050         OPEN OUTPUT REPRESENT-FILE
001060         CLOSE REPRESENT-FILE
001070         OPEN I-O REPRESENT-FILE
001080     END-IF.
001090 0500-OUVRIR-FICHIER-EXIT.
001100     EXIT.

001110*----------------------------------------------------------------
001120* 0600-SAISIR-FAMILLES - PER-FAMILY RATES UNTIL A BLANK FAMILY
001130* OR THE FIVE SLOTS ARE FULL; UNUSED SLOTS ARE LEFT BLANK
001140*----------------------------------------------------------------
001150 0600-SAISIR-FAMILLES.
001160     PERFORM VARYING REP-IDX FROM 1 BY 1 UNTIL REP-IDX > 5
001170         MOVE SPACES TO REP-FAMILLE(REP-IDX)
001180         MOVE ZERO   TO REP-FAM-TAUX(REP-IDX)
001190     END-PERFORM.
001200     MOVE "N" TO WS-FIN-SAISIE.
001210     SET REP-IDX TO 1.
001220     PERFORM UNTIL FIN-SAISIE OR REP-IDX > 5
001230         DISPLAY "Famille a taux particulier (vide pour finir) : "
001240         MOVE SPACES TO WS-FAMILLE-SAISIE
001250         ACCEPT WS-FAMILLE-SAISIE
001260         IF WS-FAMILLE-SAISIE = SPACES
001270             SET FIN-SAISIE TO TRUE
001280         ELSE
001290             MOVE WS-FAMILLE-SAISIE TO REP-FAMILLE(REP-IDX)
001300             DISPLAY "Taux de commission pour "
001310                 WS-FAMILLE-SAISIE " (ex. 7.50) : "
001320             ACCEPT REP-FAM-TAUX(REP-IDX)
001330             SET REP-IDX UP BY 1
001340         END-IF
001350     END-PERFORM.
001360 0600-SAISIR-FAMILLES-EXIT.
001370     EXIT.

001380*----------------------------------------------------------------
001390* 1000-AJOUTER-REPRESENTANT - NEW RECORD, REFUSES A CODE ALREADY
001400* ON FILE
001410*----------------------------------------------------------------
001420 1000-AJOUTER-REPRESENTANT.
001430     DISPLAY "Code representant : ".
001440     ACCEPT REP-CODE.
001450     READ REPRESENT-FILE
001460         INVALID KEY SET REP-ABSENT TO TRUE
001470         NOT INVALID KEY SET REP-TROUVE TO TRUE
001480     END-READ.
001490     IF REP-TROUVE
001500         DISPLAY "Ce code representant existe deja : " REP-CODE
001510         GO TO 1000-AJOUTER-REPRESENTANT-EXIT
001520     END-IF.
001530     DISPLAY "Nom du representant : ".
001540     ACCEPT REP-NOM.
001550     DISPLAY "Taux de commission en % (ex. 5.00) : ".
001560     ACCEPT REP-TAUX.
001570     PERFORM 0600-SAISIR-FAMILLES
001580         THRU 0600-SAISIR-FAMILLES-EXIT.
001590     WRITE REPRESENT-RECORD.
001600     DISPLAY "Representant cree : " REP-CODE.
001610 1000-AJOUTER-REPRESENTANT-EXIT.
001620     EXIT.

001630*----------------------------------------------------------------
001640* 2000-MODIFIER-REPRESENTANT - NEW NAME AND RATE, FAMILY RATES
001650* RE-KEYED ONLY ON REQUEST
001660*----------------------------------------------------------------
001670 2000-MODIFIER-REPRESENTANT.
001680     DISPLAY "Code representant : ".
001690     ACCEPT REP-CODE.
001700     READ REPRESENT-FILE
001710         INVALID KEY SET REP-ABSENT TO TRUE
001720         NOT INVALID KEY SET REP-TROUVE TO TRUE
001730     END-READ.
001740     IF REP-ABSENT
001750         DISPLAY "Code representant inconnu : " REP-CODE
001760         GO TO 2000-MODIFIER-REPRESENTANT-EXIT
001770     END-IF.
001780     DISPLAY "Nouveau nom (" FUNCTION TRIM(REP-NOM) ") : ".
001790     ACCEPT REP-NOM.
001800     DISPLAY "Nouveau taux (" REP-TAUX ") : ".
001810     ACCEPT REP-TAUX.
001820     PERFORM 4100-AFFICHER-FAMILLES
001830         THRU 4100-AFFICHER-FAMILLES-EXIT.
001840     DISPLAY "Ressaisir les taux par famille (O/N) ? ".
001850     MOVE "N" TO WS-RESSAISIE.
001860     ACCEPT WS-RESSAISIE.
001870     IF RESSAISIR-FAMILLES
001880         PERFORM 0600-SAISIR-FAMILLES
001890             THRU 0600-SAISIR-FAMILLES-EXIT
001900     END-IF.
001910     REWRITE REPRESENT-RECORD.
001920     DISPLAY "Representant mis a jour : " REP-CODE.
001930 2000-MODIFIER-REPRESENTANT-EXIT.
001940     EXIT.

001950*----------------------------------------------------------------
001960* 3000-RETIRER-REPRESENTANT - DROP A REP OUT OF REPRESENT.DAT,
001970* UNLESS A CUSTOMER IS STILL ASSIGNED TO THE REP
001980*----------------------------------------------------------------
001990 3000-RETIRER-REPRESENTANT.
002000     DISPLAY "Code representant : ".
002010     ACCEPT REP-CODE.
002020     READ REPRESENT-FILE
002030         INVALID KEY SET REP-ABSENT TO TRUE
002040         NOT INVALID KEY SET REP-TROUVE TO TRUE
002050     END-READ.
002060     IF REP-ABSENT
002070         DISPLAY "Code representant inconnu : " REP-CODE
002080         GO TO 3000-RETIRER-REPRESENTANT-EXIT
002090     END-IF.
002100     PERFORM 3500-CONTROLER-CLIENTS
002110         THRU 3500-CONTROLER-CLIENTS-EXIT.
002120     IF REP-UTILISE
002130         DISPLAY "Retrait refuse : " WS-NB-CLIENTS
002140             " client(s) encore affecte(s) a " REP-CODE
002150         GO TO 3000-RETIRER-REPRESENTANT-EXIT
002160     END-IF.
002170     DELETE REPRESENT-FILE RECORD
002180         INVALID KEY
002190             DISPLAY "Suppression impossible : " REP-CODE
002200         NOT INVALID KEY
002210             DISPLAY "Representant retire : " REP-CODE
002220     END-DELETE.
002230 3000-RETIRER-REPRESENTANT-EXIT.
002240     EXIT.

002250*----------------------------------------------------------------
002260* 3500-CONTROLER-CLIENTS - CUSTOMERS STILL NAMING THE REP
002270*----------------------------------------------------------------
002280 3500-CONTROLER-CLIENTS.
002290     MOVE "N" TO WS-REP-UTILISE.
002300     MOVE ZERO TO WS-NB-CLIENTS.
002310     OPEN INPUT CLIENTS-FILE.
002320     IF NOT CLIENTS-OK
002330         GO TO 3500-CONTROLER-CLIENTS-EXIT
002340     END-IF.
002350     MOVE "N" TO WS-FIN-CLIENTS.
002360     PERFORM UNTIL FIN-CLIENTS
002370         READ CLIENTS-FILE NEXT RECORD
002380             AT END SET FIN-CLIENTS TO TRUE
002390             NOT AT END
002400                 IF CLI-REPRESENTANT = REP-CODE
002410                     ADD 1 TO WS-NB-CLIENTS
002420                     SET REP-UTILISE TO TRUE
002430                 END-IF
002440         END-READ
002450     END-PERFORM.
002460     CLOSE CLIENTS-FILE.
002470 3500-CONTROLER-CLIENTS-EXIT.
002480     EXIT.

002490*----------------------------------------------------------------
002500* 4000-LISTER-REPRESENTANTS - EVERY REP AND THE RATES ON FILE
002510*----------------------------------------------------------------
002520 4000-LISTER-REPRESENTANTS.
002530     MOVE LOW-VALUES TO REP-CODE.
002540     MOVE "N" TO WS-FIN-REPS.
002550     START REPRESENT-FILE KEY IS NOT LESS THAN REP-CODE
002560         INVALID KEY SET FIN-REPS TO TRUE
002570     END-START.
002580     PERFORM UNTIL FIN-REPS
002590         READ REPRESENT-FILE NEXT RECORD
002600             AT END SET FIN-REPS TO TRUE
002610             NOT AT END
002620                 ADD 1 TO WS-NB-REPS
002630                 DISPLAY REP-CODE " " REP-NOM " taux " REP-TAUX
002640                 PERFORM 4100-AFFICHER-FAMILLES
002650                     THRU 4100-AFFICHER-FAMILLES-EXIT
002660         END-READ
002670     END-PERFORM.
002680     DISPLAY "Representants : " WS-NB-REPS.
002690 4000-LISTER-REPRESENTANTS-EXIT.
002700     EXIT.

002710*----------------------------------------------------------------
002720* 4100-AFFICHER-FAMILLES - THE PER-FAMILY RATES IN USE
002730*----------------------------------------------------------------
002740 4100-AFFICHER-FAMILLES.
002750     PERFORM VARYING REP-IDX FROM 1 BY 1 UNTIL REP-IDX > 5
002760         IF REP-FAMILLE(REP-IDX) NOT = SPACES
002770             DISPLAY "     famille " REP-FAMILLE(REP-IDX)
002780                 " taux " REP-FAM-TAUX(REP-IDX)
002790         END-IF
002800     END-PERFORM.
002810 4100-AFFICHER-FAMILLES-EXIT.
002820     EXIT.
