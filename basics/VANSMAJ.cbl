000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    VANSMAJ.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. MAINTAINS THE DELIVERY VANS ON
000110*                 VANS.DAT : A VAN CAN BE ADDED, ITS CAPACITY
000120*                 CORRECTED, TAKEN OFF OR PUT BACK ON THE ROAD,
000130*                 RETIRED, OR THE FLEET LISTED. LIVRAISONS PLANS
000140*                 THE DAY'S TRIPS ON THE VANS IN SERVICE.
000142* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000144*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000146*                 VANSMAJ (SEE HABILITATIONS).
000150*----------------------------------------------------------------

000160 ENVIRONMENT DIVISION.
000170 INPUT-OUTPUT SECTION.
000180 FILE-CONTROL.

000190     SELECT VANS-FILE ASSIGN TO "VANS.DAT"
000200         ORGANIZATION IS INDEXED
000210         ACCESS MODE IS DYNAMIC
000220         RECORD KEY IS VAN-CODE
000230         FILE STATUS IS WS-VANS-STATUS.

000240 DATA DIVISION.
000250 FILE SECTION.

000260*----------------------------------------------------------------
000270* VANS - ONE RECORD PER DELIVERY VAN
000280*----------------------------------------------------------------
000290 FD  VANS-FILE.
000300     COPY "VAN-RECORD.cpy".

000310 WORKING-STORAGE SECTION.

000315     COPY "HABILITATION.cpy".

000320 01  WS-MODE                 PIC X(01).
000330     88 MODE-AJOUT                    VALUE "A" "a".
000340     88 MODE-MODIF                    VALUE "M" "m".
000350     88 MODE-ETAT                     VALUE "E" "e".
000360     88 MODE-RETRAIT                  VALUE "R" "r".
000370     88 MODE-LISTE                    VALUE "L" "l".

000380 01  WS-VANS-STATUS          PIC X(02).
000390     88 VANS-OK                       VALUE "00".

000400 01  WS-VAN-TROUVE           PIC X(01).
000410     88 VAN-TROUVE                    VALUE "O".
000420     88 VAN-ABSENT                    VALUE "N".

000430 01  WS-FIN-VANS             PIC X(01).
000440     88 FIN-VANS                      VALUE "Y".

000450 01  WS-NB-VANS              PIC 9(04) VALUE ZERO.

000460 PROCEDURE DIVISION.

000470*----------------------------------------------------------------
000480* 0000-MAINLINE
000490*----------------------------------------------------------------
000500 0000-MAINLINE.
000501     MOVE "VANSMAJ" TO HAB-PROGRAMME.
000502     CALL "HABILITER" USING HAB-ZONE.
000503     IF NOT HAB-AUTORISE
000504         GOBACK
000505     END-IF.
000510     DISPLAY "Ajout (A), modification (M), en/hors service (E),"
000520         " retrait (R) ou liste (L) ? ".
000530     ACCEPT WS-MODE.
000540     PERFORM 0500-OUVRIR-FICHIER
000550         THRU 0500-OUVRIR-FICHIER-EXIT.
000560     IF MODE-AJOUT
000570         PERFORM 1000-AJOUTER-VAN
000580             THRU 1000-AJOUTER-VAN-EXIT
000590     ELSE
000600         IF MODE-MODIF
000610             PERFORM 2000-MODIFIER-VAN
000620                 THRU 2000-MODIFIER-VAN-EXIT
000630         ELSE
000640             IF MODE-ETAT
000650                 PERFORM 2500-BASCULER-ETAT
000660                     THRU 2500-BASCULER-ETAT-EXIT
000670             ELSE
000680                 IF MODE-RETRAIT
000690                     PERFORM 3000-RETIRER-VAN
000700                         THRU 3000-RETIRER-VAN-EXIT
000710                 ELSE
000720                     IF MODE-LISTE
000730                         PERFORM 4000-LISTER-VANS
000740                             THRU 4000-LISTER-VANS-EXIT
000750                     ELSE
000760                         DISPLAY "Mode non reconnu"
000770                     END-IF
000780                 END-IF
000790             END-IF
000800         END-IF
000810     END-IF.
000820     CLOSE VANS-FILE.
000830     STOP RUN.

000840*----------------------------------------------------------------
000850* 0500-OUVRIR-FICHIER - BOOTSTRAP VANS.DAT ON A FIRST RUN
000860*----------------------------------------------------------------
000870 0500-OUVRIR-FICHIER.
000880     OPEN I-O VANS-FILE.
000890     IF NOT VANS-OK
000900         CLOSE VANS-FILE
000910         OPEN OUTPUT VANS-FILE
000920         CLOSE VANS-FILE
000930         OPEN I-O VANS-FILE
000940     END-IF.
000950 0500-OUVRIR-FICHIER-EXIT.
000960     EXIT.

000970*----------------------------------------------------------------
000980* 0600-SAISIR-CAPACITE - WHAT THE VAN CAN CARRY ON ONE TRIP
000990*----------------------------------------------------------------
001000 0600-SAISIR-CAPACITE.
001010     DISPLAY "Charge utile en kg : ".
001020     ACCEPT VAN-POIDS-MAX.
001030     DISPLAY "Volume utile en litres : ".
001040     ACCEPT VAN-VOLUME-MAX.
001050 0600-SAISIR-CAPACITE-EXIT.
001060     EXIT.

001070*----------------------------------------------------------------
001080* 0700-LIRE-VAN - VAN-CODE KEYED BY THE OPERATOR
001090*----------------------------------------------------------------
001100 0700-LIRE-VAN.
001110     DISPLAY "Code vehicule : ".
001120     ACCEPT VAN-CODE.
001130     READ VANS-FILE
001140         INVALID KEY SET VAN-ABSENT TO TRUE
001150         NOT INVALID KEY SET VAN-TROUVE TO TRUE
001160     END-READ.
001170     IF VAN-ABSENT
001180         DISPLAY "Vehicule inconnu : " VAN-CODE
001190     END-IF.
001200 0700-LIRE-VAN-EXIT.
001210     EXIT.

001220*----------------------------------------------------------------
001230* 1000-AJOUTER-VAN
001240*----------------------------------------------------------------
001250 1000-AJOUTER-VAN.
001260     DISPLAY "Code vehicule : ".
001270     ACCEPT VAN-CODE.
001280     IF VAN-CODE = SPACES
001290         DISPLAY "Code obligatoire - vehicule non cree"
001300         GO TO 1000-AJOUTER-VAN-EXIT
001310     END-IF.
001320     DISPLAY "Libelle (immatriculation, modele) : ".
001330     ACCEPT VAN-LIBELLE.
001340     PERFORM 0600-SAISIR-CAPACITE
001350         THRU 0600-SAISIR-CAPACITE-EXIT.
001360     IF VAN-POIDS-MAX = ZERO OR VAN-VOLUME-MAX = ZERO
001370         DISPLAY "Capacite nulle - vehicule non cree"
001380         GO TO 1000-AJOUTER-VAN-EXIT
001390     END-IF.
001400     SET VAN-EN-SERVICE TO TRUE.
001410     WRITE VAN-RECORD
001420         INVALID KEY
001430             DISPLAY "Vehicule deja present : " VAN-CODE
001440         NOT INVALID KEY
001450             DISPLAY "Vehicule ajoute"
001460     END-WRITE.
001470 1000-AJOUTER-VAN-EXIT.
001480     EXIT.

001490*----------------------------------------------------------------
001500* 2000-MODIFIER-VAN - NEW CAPACITY FOR A VAN ON FILE
001510*----------------------------------------------------------------
001520 2000-MODIFIER-VAN.
001530     PERFORM 0700-LIRE-VAN
001540         THRU 0700-LIRE-VAN-EXIT.
001550     IF VAN-ABSENT
001560         GO TO 2000-MODIFIER-VAN-EXIT
001570     END-IF.
001580     DISPLAY "Actuellement " VAN-POIDS-MAX " kg - "
001590         VAN-VOLUME-MAX " litres".
001600     PERFORM 0600-SAISIR-CAPACITE
001610         THRU 0600-SAISIR-CAPACITE-EXIT.
001620     REWRITE VAN-RECORD.
001630     DISPLAY "Vehicule mis a jour".
001640 2000-MODIFIER-VAN-EXIT.
001650     EXIT.

001660*----------------------------------------------------------------
001670* 2500-BASCULER-ETAT - IN SERVICE <-> OFF THE ROAD
001680*----------------------------------------------------------------
001690 2500-BASCULER-ETAT.
001700     PERFORM 0700-LIRE-VAN
001710         THRU 0700-LIRE-VAN-EXIT.
001720     IF VAN-ABSENT
001730         GO TO 2500-BASCULER-ETAT-EXIT
001740     END-IF.
001750     IF VAN-HORS-SERVICE
001760         SET VAN-EN-SERVICE TO TRUE
001770         DISPLAY "Vehicule " VAN-CODE " remis en service"
001780     ELSE
001790         SET VAN-HORS-SERVICE TO TRUE
001800         DISPLAY "Vehicule " VAN-CODE " mis hors service"
001810     END-IF.
001820     REWRITE VAN-RECORD.
001830 2500-BASCULER-ETAT-EXIT.
001840     EXIT.

001850*----------------------------------------------------------------
001860* 3000-RETIRER-VAN
001870*----------------------------------------------------------------
001880 3000-RETIRER-VAN.
001890     PERFORM 0700-LIRE-VAN
001900         THRU 0700-LIRE-VAN-EXIT.
001910     IF VAN-TROUVE
001920         DELETE VANS-FILE RECORD
001930             INVALID KEY
001940                 DISPLAY "Suppression impossible"
001950             NOT INVALID KEY
001960                 DISPLAY "Vehicule retire"
001970         END-DELETE
001980     END-IF.
001990 3000-RETIRER-VAN-EXIT.
002000     EXIT.

002010*----------------------------------------------------------------
002020* 4000-LISTER-VANS - THE WHOLE FLEET IN CODE ORDER
002030*----------------------------------------------------------------
002040 4000-LISTER-VANS.
002050     MOVE LOW-VALUES TO VAN-CODE.
002060     MOVE "N" TO WS-FIN-VANS.
002070     START VANS-FILE KEY IS NOT LESS THAN VAN-CODE
002080         INVALID KEY SET FIN-VANS TO TRUE
002090     END-START.
002100     PERFORM UNTIL FIN-VANS
002110         READ VANS-FILE NEXT RECORD
002120             AT END SET FIN-VANS TO TRUE
002130             NOT AT END
002140                 ADD 1 TO WS-NB-VANS
002150                 IF VAN-HORS-SERVICE
002160                     DISPLAY VAN-CODE " " VAN-LIBELLE " "
002170                         VAN-POIDS-MAX " kg " VAN-VOLUME-MAX
002180                         " l - HORS SERVICE"
002190                 ELSE
002200                     DISPLAY VAN-CODE " " VAN-LIBELLE " "
002210                         VAN-POIDS-MAX " kg " VAN-VOLUME-MAX " l"
002220                 END-IF
002230         END-READ
002240     END-PERFORM.
002250     DISPLAY "Vehicules : " WS-NB-VANS.
002260 4000-LISTER-VANS-EXIT.
002270     EXIT.
