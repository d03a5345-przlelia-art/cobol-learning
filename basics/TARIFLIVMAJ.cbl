000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TARIFLIVMAJ.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. MAINTAINS THE DELIVERY TARIFFS ON
000110*                 TARIFLIV.DAT, ONE PER REGION : A TARIFF CAN BE
000120*                 ADDED, CORRECTED, RETIRED OR THE WHOLE FILE
000130*                 LISTED. REGION "???" IS THE TARIFF COMMANDE
000140*                 FALLS BACK ON FOR A CITY WITH NO REGION OR A
000150*                 REGION WITH NO TARIFF OF ITS OWN.
000152* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000154*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000156*                 TARIFLIVMAJ (SEE HABILITATIONS).
000160*----------------------------------------------------------------

000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.

000200     SELECT TARIFLIV-FILE ASSIGN TO "TARIFLIV.DAT"
000210         ORGANIZATION IS INDEXED
000220         ACCESS MODE IS DYNAMIC
000230         RECORD KEY IS TRF-REGION
000240         FILE STATUS IS WS-TARIF-STATUS.

000250 DATA DIVISION.
000260 FILE SECTION.

000270*----------------------------------------------------------------
000280* DELIVERY TARIFFS - ONE RECORD PER REGION
000290*----------------------------------------------------------------
000300 FD  TARIFLIV-FILE.
000310     COPY "TARIFLIV-RECORD.cpy".

000320 WORKING-STORAGE SECTION.

000325     COPY "HABILITATION.cpy".

000330 01  WS-MODE                 PIC X(01).
000340     88 MODE-AJOUT                    VALUE "A" "a".
000350     88 MODE-MODIF                    VALUE "M" "m".
000360     88 MODE-RETRAIT                  VALUE "R" "r".
000370     88 MODE-LISTE                    VALUE "L" "l".

000380 01  WS-TARIF-STATUS         PIC X(02).
000390     88 TARIF-OK                      VALUE "00".

000400 01  WS-TRF-TROUVE           PIC X(01).
000410     88 TRF-TROUVE                    VALUE "O".
000420     88 TRF-ABSENT                    VALUE "N".

000430 01  WS-FIN-TARIFS           PIC X(01).
000440     88 FIN-TARIFS                    VALUE "Y".

000450 01  WS-NB-TARIFS            PIC 9(04) VALUE ZERO.

000460 PROCEDURE DIVISION.

000470*----------------------------------------------------------------
000480* 0000-MAINLINE
000490*----------------------------------------------------------------
000500 0000-MAINLINE.
000501     MOVE "TARIFLIVMAJ" TO HAB-PROGRAMME.
000502     CALL "HABILITER" USING HAB-ZONE.
000503     IF NOT HAB-AUTORISE
000504         GOBACK
000505     END-IF.
000510     DISPLAY "Ajout (A), modification (M), retrait (R)"
000520         " ou liste (L) ? ".
000530     ACCEPT WS-MODE.
000540     PERFORM 0500-OUVRIR-FICHIER
000550         THRU 0500-OUVRIR-FICHIER-EXIT.
000560     IF MODE-AJOUT
000570         PERFORM 1000-AJOUTER-TARIF
000580             THRU 1000-AJOUTER-TARIF-EXIT
000590     ELSE
000600         IF MODE-MODIF
000610             PERFORM 2000-MODIFIER-TARIF
000620                 THRU 2000-MODIFIER-TARIF-EXIT
000630         ELSE
000640             IF MODE-RETRAIT
000650                 PERFORM 3000-RETIRER-TARIF
000660                     THRU 3000-RETIRER-TARIF-EXIT
000670             ELSE
000680                 IF MODE-LISTE
000690                     PERFORM 4000-LISTER-TARIFS
000700                         THRU 4000-LISTER-TARIFS-EXIT
000710                 ELSE
000720                     DISPLAY "Mode non reconnu"
000730                 END-IF
000740             END-IF
000750         END-IF
000760     END-IF.
000770     CLOSE TARIFLIV-FILE.
000780     STOP RUN.

000790*----------------------------------------------------------------
000800* 0500-OUVRIR-FICHIER - BOOTSTRAP TARIFLIV.DAT ON A FIRST RUN
000810*----------------------------------------------------------------
000820 0500-OUVRIR-FICHIER.
000830     OPEN I-O TARIFLIV-FILE.
000840     IF NOT TARIF-OK
000850         CLOSE TARIFLIV-FILE
000860         OPEN OUTPUT TARIFLIV-FILE
000870         CLOSE TARIFLIV-FILE
000880         OPEN I-O TARIFLIV-FILE
000890     END-IF.
000900 0500-OUVRIR-FICHIER-EXIT.
000910     EXIT.

000920*----------------------------------------------------------------
000930* 0600-SAISIR-BAREME - CHARGE, THRESHOLD AND WEIGHT RULE
000940*----------------------------------------------------------------
000950 0600-SAISIR-BAREME.
000960     DISPLAY "Forfait de livraison HT (ex. 12.50) : ".
000970     ACCEPT TRF-FORFAIT.
000980     DISPLAY "Franco a partir de (HT, 0 = jamais) : ".
000990     ACCEPT TRF-SEUIL-FRANCO.
001000     DISPLAY "Poids inclus dans le forfait en kg : ".
001010     ACCEPT TRF-POIDS-INCLUS.
001020     DISPLAY "Supplement par kg au-dela (ex. 0.40) : ".
001030     ACCEPT TRF-SURCHARGE-KG.
001040 0600-SAISIR-BAREME-EXIT.
001050     EXIT.

001060*----------------------------------------------------------------
001070* 1000-AJOUTER-TARIF
001080*----------------------------------------------------------------
001090 1000-AJOUTER-TARIF.
001100     DISPLAY "Code region : ".
001110     ACCEPT TRF-REGION.
001120     IF TRF-REGION = SPACES
001130         DISPLAY "Region obligatoire - tarif non cree"
001140         GO TO 1000-AJOUTER-TARIF-EXIT
001150     END-IF.
001160     PERFORM 0600-SAISIR-BAREME
001170         THRU 0600-SAISIR-BAREME-EXIT.
001180     WRITE TARIFLIV-RECORD
001190         INVALID KEY
001200             DISPLAY "Tarif deja present pour la region : "
001210                 TRF-REGION
001220         NOT INVALID KEY
001230             DISPLAY "Tarif ajoute"
001240     END-WRITE.
001250 1000-AJOUTER-TARIF-EXIT.
001260     EXIT.

001270*----------------------------------------------------------------
001280* 2000-MODIFIER-TARIF
001290*----------------------------------------------------------------
001300 2000-MODIFIER-TARIF.
001310     DISPLAY "Code region : ".
001320     ACCEPT TRF-REGION.
001330     READ TARIFLIV-FILE
001340         INVALID KEY SET TRF-ABSENT TO TRUE
001350         NOT INVALID KEY SET TRF-TROUVE TO TRUE
001360     END-READ.
001370     IF TRF-ABSENT
001380         DISPLAY "Region sans tarif"
001390         GO TO 2000-MODIFIER-TARIF-EXIT
001400     END-IF.
001410     DISPLAY "Actuellement forfait " TRF-FORFAIT
001420         " franco " TRF-SEUIL-FRANCO
001430         " inclus " TRF-POIDS-INCLUS " kg"
001440         " supplement " TRF-SURCHARGE-KG.
001450     PERFORM 0600-SAISIR-BAREME
001460         THRU 0600-SAISIR-BAREME-EXIT.
001470     REWRITE TARIFLIV-RECORD.
001480     DISPLAY "Tarif mis a jour".
001490 2000-MODIFIER-TARIF-EXIT.
001500     EXIT.

001510*----------------------------------------------------------------
001520* 3000-RETIRER-TARIF
001530*----------------------------------------------------------------
001540 3000-RETIRER-TARIF.
001550     DISPLAY "Code region : ".
001560     ACCEPT TRF-REGION.
001570     READ TARIFLIV-FILE
001580         INVALID KEY SET TRF-ABSENT TO TRUE
001590         NOT INVALID KEY SET TRF-TROUVE TO TRUE
001600     END-READ.
001610     IF TRF-ABSENT
001620         DISPLAY "Region sans tarif"
001630     ELSE
001640         DELETE TARIFLIV-FILE RECORD
001650             INVALID KEY
001660                 DISPLAY "Suppression impossible"
001670             NOT INVALID KEY
001680                 DISPLAY "Tarif retire"
001690         END-DELETE
001700     END-IF.
001710 3000-RETIRER-TARIF-EXIT.
001720     EXIT.

001730*----------------------------------------------------------------
001740* 4000-LISTER-TARIFS - EVERY REGION IN KEY ORDER
001750*----------------------------------------------------------------
001760 4000-LISTER-TARIFS.
001770     MOVE LOW-VALUES TO TRF-REGION.
001780     MOVE "N" TO WS-FIN-TARIFS.
001790     START TARIFLIV-FILE KEY IS NOT LESS THAN TRF-REGION
001800         INVALID KEY SET FIN-TARIFS TO TRUE
001810     END-START.
001820     PERFORM UNTIL FIN-TARIFS
001830         READ TARIFLIV-FILE NEXT RECORD
001840             AT END SET FIN-TARIFS TO TRUE
001850             NOT AT END
001860                 ADD 1 TO WS-NB-TARIFS
001870                 DISPLAY TRF-REGION " forfait " TRF-FORFAIT
001880                     " franco " TRF-SEUIL-FRANCO
001890                     " inclus " TRF-POIDS-INCLUS " kg"
001900                     " supplement " TRF-SURCHARGE-KG
001910         END-READ
001920     END-PERFORM.
001930     DISPLAY "Regions tarifees : " WS-NB-TARIFS.
001940 4000-LISTER-TARIFS-EXIT.
001950     EXIT.
