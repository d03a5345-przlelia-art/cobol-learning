000160* 2026-08-21  LM  REPORT OPEN FAILURES THROUGH FICHSTAT'S SHARED
000162*                 FILE-STATUS MESSAGE TABLE INSTEAD OF AN AD HOC
000164*                 MESSAGE, SO EVERY PROGRAM WORDS THEM THE SAME.
000165* 2026-10-15  LM  A CLIENT CODE TURNS THE RUN INTO A QUOTATION :
000166*                 EACH SHAPE'S FOR-MATIERE IS MAPPED TO ITS
000167*                 PRODUCT THROUGH MATIERES.DAT, THE AREA OR
000168*                 PERIMETER IS ADDED UP PER MATERIAL AND ROUNDED
000169*                 UP TO THE UNIT SOLD, AND THE LINES ARE PRICED
000170*                 AND WRITTEN TO DEVIS.DAT UNDER ONE DEVISCT.DAT
000171*                 NUMBER, READY FOR DEVIS TO CONVERT. THE
000172*                 PRINTOUT CARRIES THE DEVIS NUMBER.
000173* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000174*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000175*                 RECTANGLE (SEE HABILITATIONS).
000166*----------------------------------------------------------------

000170 ENVIRONMENT DIVISION.
000210         ORGANIZATION IS LINE SEQUENTIAL
000220         FILE STATUS IS WS-FORMES-STATUS.

000221     SELECT MATIERES-FILE ASSIGN TO "MATIERES.DAT"
000222         ORGANIZATION IS LINE SEQUENTIAL
000223         FILE STATUS IS WS-MATIERES-STATUS.

000224     SELECT PRODUIT-FILE ASSIGN TO "PRODUITS.DAT"
000225         ORGANIZATION IS INDEXED
000226         ACCESS MODE IS DYNAMIC
000227         RECORD KEY IS PROD-CODE
000228         ALTERNATE RECORD KEY IS PROD-EAN
000229             WITH DUPLICATES
000230         FILE STATUS IS WS-PRODUIT-STATUS.

000231     SELECT DEVIS-FILE ASSIGN TO "DEVIS.DAT"
000232         ORGANIZATION IS LINE SEQUENTIAL
000233         FILE STATUS IS WS-DEVIS-STATUS.

000234     SELECT DEVISCT-CTL-FILE ASSIGN TO "DEVISCT.DAT"
000235         ORGANIZATION IS LINE SEQUENTIAL
000236         FILE STATUS IS WS-CTL-STATUS.

000230 DATA DIVISION.
000240 FILE SECTION.

000250*----------------------------------------------------------------
000260* FORMES - ONE SHAPE PER RECORD: TYPE (R/T/C) PLUS TWO
000262* DIMENSIONS (LONGUEUR/LARGEUR, BASE/HAUTEUR, OR RAYON UNUSED),
000264* THE UNIT AND THE MATERIAL (MATIERES.DAT) IT IS CUT FROM
000280*----------------------------------------------------------------
000290 FD  FORMES-FILE.
000300 01  FORME-RECORD.
000335     05 FOR-UNITE             PIC X(01).
000336         88 UNITE-POUCES              VALUE "P" "p".
000337         88 UNITE-CM                  VALUE "C" "c" " ".
000338     05 FOR-MATIERE           PIC X(04).

000339*----------------------------------------------------------------
000340* MATIERES - MATERIAL TO CATALOGUE PRODUCT, FOR THE DEVIS
000341*----------------------------------------------------------------
000342 FD  MATIERES-FILE.
000343     COPY "MATIERE-RECORD.cpy".

000344 FD  PRODUIT-FILE.
000345     COPY "PRODUIT-RECORD.cpy".

000346*----------------------------------------------------------------
000347* DEVIS - THE QUOTATION FILE DEVIS CONVERTS INTO ORDERS
000348*----------------------------------------------------------------
000349 FD  DEVIS-FILE.
000350     COPY "DEVIS-RECORD.cpy".

000351 FD  DEVISCT-CTL-FILE.
000352 01  CTL-DERNIER-DEVIS        PIC 9(08).

000340 WORKING-STORAGE SECTION.

000345     COPY "HABILITATION.cpy".

000350 01  WS-TYPE                  PIC X(01).
000360     88 FORME-RECTANGLE               VALUE "R" "r".
000370     88 FORME-TRIANGLE                VALUE "T" "t".
000490     05 WS-NB-CERCLES         PIC 9(05) VALUE ZERO.
000491     05 WS-NB-FORMES          PIC 9(05) VALUE ZERO.

000492*----------------------------------------------------------------
000493* DEVIS - CUSTOMER, VALIDITY AND THE SHAPES' AREA OR PERIMETER
000494* ADDED UP PER MATERIAL, ONE DEVIS.DAT LINE PER MATERIAL USED
000495*----------------------------------------------------------------
000496 01  WS-CLIENT                PIC X(10).
000497     88 SANS-DEVIS                    VALUE SPACES.
000498 01  WS-DATE-JOUR             PIC 9(08).
000499 01  WS-EXPIRATION            PIC 9(08).
000500 01  WS-NUM-DEVIS             PIC 9(08).
000501 01  WS-CODE-PROD             PIC X(04).
000502 01  WS-QUANTITE              PIC 9(05).
000503 01  WS-PRIX-APPLIQUE         PIC 9(05)V99.
000504 01  WS-PRIX-TROUVE           PIC X(01).
000505     88 PRIX-DATE-TROUVE              VALUE "O".
000506 01  WS-PRIX-SRC              PIC X(01).
000507 01  WS-MONTANT-DEVIS         PIC 9(07)V99.
000508 01  WS-CAMPAGNE              PIC X(08).
000509 01  WS-PROMO-TROUVEE         PIC X(01).
000510 01  WS-TOTAL-DEVIS           PIC 9(08)V99 VALUE ZERO.
000511 01  WS-NB-CHIFFREES          PIC 9(05) VALUE ZERO.
000512 01  WS-NB-LIGNES-DEVIS       PIC 9(03) VALUE ZERO.

000513 01  WS-MATIERES-STATUS       PIC X(02).
000514     88 MATIERES-OK                   VALUE "00".
000515 01  WS-PRODUIT-STATUS        PIC X(02).
000516     88 PRODUIT-OK                    VALUE "00".
000517 01  WS-DEVIS-STATUS          PIC X(02).
000518     88 DEVIS-OK                      VALUE "00".
000519 01  WS-CTL-STATUS            PIC X(02).
000520     88 CTL-OK                        VALUE "00".

000521 01  WS-FIN-MATIERES          PIC X(01) VALUE "N".
000522     88 FIN-MATIERES                  VALUE "Y".
000523 01  WS-MATIERE-TROUVEE       PIC X(01).
000524     88 MATIERE-TROUVEE               VALUE "O".

000525 01  WS-NB-MATIERES           PIC 9(03) VALUE ZERO.
000526 01  WS-MATIERES-TABLE.
000527     05 WS-MAT-ENTRY OCCURS 50 TIMES INDEXED BY WS-MDX.
000528         10 WS-M-CODE         PIC X(04).
000529         10 WS-M-CODE-PROD    PIC X(04).
000530         10 WS-M-BASE         PIC X(01).
000531             88 WS-M-PAR-PERIMETRE    VALUE "P".
000532         10 WS-M-CONTENANCE   PIC 9(07)V99.
000533         10 WS-M-CUMUL        PIC 9(09)V99.
000534         10 WS-M-NB-FORMES    PIC 9(05).

000492 PROCEDURE DIVISION.

000500*----------------------------------------------------------------
000510* 0000-MAINLINE
000520*----------------------------------------------------------------
000530 0000-MAINLINE.
000531     MOVE "RECTANGLE" TO HAB-PROGRAMME.
000532     CALL "HABILITER" USING HAB-ZONE.
000533     IF NOT HAB-AUTORISE
000534         GOBACK
000535     END-IF.
000536     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
000537     DISPLAY "Client du devis (vide = calcul seul) : ".
000538     MOVE SPACES TO WS-CLIENT.
000539     ACCEPT WS-CLIENT.
000540     IF NOT SANS-DEVIS
000541         PERFORM 1200-PREPARER-DEVIS
000542             THRU 1200-PREPARER-DEVIS-EXIT
000543     END-IF.
000540     PERFORM 1000-TRAITER-FORMES
000550         THRU 1000-TRAITER-FORMES-EXIT.
000555     PERFORM 3000-EDITER-CUMULS
000556         THRU 3000-EDITER-CUMULS-EXIT.
000557     IF NOT SANS-DEVIS
000558         PERFORM 4000-EMETTRE-DEVIS
000559             THRU 4000-EMETTRE-DEVIS-EXIT
000560     END-IF.
000560     STOP RUN.

000570*----------------------------------------------------------------
001120     END-IF.
001125     IF FORME-RECTANGLE OR FORME-TRIANGLE OR FORME-CERCLE
001126         ADD 1 TO WS-NB-FORMES
001127         IF NOT SANS-DEVIS AND FOR-MATIERE NOT = SPACES
001128             PERFORM 2500-CUMULER-MATIERE
001129                 THRU 2500-CUMULER-MATIERE-EXIT
001130         END-IF
001127     END-IF.
001130 2000-CALCULER-FORME-EXIT.
001140     EXIT.
001270     DISPLAY "Total des formes : " WS-NB-FORMES.
001280 3000-EDITER-CUMULS-EXIT.
001290     EXIT.

001291*----------------------------------------------------------------
001292* 1200-PREPARER-DEVIS - VALIDITY OF THE QUOTE AND THE MATERIAL
001293* TABLE FROM MATIERES.DAT
001294*----------------------------------------------------------------
001295 1200-PREPARER-DEVIS.
001296     DISPLAY "Date d'expiration AAAAMMJJ (vide = 30 jours) : ".
001297     MOVE ZERO TO WS-EXPIRATION.
001298     ACCEPT WS-EXPIRATION.
001299     IF WS-EXPIRATION = ZERO
001300         OR FUNCTION TEST-DATE-YYYYMMDD(WS-EXPIRATION) NOT = 0
001301         COMPUTE WS-EXPIRATION = FUNCTION DATE-OF-INTEGER(
001302             FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR) + 30)
001303     END-IF.
001304     INITIALIZE WS-MATIERES-TABLE.
001305     OPEN INPUT MATIERES-FILE.
001306     IF NOT MATIERES-OK
001307         CALL "FICHSTAT" USING WS-MATIERES-STATUS
001308             WS-MESSAGE-STATUT
001309         DISPLAY "MATIERES.DAT : "
001310             FUNCTION TRIM(WS-MESSAGE-STATUT)
001311         DISPLAY "Aucune matiere connue - pas de devis"
001312         MOVE SPACES TO WS-CLIENT
001313         GO TO 1200-PREPARER-DEVIS-EXIT
001314     END-IF.
001315     PERFORM UNTIL FIN-MATIERES
001316         READ MATIERES-FILE
001317             AT END SET FIN-MATIERES TO TRUE
001318             NOT AT END
001319                 PERFORM 1300-RETENIR-MATIERE
001320                     THRU 1300-RETENIR-MATIERE-EXIT
001321         END-READ
001322     END-PERFORM.
001323     CLOSE MATIERES-FILE.
001324 1200-PREPARER-DEVIS-EXIT.
001325     EXIT.

001326 1300-RETENIR-MATIERE.
001327     IF MAT-CONTENANCE = ZERO
001328         DISPLAY "Matiere " MAT-CODE " sans contenance - ignoree"
001329         GO TO 1300-RETENIR-MATIERE-EXIT
001330     END-IF.
001331     IF WS-NB-MATIERES = 50
001332         DISPLAY "Plus de 50 matieres - " MAT-CODE " ignoree"
001333         GO TO 1300-RETENIR-MATIERE-EXIT
001334     END-IF.
001335     ADD 1 TO WS-NB-MATIERES.
001336     SET WS-MDX TO WS-NB-MATIERES.
001337     MOVE MAT-CODE       TO WS-M-CODE(WS-MDX).
001338     MOVE MAT-CODE-PROD  TO WS-M-CODE-PROD(WS-MDX).
001339     MOVE MAT-BASE       TO WS-M-BASE(WS-MDX).
001340     MOVE MAT-CONTENANCE TO WS-M-CONTENANCE(WS-MDX).
001341 1300-RETENIR-MATIERE-EXIT.
001342     EXIT.

001343*----------------------------------------------------------------
001344* 2500-CUMULER-MATIERE - THE SHAPE'S AREA (OR PERIMETER, FOR A
001345* MATERIAL SOLD BY LENGTH) ONTO ITS MATERIAL
001346*----------------------------------------------------------------
001347 2500-CUMULER-MATIERE.
001348     MOVE "N" TO WS-MATIERE-TROUVEE.
001349     SET WS-MDX TO 1.
001350     SEARCH WS-MAT-ENTRY
001351         AT END
001352             CONTINUE
001353         WHEN WS-M-CODE(WS-MDX) = FOR-MATIERE
001354             SET MATIERE-TROUVEE TO TRUE
001355     END-SEARCH.
001356     IF NOT MATIERE-TROUVEE
001357         DISPLAY "Matiere inconnue : " FOR-MATIERE
001358             " - forme non chiffree"
001359         GO TO 2500-CUMULER-MATIERE-EXIT
001360     END-IF.
001361     IF WS-M-PAR-PERIMETRE(WS-MDX)
001362         IF FORME-TRIANGLE
001363             DISPLAY "Perimetre d'un triangle non calcule - "
001364                 FOR-MATIERE " non chiffree"
001365             GO TO 2500-CUMULER-MATIERE-EXIT
001366         END-IF
001367         ADD WS-PERIMETRE TO WS-M-CUMUL(WS-MDX)
001368     ELSE
001369         ADD WS-AIRE TO WS-M-CUMUL(WS-MDX)
001370     END-IF.
001371     ADD 1 TO WS-M-NB-FORMES(WS-MDX).
001372     ADD 1 TO WS-NB-CHIFFREES.
001373 2500-CUMULER-MATIERE-EXIT.
001374     EXIT.

001375*----------------------------------------------------------------
001376* 4000-EMETTRE-DEVIS - ONE DEVIS NUMBER FOR THE RUN, ONE PRICED
001377* DEVIS.DAT LINE PER MATERIAL USED
001378*----------------------------------------------------------------
001379 4000-EMETTRE-DEVIS.
001380     IF WS-NB-CHIFFREES = ZERO
001381         DISPLAY "Aucune forme chiffrable - pas de devis"
001382         GO TO 4000-EMETTRE-DEVIS-EXIT
001383     END-IF.
001384     OPEN INPUT PRODUIT-FILE.
001385     IF NOT PRODUIT-OK
001386         CALL "FICHSTAT" USING WS-PRODUIT-STATUS
001387             WS-MESSAGE-STATUT
001388         DISPLAY "PRODUITS.DAT : "
001389             FUNCTION TRIM(WS-MESSAGE-STATUT)
001390         GO TO 4000-EMETTRE-DEVIS-EXIT
001391     END-IF.
001392     PERFORM 4100-NUMEROTER-DEVIS
001393         THRU 4100-NUMEROTER-DEVIS-EXIT.
001394     OPEN EXTEND DEVIS-FILE.
001395     IF NOT DEVIS-OK
001396         CLOSE DEVIS-FILE
001397         OPEN OUTPUT DEVIS-FILE
001398     END-IF.
001399     DISPLAY " ".
001400     DISPLAY "DEVIS " WS-NUM-DEVIS " - client " WS-CLIENT.
001401     DISPLAY "-------------------------------".
001402     PERFORM 4200-ECRIRE-LIGNE-DEVIS
001403         THRU 4200-ECRIRE-LIGNE-DEVIS-EXIT
001404         VARYING WS-MDX FROM 1 BY 1
001405         UNTIL WS-MDX > WS-NB-MATIERES.
001406     CLOSE DEVIS-FILE.
001407     CLOSE PRODUIT-FILE.
001408     DISPLAY "-------------------------------".
001409     IF WS-NB-LIGNES-DEVIS = ZERO
001410         DISPLAY "Devis " WS-NUM-DEVIS " sans ligne - aucun"
001411             " produit chiffre"
001412         GO TO 4000-EMETTRE-DEVIS-EXIT
001413     END-IF.
001414     DISPLAY "Total du devis " WS-NUM-DEVIS " : "
001415         WS-TOTAL-DEVIS.
001416     DISPLAY "Valable jusqu'au " WS-EXPIRATION.
001417 4000-EMETTRE-DEVIS-EXIT.
001418     EXIT.

001419*----------------------------------------------------------------
001420* 4100-NUMEROTER-DEVIS - NEXT QUOTE NUMBER FROM DEVISCT.DAT, THE
001421* SEQUENCE DEVIS ITSELF USES
001422*----------------------------------------------------------------
001423 4100-NUMEROTER-DEVIS.
001424     OPEN INPUT DEVISCT-CTL-FILE.
001425     IF CTL-OK
001426         READ DEVISCT-CTL-FILE
001427             AT END MOVE ZERO TO CTL-DERNIER-DEVIS
001428         END-READ
001429         CLOSE DEVISCT-CTL-FILE
001430     ELSE
001431         MOVE ZERO TO CTL-DERNIER-DEVIS
001432     END-IF.
001433     ADD 1 TO CTL-DERNIER-DEVIS.
001434     MOVE CTL-DERNIER-DEVIS TO WS-NUM-DEVIS.
001435     OPEN OUTPUT DEVISCT-CTL-FILE.
001436     WRITE CTL-DERNIER-DEVIS.
001437     CLOSE DEVISCT-CTL-FILE.
001438 4100-NUMEROTER-DEVIS-EXIT.
001439     EXIT.

001440*----------------------------------------------------------------
001441* 4200-ECRIRE-LIGNE-DEVIS - QUANTITY ROUNDED UP TO WHOLE UNITS
001442* SOLD, PRICED AS DEVIS PRICES (CONTRACT, TARIFF, CATALOGUE,
001443* THEN PROMOTION)
001444*----------------------------------------------------------------
001445 4200-ECRIRE-LIGNE-DEVIS.
001446     IF WS-M-CUMUL(WS-MDX) = ZERO
001447         GO TO 4200-ECRIRE-LIGNE-DEVIS-EXIT
001448     END-IF.
001449     COMPUTE WS-QUANTITE =
001450         WS-M-CUMUL(WS-MDX) / WS-M-CONTENANCE(WS-MDX).
001451     IF WS-QUANTITE * WS-M-CONTENANCE(WS-MDX)
001452         < WS-M-CUMUL(WS-MDX)
001453         ADD 1 TO WS-QUANTITE
001454     END-IF.
001455     MOVE WS-M-CODE-PROD(WS-MDX) TO WS-CODE-PROD.
001456     MOVE WS-CODE-PROD TO PROD-CODE.
001457     READ PRODUIT-FILE
001458         INVALID KEY
001459             DISPLAY "Produit inconnu " WS-CODE-PROD
001460                 " pour la matiere " WS-M-CODE(WS-MDX)
001461                 " - ligne non chiffree"
001462             GO TO 4200-ECRIRE-LIGNE-DEVIS-EXIT
001463     END-READ.
001464     CALL "PRIXCONTRAT" USING WS-CLIENT WS-CODE-PROD
001465         WS-DATE-JOUR WS-PRIX-APPLIQUE WS-PRIX-TROUVE.
001466     IF PRIX-DATE-TROUVE
001467         MOVE "C" TO WS-PRIX-SRC
001468     ELSE
001469         CALL "PRIXEFFECTIF" USING WS-CODE-PROD WS-DATE-JOUR
001470             WS-PRIX-APPLIQUE WS-PRIX-TROUVE
001471         IF PRIX-DATE-TROUVE
001472             MOVE "T" TO WS-PRIX-SRC
001473         ELSE
001474             MOVE PROD-PRIX TO WS-PRIX-APPLIQUE
001475             MOVE "P" TO WS-PRIX-SRC
001476         END-IF
001477     END-IF.
001478     COMPUTE WS-MONTANT-DEVIS = WS-PRIX-APPLIQUE * WS-QUANTITE.
001479     MOVE SPACES TO WS-CAMPAGNE.
001480     IF WS-PRIX-SRC NOT = "C"
001481         CALL "PRIXPROMO" USING WS-CODE-PROD WS-DATE-JOUR
001482             WS-QUANTITE WS-PRIX-APPLIQUE WS-MONTANT-DEVIS
001483             WS-CAMPAGNE WS-PROMO-TROUVEE
001484     END-IF.
001485     MOVE WS-NUM-DEVIS     TO DEV-NUM.
001486     MOVE WS-CLIENT        TO DEV-CLIENT.
001487     MOVE WS-CODE-PROD     TO DEV-CODE-PROD.
001488     MOVE WS-QUANTITE      TO DEV-QUANTITE.
001489     MOVE WS-PRIX-APPLIQUE TO DEV-PRIX-UNITAIRE.
001490     MOVE WS-MONTANT-DEVIS TO DEV-MONTANT.
001491     MOVE WS-DATE-JOUR     TO DEV-DATE.
001492     MOVE WS-EXPIRATION    TO DEV-EXPIRATION.
001493     SET DEV-ACTIF TO TRUE.
001494     MOVE WS-PRIX-SRC      TO DEV-PRIX-SRC.
001495     MOVE WS-CAMPAGNE      TO DEV-CAMPAGNE.
001496     MOVE "N"              TO DEV-RESERVE.
001497     WRITE DEVIS-RECORD.
001498     ADD 1 TO WS-NB-LIGNES-DEVIS.
001499     ADD WS-MONTANT-DEVIS TO WS-TOTAL-DEVIS.
001500     DISPLAY WS-M-CODE(WS-MDX) " (" WS-M-NB-FORMES(WS-MDX)
001501         " forme(s)) : " FUNCTION TRIM(PROD-LIBELLE)
001502         " x" WS-QUANTITE " a " WS-PRIX-APPLIQUE
001503         " = " WS-MONTANT-DEVIS.
001504     IF WS-CAMPAGNE NOT = SPACES
001505         DISPLAY "    promotion " FUNCTION TRIM(WS-CAMPAGNE)
001506             " appliquee"
001507     END-IF.
001508 4200-ECRIRE-LIGNE-DEVIS-EXIT.
001509     EXIT.
