000170*                 IS NEVER BILLED TWICE. THE REPORT MODE SAYS,
000180*                 PER STUDENT, WHETHER THE FEE IS INVOICED AND
000190*                 SETTLED (PAYMENTS READ FROM REGLMNTS.DAT).
000191* 2026-10-15  LM  BLANK THE DIRECT-DEBIT FIELDS (ENC-STATUT,
000192*                 ENC-REMISE, ENC-MOTIF-REJET) ON THE
000193*                 FACTENCR.DAT LINE - ONLY PRELEVEMENTS SETS
000194*                 THEM.
000195* 2026-10-15  LM  SCHOLARSHIPS (BOURSES.DAT) AND THE FAMILY
000196*                 DISCOUNT FOR THE SECOND AND THIRD CHILD
000197*                 (FRATRIES.DAT, RATES IN FRATCFG.DAT) ARE TAKEN
000198*                 OFF EACH COVERED FEE AS A SEPARATE DISCOUNT
000199*                 LINE OF THE INVOICE, CAPPED AT THE FEE, AND
000200*                 KEPT IN REMISES.DAT. NEW MODE B TOTALS THE
000201*                 YEAR'S DISCOUNTS BY TYPE.
000202* 2026-10-15  LM  ADDRESS EACH INVOICE TO THE GUARDIAN MARKED FOR
000203*                 IT ON TUTEURS.DAT (ELSE THE FIRST ONE RECEIVING
000204*                 LETTERS, ELSE THE STUDENT RECORD'S FAMILY
000205*                 ADDRESS) AND COUNT THE INVOICES LEFT WITHOUT A
000206*                 POSTAL ADDRESS.
000207* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000208*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000209*                 FACTURERELEVES (SEE HABILITATIONS).
000200*----------------------------------------------------------------
000210
000220 ENVIRONMENT DIVISION.
000520     SELECT REGLEMENT-FILE ASSIGN TO "REGLMNTS.DAT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-REGLEMENT-STATUS.
000541
000542     SELECT BOURSES-FILE ASSIGN TO "BOURSES.DAT"
000543         ORGANIZATION IS INDEXED
000544         ACCESS MODE IS DYNAMIC
000545         RECORD KEY IS BRS-CLE
000546         FILE STATUS IS WS-BOURSES-STATUS.
000547
000548     SELECT FRATRIES-FILE ASSIGN TO "FRATRIES.DAT"
000549         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000551         RECORD KEY IS FAM-STU-ID
000552         FILE STATUS IS WS-FRATRIES-STATUS.
000553
000554     SELECT FRATCFG-FILE ASSIGN TO "FRATCFG.DAT"
000555         ORGANIZATION IS LINE SEQUENTIAL
000556         FILE STATUS IS WS-FRATCFG-STATUS.
000557
000558     SELECT REMISES-FILE ASSIGN TO "REMISES.DAT"
000559         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-REMISES-STATUS.
000561
000562     SELECT TUTEURS-FILE ASSIGN TO "TUTEURS.DAT"
000563         ORGANIZATION IS INDEXED
000564         ACCESS MODE IS DYNAMIC
000565         RECORD KEY IS TUT-CLE
000566         FILE STATUS IS WS-TUTEURS-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000930     05 REG-NUM-FACTURE      PIC 9(06).
000940     05 REG-DATE             PIC 9(08).
000950     05 REG-MONTANT          PIC 9(09)V99.
000951
000952 FD  BOURSES-FILE.
000953     COPY "BOURSE-RECORD.cpy".
000954
000955 FD  FRATRIES-FILE.
000956     COPY "FRATRIE-RECORD.cpy".
000960
000961 FD  FRATCFG-FILE.
000962     COPY "FRATCFG-RECORD.cpy".
000963
000964 FD  REMISES-FILE.
000965     COPY "REMISE-RECORD.cpy".
000966
000967 FD  TUTEURS-FILE.
000968     COPY "TUTEUR-RECORD.cpy".
000969
000970 WORKING-STORAGE SECTION.
000980
000983     COPY "HABILITATION.cpy".
000986
000990 01  WS-MODE                 PIC X(01).
001000     88 MODE-GENERATION               VALUE "G" "g".
001010     88 MODE-RAPPORT                  VALUE "R" "r".
001015     88 MODE-BILAN                    VALUE "B" "b".
001020
001030 01  WS-ANNEE                PIC 9(04).
001040 01  WS-DATE-JOUR            PIC 9(08).
001280 01  WS-TOTAL-HT             PIC 9(09)V99.
001290 01  WS-TOTAL-TVA            PIC 9(09)V99.
001300 01  WS-TOTAL-TTC            PIC 9(09)V99.
001301 01  WS-TOTAL-REMISES        PIC 9(09)V99.
001302
001303*----------------------------------------------------------------
001304* REMISES - DISCOUNT TAKEN OFF THE CURRENT FEE LINE
001305*----------------------------------------------------------------
001306 01  WS-RESTE-FRAIS          PIC 9(05)V99.
001307 01  WS-REMISE-HT            PIC 9(05)V99.
001308 01  WS-REMISE-TVA           PIC 9(08)V99.
001309 01  WS-REMISE-TTC           PIC 9(08)V99.
001310 01  WS-REMISE-TYPE          PIC X(04).
001311 01  WS-REMISE-LIBELLE       PIC X(20).
001312 01  WS-KDX                  PIC 9(02).
001313 01  WS-LISTE-FRAIS.
001314     05 WS-LISTE-CODE OCCURS 5 TIMES PIC X(04).
001315
001316*----------------------------------------------------------------
001317* BOURSES - SCHOLARSHIPS OF THE STUDENT BEING BILLED; WS-BE-RESTE
001318* IS WHAT IS LEFT OF A FIXED AMOUNT
001319*----------------------------------------------------------------
001320 01  WS-NB-BOURSES-ELEVE     PIC 9(02) VALUE ZERO.
001321 01  WS-BOURSE-TABLE.
001322     05 WS-BOURSE-ENTRY OCCURS 10 TIMES INDEXED BY WS-BDX.
001323         10 WS-BE-TYPE       PIC X(04).
001324         10 WS-BE-LIBELLE    PIC X(20).
001325         10 WS-BE-MODE       PIC X(01).
001326             88 BE-POURCENTAGE         VALUE "P".
001327         10 WS-BE-TAUX       PIC 9(03)V99.
001328         10 WS-BE-RESTE      PIC 9(05)V99.
001329         10 WS-BE-FRAIS      PIC X(04) OCCURS 5 TIMES.
001330
001331*----------------------------------------------------------------
001332* FRATRIES - SIBLING LINKS, FLAGGED WHEN ENROLLED FOR THE YEAR
001333*----------------------------------------------------------------
001334 01  WS-NB-FRATRIES          PIC 9(04) VALUE ZERO.
001335 01  WS-FRATRIE-TABLE.
001336     05 WS-FRATRIE-ENTRY OCCURS 500 TIMES INDEXED BY WS-FRX.
001337         10 WS-FRT-STU-ID    PIC X(06).
001338         10 WS-FRT-CODE      PIC X(06).
001339         10 WS-FRT-INSCRIT   PIC X(01).
001340             88 FRT-INSCRIT            VALUE "O".
001341 01  WS-FAM-CODE-ELEVE       PIC X(06).
001342 01  WS-FAM-RANG             PIC 9(02).
001343 01  WS-FAM-TAUX             PIC 9(02)V99.
001344
001345*----------------------------------------------------------------
001346* FAMILY DISCOUNT RATES - DEFAULTS WHEN FRATCFG.DAT IS ABSENT
001347*----------------------------------------------------------------
001348 01  WS-TAUX-FAM-2           PIC 9(02)V99 VALUE 10.00.
001349 01  WS-TAUX-FAM-3           PIC 9(02)V99 VALUE 20.00.
001350 01  WS-FRAIS-FAMILLE.
001351     05 WS-FRAIS-FAM OCCURS 5 TIMES PIC X(04) VALUE SPACES.
001352
001353*----------------------------------------------------------------
001354* BILAN - DISCOUNTS GRANTED FOR THE YEAR, BY TYPE
001355*----------------------------------------------------------------
001356 01  WS-NB-TYPES             PIC 9(02) VALUE ZERO.
001357 01  WS-BILAN-TABLE.
001358     05 WS-BILAN-ENTRY OCCURS 30 TIMES INDEXED BY WS-RDX.
001359         10 WS-BIL-TYPE      PIC X(04).
001360         10 WS-BIL-LIBELLE   PIC X(20).
001361         10 WS-BIL-LIGNES    PIC 9(05).
001362         10 WS-BIL-FACTURES  PIC 9(05).
001363         10 WS-BIL-DERNIERE  PIC 9(06).
001364         10 WS-BIL-HT        PIC 9(09)V99.
001365         10 WS-BIL-TTC       PIC 9(09)V99.
001366 01  WS-BILAN-HT             PIC 9(09)V99 VALUE ZERO.
001367 01  WS-BILAN-TTC            PIC 9(09)V99 VALUE ZERO.
001310
001320 01  WS-NUM-FACTURE          PIC 9(06).
001330
001360
001370 01  WS-NB-FACTURES          PIC 9(04) VALUE ZERO.
001380 01  WS-NB-IGNORES           PIC 9(04) VALUE ZERO.
001381 01  WS-NB-SANS-ADRESSE      PIC 9(04) VALUE ZERO.
001382
001383*----------------------------------------------------------------
001384* DESTINATAIRE - WHO THE INVOICE IS ADDRESSED TO
001385*----------------------------------------------------------------
001386 01  WS-DEST-NOM             PIC X(30).
001387 01  WS-DEST-ADRESSE-1       PIC X(30).
001388 01  WS-DEST-ADRESSE-2       PIC X(30).
001390
001400 01  WS-MESSAGE-STATUT       PIC X(40).
001410
001590
001600 01  WS-REGLEMENT-STATUS     PIC X(02).
001610     88 REGLEMENT-OK                  VALUE "00".
001611
001612 01  WS-BOURSES-STATUS       PIC X(02).
001613     88 BOURSES-OK                    VALUE "00".
001614
001615 01  WS-FRATRIES-STATUS      PIC X(02).
001616     88 FRATRIES-OK                   VALUE "00".
001620
001621 01  WS-FRATCFG-STATUS       PIC X(02).
001622     88 FRATCFG-OK                    VALUE "00".
001623
001624 01  WS-REMISES-STATUS       PIC X(02).
001625     88 REMISES-OK                    VALUE "00".
001626
001627 01  WS-TUTEURS-STATUS       PIC X(02).
001628     88 TUTEURS-OK                    VALUE "00".
001629
001630 01  WS-SWITCHES.
001640     05 WS-FIN-ELEVES        PIC X(01) VALUE "N".
001650         88 FIN-ELEVES                VALUE "Y".
001750         88 DEJA-FACTURE              VALUE "O".
001760     05 WS-FACTURE-TROUVEE   PIC X(01).
001770         88 FACTURE-TROUVEE           VALUE "O".
001771     05 WS-BOURSES-OUVERT    PIC X(01) VALUE "N".
001772         88 BOURSES-OUVERT            VALUE "O".
001773     05 WS-TUTEURS-OUVERT    PIC X(01) VALUE "N".
001774         88 TUTEURS-OUVERT            VALUE "O".
001775     05 WS-FIN-TUTEURS       PIC X(01).
001776         88 FIN-TUTEURS               VALUE "Y".
001777     05 WS-FIN-BOURSES       PIC X(01).
001778         88 FIN-BOURSES               VALUE "Y".
001779     05 WS-FIN-FRATRIES      PIC X(01).
001780         88 FIN-FRATRIES              VALUE "Y".
001781     05 WS-FIN-REMISES       PIC X(01).
001782         88 FIN-REMISES               VALUE "Y".
001783     05 WS-FRAIS-COUVERT     PIC X(01).
001784         88 FRAIS-COUVERT             VALUE "O".
001780
001790 PROCEDURE DIVISION.
001800
001820* 0000-MAINLINE
001830*----------------------------------------------------------------
001840 0000-MAINLINE.
001841     MOVE "FACTURERELEVES" TO HAB-PROGRAMME.
001842     CALL "HABILITER" USING HAB-ZONE.
001843     IF NOT HAB-AUTORISE
001844         GOBACK
001845     END-IF.
001850     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001860     DISPLAY "Generation des factures (G), rapport de suivi (R)"
001870         " ou bilan des bourses et remises (B) ? ".
001880     ACCEPT WS-MODE.
001890     DISPLAY "Annee scolaire (vide = annee en cours) : ".
001900     MOVE ZERO TO WS-ANNEE.
002000             PERFORM 5000-EDITER-SUIVI
002010                 THRU 5000-EDITER-SUIVI-EXIT
002020         ELSE
002023             IF MODE-BILAN
002026                 PERFORM 6000-EDITER-BILAN-REMISES
002029                     THRU 6000-EDITER-BILAN-REMISES-EXIT
002032             ELSE
002035                 DISPLAY "Mode inconnu, choisir G, R ou B"
002038             END-IF
002040         END-IF
002050     END-IF.
002060     STOP RUN.
002100* YET BILLED FOR THE YEAR
002110*----------------------------------------------------------------
002120 1000-GENERER-FACTURES.
002121     PERFORM 1050-LIRE-PARAMETRES
002122         THRU 1050-LIRE-PARAMETRES-EXIT.
002123     PERFORM 1100-CHARGER-FRATRIES
002124         THRU 1100-CHARGER-FRATRIES-EXIT.
002125     PERFORM 1200-MARQUER-INSCRITS
002126         THRU 1200-MARQUER-INSCRITS-EXIT.
002127     OPEN INPUT BOURSES-FILE.
002128     IF BOURSES-OK
002129         SET BOURSES-OUVERT TO TRUE
002130     END-IF.
002131     OPEN INPUT TUTEURS-FILE.
002132     IF TUTEURS-OK
002133         SET TUTEURS-OUVERT TO TRUE
002134     END-IF.
002130     OPEN INPUT ELEVES-FILE.
002140     IF NOT ELEVES-OK
002150         CALL "FICHSTAT" USING WS-ELEVES-STATUS
002300         END-READ
002310     END-PERFORM.
002320     CLOSE ELEVES-FILE.
002321     IF BOURSES-OUVERT
002322         CLOSE BOURSES-FILE
002323     END-IF.
002324     IF TUTEURS-OUVERT
002325         CLOSE TUTEURS-FILE
002326     END-IF.
002330     DISPLAY "Factures emises   : " WS-NB-FACTURES.
002340     DISPLAY "Eleves deja factures : " WS-NB-IGNORES.
002341     IF WS-NB-SANS-ADRESSE > ZERO
002342         DISPLAY "Factures sans adresse postale : "
002343             WS-NB-SANS-ADRESSE
002344     END-IF.
002350 1000-GENERER-FACTURES-EXIT.
002360     EXIT.
002361
002362*----------------------------------------------------------------
002363* 1050-LIRE-PARAMETRES - FAMILY DISCOUNT RATES, KEPT BY
002364* BOURSESMAJ
002365*----------------------------------------------------------------
002366 1050-LIRE-PARAMETRES.
002367     OPEN INPUT FRATCFG-FILE.
002368     IF NOT FRATCFG-OK
002369         GO TO 1050-LIRE-PARAMETRES-EXIT
002370     END-IF.
002371     READ FRATCFG-FILE
002372         AT END CONTINUE
002373         NOT AT END
002374             MOVE FCF-TAUX-2 TO WS-TAUX-FAM-2
002375             MOVE FCF-TAUX-3 TO WS-TAUX-FAM-3
002376             PERFORM VARYING WS-KDX FROM 1 BY 1 UNTIL WS-KDX > 5
002377                 MOVE FCF-FRAIS(WS-KDX) TO WS-FRAIS-FAM(WS-KDX)
002378             END-PERFORM
002379     END-READ.
002380     CLOSE FRATCFG-FILE.
002381 1050-LIRE-PARAMETRES-EXIT.
002382     EXIT.
002383
002384*----------------------------------------------------------------
002385* 1100-CHARGER-FRATRIES - SIBLING LINKS INTO THE TABLE, IN
002386* STUDENT NUMBER ORDER
002387*----------------------------------------------------------------
002388 1100-CHARGER-FRATRIES.
002389     MOVE ZERO TO WS-NB-FRATRIES.
002390     MOVE "N" TO WS-FIN-FRATRIES.
002391     OPEN INPUT FRATRIES-FILE.
002392     IF NOT FRATRIES-OK
002393         GO TO 1100-CHARGER-FRATRIES-EXIT
002394     END-IF.
002395     PERFORM UNTIL FIN-FRATRIES
002396         READ FRATRIES-FILE
002397             AT END SET FIN-FRATRIES TO TRUE
002398             NOT AT END
002399                 IF WS-NB-FRATRIES < 500
002400                     ADD 1 TO WS-NB-FRATRIES
002401                     SET WS-FRX TO WS-NB-FRATRIES
002402                     MOVE FAM-STU-ID TO WS-FRT-STU-ID(WS-FRX)
002403                     MOVE FAM-CODE   TO WS-FRT-CODE(WS-FRX)
002404                     MOVE "N"        TO WS-FRT-INSCRIT(WS-FRX)
002405                 ELSE
002406                     DISPLAY "Table des fratries pleine - "
002407                         FAM-STU-ID " ignore"
002408                 END-IF
002409         END-READ
002410     END-PERFORM.
002411     CLOSE FRATRIES-FILE.
002412 1100-CHARGER-FRATRIES-EXIT.
002413     EXIT.
002414
002415*----------------------------------------------------------------
002416* 1200-MARQUER-INSCRITS - FLAG THE SIBLINGS ENROLLED FOR THE
002417* YEAR, BILLED OR NOT, SO THE RANK OF EACH CHILD IS KNOWN
002418*----------------------------------------------------------------
002419 1200-MARQUER-INSCRITS.
002420     IF WS-NB-FRATRIES = ZERO
002421         GO TO 1200-MARQUER-INSCRITS-EXIT
002422     END-IF.
002423     OPEN INPUT ELEVES-FILE.
002424     IF NOT ELEVES-OK
002425         GO TO 1200-MARQUER-INSCRITS-EXIT
002426     END-IF.
002427     PERFORM UNTIL FIN-ELEVES
002428         READ ELEVES-FILE
002429             AT END SET FIN-ELEVES TO TRUE
002430             NOT AT END
002431                 IF STU-ANNEE-X = SPACES
002432                     OR STU-ANNEE = WS-ANNEE
002433                     SET WS-FRX TO 1
002434                     SEARCH WS-FRATRIE-ENTRY
002435                         AT END CONTINUE
002436                         WHEN WS-FRX > WS-NB-FRATRIES
002437                             CONTINUE
002438                         WHEN WS-FRT-STU-ID(WS-FRX) = STU-ID
002439                             SET FRT-INSCRIT(WS-FRX) TO TRUE
002440                     END-SEARCH
002441                 END-IF
002442         END-READ
002443     END-PERFORM.
002444     CLOSE ELEVES-FILE.
002445     MOVE "N" TO WS-FIN-ELEVES.
002446 1200-MARQUER-INSCRITS-EXIT.
002447     EXIT.
002370
002380*----------------------------------------------------------------
002390* 2000-FACTURER-UN-ELEVE - SKIP IF ALREADY BILLED, OTHERWISE
002480     END-IF.
002490     PERFORM 2500-NUMEROTER-FACTURE
002500         THRU 2500-NUMEROTER-FACTURE-EXIT.
002501     PERFORM 2200-CHARGER-BOURSES
002502         THRU 2200-CHARGER-BOURSES-EXIT.
002503     PERFORM 2300-CALCULER-RANG
002504         THRU 2300-CALCULER-RANG-EXIT.
002505     MOVE ZERO TO WS-TOTAL-REMISES.
002510     MOVE ZERO TO WS-TOTAL-HT.
002520     MOVE ZERO TO WS-TOTAL-TVA.
002530     MOVE ZERO TO WS-TOTAL-TTC.
002610         " - Client : " FUNCTION TRIM(STU-NOM)
002620         DELIMITED BY SIZE INTO FACT-LIGNE.
002630     WRITE FACT-LIGNE.
002633     PERFORM 2600-ADRESSER-FACTURE
002636         THRU 2600-ADRESSER-FACTURE-EXIT.
002640     PERFORM 3000-FACTURER-LES-FRAIS
002650         THRU 3000-FACTURER-LES-FRAIS-EXIT.
002651     IF WS-TOTAL-REMISES > ZERO
002652         MOVE SPACES TO FACT-LIGNE
002653         STRING "Bourses et remises HT : -" WS-TOTAL-REMISES
002654             DELIMITED BY SIZE INTO FACT-LIGNE
002655         WRITE FACT-LIGNE
002656     END-IF.
002660     MOVE SPACES TO FACT-LIGNE.
002670     STRING "Total HT : " WS-TOTAL-HT
002680         DELIMITED BY SIZE INTO FACT-LIGNE.
003110     CLOSE SUIVI-FILE.
003120 2100-VERIFIER-DEJA-FACTURE-EXIT.
003130     EXIT.
003131
003132*----------------------------------------------------------------
003133* 2200-CHARGER-BOURSES - THE STUDENT'S SCHOLARSHIPS FOR THE YEAR
003134*----------------------------------------------------------------
003135 2200-CHARGER-BOURSES.
003136     MOVE ZERO TO WS-NB-BOURSES-ELEVE.
003137     IF NOT BOURSES-OUVERT
003138         GO TO 2200-CHARGER-BOURSES-EXIT
003139     END-IF.
003140     MOVE STU-ID     TO BRS-STU-ID.
003141     MOVE WS-ANNEE   TO BRS-ANNEE.
003142     MOVE LOW-VALUES TO BRS-TYPE.
003143     MOVE "N" TO WS-FIN-BOURSES.
003144     START BOURSES-FILE KEY IS NOT LESS THAN BRS-CLE
003145         INVALID KEY SET FIN-BOURSES TO TRUE
003146     END-START.
003147     PERFORM UNTIL FIN-BOURSES
003148         READ BOURSES-FILE NEXT RECORD
003149             AT END SET FIN-BOURSES TO TRUE
003150             NOT AT END
003151                 IF BRS-STU-ID NOT = STU-ID
003152                     OR BRS-ANNEE NOT = WS-ANNEE
003153                     SET FIN-BOURSES TO TRUE
003154                 ELSE
003155                     PERFORM 2250-RETENIR-BOURSE
003156                         THRU 2250-RETENIR-BOURSE-EXIT
003157                 END-IF
003158         END-READ
003159     END-PERFORM.
003160 2200-CHARGER-BOURSES-EXIT.
003161     EXIT.
003162
003163*----------------------------------------------------------------
003164* 2250-RETENIR-BOURSE
003165*----------------------------------------------------------------
003166 2250-RETENIR-BOURSE.
003167     IF WS-NB-BOURSES-ELEVE = 10
003168         DISPLAY "Eleve " STU-ID " : plus de 10 bourses - "
003169             BRS-TYPE " ignoree"
003170         GO TO 2250-RETENIR-BOURSE-EXIT
003171     END-IF.
003172     ADD 1 TO WS-NB-BOURSES-ELEVE.
003173     SET WS-BDX TO WS-NB-BOURSES-ELEVE.
003174     MOVE BRS-TYPE    TO WS-BE-TYPE(WS-BDX).
003175     MOVE BRS-LIBELLE TO WS-BE-LIBELLE(WS-BDX).
003176     MOVE BRS-MODE    TO WS-BE-MODE(WS-BDX).
003177     MOVE BRS-TAUX    TO WS-BE-TAUX(WS-BDX).
003178     MOVE BRS-MONTANT TO WS-BE-RESTE(WS-BDX).
003179     PERFORM VARYING WS-KDX FROM 1 BY 1 UNTIL WS-KDX > 5
003180         MOVE BRS-FRAIS(WS-KDX) TO WS-BE-FRAIS(WS-BDX, WS-KDX)
003181     END-PERFORM.
003182 2250-RETENIR-BOURSE-EXIT.
003183     EXIT.
003184
003185*----------------------------------------------------------------
003186* 2300-CALCULER-RANG - 1 + THE NUMBER OF ENROLLED SIBLINGS WITH A
003187* LOWER STUDENT NUMBER; THE SECOND CHILD GETS FCF-TAUX-2, THE
003188* THIRD AND LATER ONES FCF-TAUX-3
003189*----------------------------------------------------------------
003190 2300-CALCULER-RANG.
003191     MOVE 1 TO WS-FAM-RANG.
003192     MOVE ZERO TO WS-FAM-TAUX.
003193     MOVE SPACES TO WS-FAM-CODE-ELEVE.
003194     SET WS-FRX TO 1.
003195     SEARCH WS-FRATRIE-ENTRY
003196         AT END CONTINUE
003197         WHEN WS-FRX > WS-NB-FRATRIES
003198             CONTINUE
003199         WHEN WS-FRT-STU-ID(WS-FRX) = STU-ID
003200             MOVE WS-FRT-CODE(WS-FRX) TO WS-FAM-CODE-ELEVE
003201     END-SEARCH.
003202     IF WS-FAM-CODE-ELEVE = SPACES
003203         GO TO 2300-CALCULER-RANG-EXIT
003204     END-IF.
003205     PERFORM VARYING WS-FRX FROM 1 BY 1
003206             UNTIL WS-FRX > WS-NB-FRATRIES
003207         IF WS-FRT-CODE(WS-FRX) = WS-FAM-CODE-ELEVE
003208             AND FRT-INSCRIT(WS-FRX)
003209             AND WS-FRT-STU-ID(WS-FRX) < STU-ID
003210             ADD 1 TO WS-FAM-RANG
003211         END-IF
003212     END-PERFORM.
003213     IF WS-FAM-RANG = 2
003214         MOVE WS-TAUX-FAM-2 TO WS-FAM-TAUX
003215     END-IF.
003216     IF WS-FAM-RANG > 2
003217         MOVE WS-TAUX-FAM-3 TO WS-FAM-TAUX
003218     END-IF.
003219 2300-CALCULER-RANG-EXIT.
003220     EXIT.
003140
003150*----------------------------------------------------------------
003160* 2500-NUMEROTER-FACTURE - NEXT NUMBER FROM FACTCT.DAT, SAME
003330     CLOSE FACTCT-CTL-FILE.
003340 2500-NUMEROTER-FACTURE-EXIT.
003350     EXIT.
003351
003352*----------------------------------------------------------------
003353* 2600-ADRESSER-FACTURE - THE GUARDIAN MARKED FOR THE INVOICE ON
003354* TUTEURS.DAT, ELSE THE FIRST ONE RECEIVING LETTERS, ELSE THE
003355* FAMILY ADDRESS OF THE STUDENT RECORD
003356*----------------------------------------------------------------
003357 2600-ADRESSER-FACTURE.
003358     MOVE SPACES TO WS-DEST-NOM.
003359     MOVE STU-ADRESSE-1 TO WS-DEST-ADRESSE-1.
003360     MOVE STU-ADRESSE-2 TO WS-DEST-ADRESSE-2.
003361     IF TUTEURS-OUVERT
003362         PERFORM 2650-CHERCHER-DESTINATAIRE
003363             THRU 2650-CHERCHER-DESTINATAIRE-EXIT
003364     END-IF.
003365     IF WS-DEST-ADRESSE-1 = SPACES
003366         ADD 1 TO WS-NB-SANS-ADRESSE
003367     END-IF.
003368     IF WS-DEST-NOM NOT = SPACES
003369         MOVE SPACES TO FACT-LIGNE
003370         STRING "A l'attention de : " FUNCTION TRIM(WS-DEST-NOM)
003371             DELIMITED BY SIZE INTO FACT-LIGNE
003372         WRITE FACT-LIGNE
003373     END-IF.
003374     IF WS-DEST-ADRESSE-1 NOT = SPACES
003375         MOVE WS-DEST-ADRESSE-1 TO FACT-LIGNE
003376         WRITE FACT-LIGNE
003377         MOVE WS-DEST-ADRESSE-2 TO FACT-LIGNE
003378         WRITE FACT-LIGNE
003379     END-IF.
003380 2600-ADRESSER-FACTURE-EXIT.
003381     EXIT.
003382
003383*----------------------------------------------------------------
003384* 2650-CHERCHER-DESTINATAIRE
003385*----------------------------------------------------------------
003386 2650-CHERCHER-DESTINATAIRE.
003387     MOVE STU-ID TO TUT-STU-ID.
003388     MOVE ZERO   TO TUT-RANG.
003389     MOVE "N" TO WS-FIN-TUTEURS.
003390     START TUTEURS-FILE KEY IS NOT LESS THAN TUT-CLE
003391         INVALID KEY SET FIN-TUTEURS TO TRUE
003392     END-START.
003393     PERFORM UNTIL FIN-TUTEURS
003394         READ TUTEURS-FILE NEXT RECORD
003395             AT END SET FIN-TUTEURS TO TRUE
003396             NOT AT END
003397                 IF TUT-STU-ID NOT = STU-ID
003398                     SET FIN-TUTEURS TO TRUE
003399                 ELSE
003400                     IF TUT-DEST-FACTURE
003401                         OR (WS-DEST-NOM = SPACES
003402                             AND TUT-DEST-COURRIER)
003403                         MOVE TUT-NOM       TO WS-DEST-NOM
003404                         MOVE TUT-ADRESSE-1 TO WS-DEST-ADRESSE-1
003405                         MOVE TUT-ADRESSE-2 TO WS-DEST-ADRESSE-2
003406                     END-IF
003407                     IF TUT-DEST-FACTURE
003408                         SET FIN-TUTEURS TO TRUE
003409                     END-IF
003410                 END-IF
003411         END-READ
003412     END-PERFORM.
003413 2650-CHERCHER-DESTINATAIRE-EXIT.
003414     EXIT.
003360
003370*----------------------------------------------------------------
003380* 3000-FACTURER-LES-FRAIS - ONE INVOICE LINE PER SCHEDULED FEE,
003790         " TTC : " WS-MONTANT-TTC
003800         DELIMITED BY SIZE INTO FACT-LIGNE.
003810     WRITE FACT-LIGNE.
003811     PERFORM 3200-APPLIQUER-REMISES
003812         THRU 3200-APPLIQUER-REMISES-EXIT.
003820 3100-FACTURER-UN-FRAIS-EXIT.
003830     EXIT.
003831
003832*----------------------------------------------------------------
003833* 3200-APPLIQUER-REMISES - SCHOLARSHIPS FIRST, IN TYPE ORDER,
003834* THEN THE FAMILY DISCOUNT; NONE TAKES MORE THAN WHAT IS LEFT OF
003835* THE FEE
003836*----------------------------------------------------------------
003837 3200-APPLIQUER-REMISES.
003838     MOVE FRA-MONTANT TO WS-RESTE-FRAIS.
003839     PERFORM VARYING WS-BDX FROM 1 BY 1
003840             UNTIL WS-BDX > WS-NB-BOURSES-ELEVE
003841         PERFORM 3210-APPLIQUER-UNE-BOURSE
003842             THRU 3210-APPLIQUER-UNE-BOURSE-EXIT
003843     END-PERFORM.
003844     IF WS-FAM-TAUX = ZERO
003845         GO TO 3200-APPLIQUER-REMISES-EXIT
003846     END-IF.
003847     MOVE WS-FRAIS-FAMILLE TO WS-LISTE-FRAIS.
003848     PERFORM 3250-VERIFIER-COUVERTURE
003849         THRU 3250-VERIFIER-COUVERTURE-EXIT.
003850     IF NOT FRAIS-COUVERT
003851         GO TO 3200-APPLIQUER-REMISES-EXIT
003852     END-IF.
003853     COMPUTE WS-REMISE-HT ROUNDED =
003854         FRA-MONTANT * WS-FAM-TAUX / 100.
003855     IF WS-FAM-RANG = 2
003856         MOVE "FAM2" TO WS-REMISE-TYPE
003857         MOVE "Remise 2e enfant" TO WS-REMISE-LIBELLE
003858     ELSE
003859         MOVE "FAM3" TO WS-REMISE-TYPE
003860         MOVE "Remise 3e enfant +" TO WS-REMISE-LIBELLE
003861     END-IF.
003862     PERFORM 3300-EDITER-REMISE
003863         THRU 3300-EDITER-REMISE-EXIT.
003864 3200-APPLIQUER-REMISES-EXIT.
003865     EXIT.
003866
003867*----------------------------------------------------------------
003868* 3210-APPLIQUER-UNE-BOURSE - PERCENT OF THE FEE, OR WHAT IS LEFT
003869* OF A FIXED AMOUNT
003870*----------------------------------------------------------------
003871 3210-APPLIQUER-UNE-BOURSE.
003872     PERFORM VARYING WS-KDX FROM 1 BY 1 UNTIL WS-KDX > 5
003873         MOVE WS-BE-FRAIS(WS-BDX, WS-KDX) TO WS-LISTE-CODE(WS-KDX)
003874     END-PERFORM.
003875     PERFORM 3250-VERIFIER-COUVERTURE
003876         THRU 3250-VERIFIER-COUVERTURE-EXIT.
003877     IF NOT FRAIS-COUVERT
003878         GO TO 3210-APPLIQUER-UNE-BOURSE-EXIT
003879     END-IF.
003880     IF BE-POURCENTAGE(WS-BDX)
003881         COMPUTE WS-REMISE-HT ROUNDED =
003882             FRA-MONTANT * WS-BE-TAUX(WS-BDX) / 100
003883     ELSE
003884         MOVE WS-BE-RESTE(WS-BDX) TO WS-REMISE-HT
003885     END-IF.
003886     IF WS-REMISE-HT > WS-RESTE-FRAIS
003887         MOVE WS-RESTE-FRAIS TO WS-REMISE-HT
003888     END-IF.
003889     IF NOT BE-POURCENTAGE(WS-BDX)
003890         SUBTRACT WS-REMISE-HT FROM WS-BE-RESTE(WS-BDX)
003891     END-IF.
003892     MOVE WS-BE-TYPE(WS-BDX)    TO WS-REMISE-TYPE.
003893     MOVE WS-BE-LIBELLE(WS-BDX) TO WS-REMISE-LIBELLE.
003894     PERFORM 3300-EDITER-REMISE
003895         THRU 3300-EDITER-REMISE-EXIT.
003896 3210-APPLIQUER-UNE-BOURSE-EXIT.
003897     EXIT.
003898
003899*----------------------------------------------------------------
003900* 3250-VERIFIER-COUVERTURE - IS FRA-CODE IN WS-LISTE-FRAIS ? AN
003901* ALL-BLANK LIST COVERS EVERY FEE
003902*----------------------------------------------------------------
003903 3250-VERIFIER-COUVERTURE.
003904     MOVE "N" TO WS-FRAIS-COUVERT.
003905     IF WS-LISTE-FRAIS = SPACES
003906         SET FRAIS-COUVERT TO TRUE
003907         GO TO 3250-VERIFIER-COUVERTURE-EXIT
003908     END-IF.
003909     PERFORM VARYING WS-KDX FROM 1 BY 1 UNTIL WS-KDX > 5
003910         IF WS-LISTE-CODE(WS-KDX) = FRA-CODE
003911             SET FRAIS-COUVERT TO TRUE
003912         END-IF
003913     END-PERFORM.
003914 3250-VERIFIER-COUVERTURE-EXIT.
003915     EXIT.
003916
003917*----------------------------------------------------------------
003918* 3300-EDITER-REMISE - DISCOUNT LINE AT THE FEE'S VAT RATE, TAKEN
003919* OFF THE TOTALS AND KEPT IN REMISES.DAT
003920*----------------------------------------------------------------
003921 3300-EDITER-REMISE.
003922     IF WS-REMISE-HT = ZERO
003923         GO TO 3300-EDITER-REMISE-EXIT
003924     END-IF.
003925     SUBTRACT WS-REMISE-HT FROM WS-RESTE-FRAIS.
003926     COMPUTE WS-REMISE-TVA = WS-REMISE-HT * WS-TVA / 100.
003927     COMPUTE WS-REMISE-TTC = WS-REMISE-HT + WS-REMISE-TVA.
003928     SUBTRACT WS-REMISE-HT  FROM WS-TOTAL-HT.
003929     SUBTRACT WS-REMISE-TVA FROM WS-TOTAL-TVA.
003930     SUBTRACT WS-REMISE-TTC FROM WS-TOTAL-TTC.
003931     ADD WS-REMISE-HT TO WS-TOTAL-REMISES.
003932     MOVE SPACES TO FACT-LIGNE.
003933     STRING "Remise " WS-REMISE-TYPE " "
003934         FUNCTION TRIM(WS-REMISE-LIBELLE)
003935         " HT : -" WS-REMISE-HT
003936         " TVA : -" WS-REMISE-TVA
003937         " TTC : -" WS-REMISE-TTC
003938         DELIMITED BY SIZE INTO FACT-LIGNE.
003939     WRITE FACT-LIGNE.
003940     OPEN EXTEND REMISES-FILE.
003941     IF NOT REMISES-OK
003942         CLOSE REMISES-FILE
003943         OPEN OUTPUT REMISES-FILE
003944     END-IF.
003945     MOVE WS-ANNEE          TO REM-ANNEE.
003946     MOVE STU-ID            TO REM-STU-ID.
003947     MOVE WS-NUM-FACTURE    TO REM-NUM-FACTURE.
003948     MOVE WS-REMISE-TYPE    TO REM-TYPE.
003949     MOVE WS-REMISE-LIBELLE TO REM-LIBELLE.
003950     MOVE FRA-CODE          TO REM-FRAIS.
003951     MOVE WS-REMISE-HT      TO REM-MONTANT-HT.
003952     MOVE WS-REMISE-TTC     TO REM-MONTANT-TTC.
003953     WRITE REMISE-RECORD.
003954     CLOSE REMISES-FILE.
003955 3300-EDITER-REMISE-EXIT.
003956     EXIT.
003840
003850*----------------------------------------------------------------
003860* 3500-ENREGISTRER-ENCOURS - RECEIVABLE LINE, LIKE TTC
003950     MOVE STU-NOM        TO ENC-CLIENT.
003960     MOVE WS-DATE-JOUR   TO ENC-DATE.
003970     MOVE WS-TOTAL-TTC   TO ENC-MONTANT-TTC.
003971     MOVE SPACES TO ENC-STATUT ENC-REMISE-X ENC-MOTIF-REJET.
003980     WRITE ENCOURS-RECORD.
003990     CLOSE ENCOURS-FILE.
004000 3500-ENREGISTRER-ENCOURS-EXIT.
004980     END-IF.
004990 5100-EDITER-UN-SUIVI-EXIT.
005000     EXIT.
005010
005020*----------------------------------------------------------------
005030* 6000-EDITER-BILAN-REMISES - SCHOLARSHIPS AND DISCOUNTS GRANTED
005040* ON THE YEAR'S INVOICES, TOTALLED BY TYPE
005050*----------------------------------------------------------------
005060 6000-EDITER-BILAN-REMISES.
005070     OPEN INPUT REMISES-FILE.
005080     IF NOT REMISES-OK
005090         DISPLAY "Aucune remise accordee : REMISES.DAT"
005100         GO TO 6000-EDITER-BILAN-REMISES-EXIT
005110     END-IF.
005120     MOVE "N" TO WS-FIN-REMISES.
005130     PERFORM UNTIL FIN-REMISES
005140         READ REMISES-FILE
005150             AT END SET FIN-REMISES TO TRUE
005160             NOT AT END
005170                 IF REM-ANNEE = WS-ANNEE
005180                     PERFORM 6100-CUMULER-REMISE
005190                         THRU 6100-CUMULER-REMISE-EXIT
005200                 END-IF
005210         END-READ
005220     END-PERFORM.
005230     CLOSE REMISES-FILE.
005240     DISPLAY "Bourses et remises accordees " WS-ANNEE.
005250     DISPLAY "-----------------------------------------".
005260     PERFORM VARYING WS-RDX FROM 1 BY 1 UNTIL WS-RDX > WS-NB-TYPES
005270         DISPLAY WS-BIL-TYPE(WS-RDX) " " WS-BIL-LIBELLE(WS-RDX)
005280             " factures : " WS-BIL-FACTURES(WS-RDX)
005290             " lignes : " WS-BIL-LIGNES(WS-RDX)
005300         DISPLAY "     HT : " WS-BIL-HT(WS-RDX)
005310             " TTC : " WS-BIL-TTC(WS-RDX)
005320         ADD WS-BIL-HT(WS-RDX)  TO WS-BILAN-HT
005330         ADD WS-BIL-TTC(WS-RDX) TO WS-BILAN-TTC
005340     END-PERFORM.
005350     DISPLAY "-----------------------------------------".
005360     DISPLAY "Total HT : " WS-BILAN-HT " TTC : " WS-BILAN-TTC.
005370 6000-EDITER-BILAN-REMISES-EXIT.
005380     EXIT.
005390
005400*----------------------------------------------------------------
005410* 6100-CUMULER-REMISE - THE LINES OF ONE INVOICE ARE WRITTEN
005420* TOGETHER, SO A NEW INVOICE NUMBER MEANS ONE MORE INVOICE
005430*----------------------------------------------------------------
005440 6100-CUMULER-REMISE.
005450     SET WS-RDX TO 1.
005460     SEARCH WS-BILAN-ENTRY
005470         AT END CONTINUE
005480         WHEN WS-RDX > WS-NB-TYPES
005490             CONTINUE
005500         WHEN WS-BIL-TYPE(WS-RDX) = REM-TYPE
005510             CONTINUE
005520     END-SEARCH.
005530     IF WS-RDX > WS-NB-TYPES
005540         IF WS-NB-TYPES = 30
005550             DISPLAY "Plus de 30 types de remise - " REM-TYPE
005560                 " ignore"
005570             GO TO 6100-CUMULER-REMISE-EXIT
005580         END-IF
005590         ADD 1 TO WS-NB-TYPES
005600         SET WS-RDX TO WS-NB-TYPES
005610         MOVE REM-TYPE    TO WS-BIL-TYPE(WS-RDX)
005620         MOVE REM-LIBELLE TO WS-BIL-LIBELLE(WS-RDX)
005630         MOVE ZERO TO WS-BIL-LIGNES(WS-RDX)
005640                      WS-BIL-FACTURES(WS-RDX)
005650                      WS-BIL-DERNIERE(WS-RDX) WS-BIL-HT(WS-RDX)
005660                      WS-BIL-TTC(WS-RDX)
005670     END-IF.
005680     ADD 1 TO WS-BIL-LIGNES(WS-RDX).
005690     IF REM-NUM-FACTURE NOT = WS-BIL-DERNIERE(WS-RDX)
005700         ADD 1 TO WS-BIL-FACTURES(WS-RDX)
005710         MOVE REM-NUM-FACTURE TO WS-BIL-DERNIERE(WS-RDX)
005720     END-IF.
005730     ADD REM-MONTANT-HT  TO WS-BIL-HT(WS-RDX).
005740     ADD REM-MONTANT-TTC TO WS-BIL-TTC(WS-RDX).
005750 6100-CUMULER-REMISE-EXIT.
005760     EXIT.
