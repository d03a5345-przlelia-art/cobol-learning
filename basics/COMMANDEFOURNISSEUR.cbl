000230*                 NOW ABANDONED UP FRONT INSTEAD OF AFTER POS
000240*                 WERE ALREADY WRITTEN, WHICH DUPLICATED THEM ON
000250*                 THE RERUN.
000251* 2026-10-15  LM  ASK THE AGREED UNIT PURCHASE PRICE AND KEEP IT
000252*                 ON THE PURCHASE ORDER (ACH-PRIX-UNITAIRE) -
000253*                 RECEPTIONSTOCK AVERAGES IT INTO THE PRODUCT
000254*                 COST.
000255* 2026-10-15  LM  THE SUPPLIER LAYOUT MOVES TO FOURNISSEUR-RECORD
000256*                 (NOW ALSO READ BY FACTUREFRN). A NEW PURCHASE
000257*                 ORDER STARTS WITH NOTHING RECEIVED OR INVOICED.
000258* 2026-10-15  LM  EACH NEW PURCHASE ORDER SHOWS THE DELIVERY DATE
000259*                 TO EXPECT, FROM THE SUPPLIER'S MEASURED LEAD
000260*                 TIME (SCOREFRN) OR THE PROMISED ONE UNTIL
000261*                 MEASURED.
000262* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000263*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000264*                 COMMANDEFOURNISSEUR (SEE HABILITATIONS).
000260*----------------------------------------------------------------
000270
000280 ENVIRONMENT DIVISION.
000660* FOURNISSEURS - SUPPLIER MASTER, SEE FOURNISSEURMAJ
000670*----------------------------------------------------------------
000680 FD  FOURNISSEUR-FILE.
000690     COPY "FOURNISSEUR-RECORD.cpy".
000740
000750*----------------------------------------------------------------
000760* ACHATS - ONE PURCHASE ORDER PER RECORD, KEYED BY ACH-NUM
000860
000870 WORKING-STORAGE SECTION.
000880
000883     COPY "HABILITATION.cpy".
000886
000890 01  WS-DATE-JOUR            PIC 9(08).
000900
000910 01  WS-CODE-FRN             PIC X(04).
000920 01  WS-QUANTITE-ACHAT       PIC 9(05).
000925 01  WS-PRIX-ACHAT           PIC 9(05)V99.
000926 01  WS-DELAI-RETENU         PIC 9(03).
000927 01  WS-DATE-ATTENDUE        PIC 9(08).
000930
000940 01  WS-MESSAGE-STATUT       PIC X(40).
000950
001260 01  WS-ALERTES-TABLE.
001270     05 WS-ALERTE OCCURS 200 TIMES INDEXED BY WS-ADX
001280                          PIC X(22).
001285
001290 01  WS-ALERTE-COURANTE.
001300     05 WS-SB-DATE           PIC 9(08).
001310     05 WS-SB-CODE-PROD      PIC X(04).
001330     05 WS-SB-SEUIL          PIC 9(05).
001340
001350 PROCEDURE DIVISION.
001355
001360*----------------------------------------------------------------
001370* 0000-MAINLINE - LOAD FIRST, THEN RAISE THE POS, THEN REWRITE
001380* THE ALERTS STILL OPEN
001390*----------------------------------------------------------------
001400 0000-MAINLINE.
001401     MOVE "COMMANDEFOURNISSEUR" TO HAB-PROGRAMME.
001402     CALL "HABILITER" USING HAB-ZONE.
001403     IF NOT HAB-AUTORISE
001404         GOBACK
001405     END-IF.
001410     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001420     PERFORM 1000-CHARGER-ALERTES
001430         THRU 1000-CHARGER-ALERTES-EXIT.
001590     DISPLAY "Alertes conservees    : " WS-NB-CONSERVEES.
001600 0000-FIN.
001610     STOP RUN.
001615
001620*----------------------------------------------------------------
001630* 1000-CHARGER-ALERTES - THE WHOLE ALERT FILE, COUNTED BEFORE
001640* ANYTHING IS WRITTEN ANYWHERE
001840     CLOSE STOCKBAS-FILE.
001850 1000-CHARGER-ALERTES-EXIT.
001860     EXIT.
001865
001870*----------------------------------------------------------------
001880* 2000-TRAITER-ALERTES - ONE PASS OVER THE LOADED TABLE; EACH
001890* ALERT EITHER BECOMES A PURCHASE ORDER OR IS KEPT IN PLACE
002110     CLOSE FOURNISSEUR-FILE.
002120 2000-TRAITER-ALERTES-EXIT.
002130     EXIT.
002135
002140*----------------------------------------------------------------
002150* 0500-OUVRIR-ACHATS - BOOTSTRAP ACHATS.DAT ON A FIRST RUN
002160*----------------------------------------------------------------
002240     END-IF.
002250 0500-OUVRIR-ACHATS-EXIT.
002260     EXIT.
002265
002270*----------------------------------------------------------------
002280* 2100-TRAITER-UNE-ALERTE - BLANK SUPPLIER KEEPS THE ALERT, A
002290* VALID ONE RAISES A NUMBERED PURCHASE ORDER
002590             THRU 2500-CONSERVER-ALERTE-EXIT
002600         GO TO 2100-TRAITER-UNE-ALERTE-EXIT
002610     END-IF.
002612     DISPLAY "Prix unitaire d'achat (vide = a la reception) : ".
002614     MOVE ZERO TO WS-PRIX-ACHAT.
002616     ACCEPT WS-PRIX-ACHAT.
002620     PERFORM 3000-ENREGISTRER-ACHAT
002630         THRU 3000-ENREGISTRER-ACHAT-EXIT.
002640 2100-TRAITER-UNE-ALERTE-EXIT.
002650     EXIT.
002655
002660*----------------------------------------------------------------
002670* 2500-CONSERVER-ALERTE - KEEP THE ALERT FOR THE REWRITE
002680*----------------------------------------------------------------
002810     MOVE WS-NB-ALERTES TO WS-NB-CONSERVEES.
002820 2800-CONSERVER-TOUTES-EXIT.
002830     EXIT.
002835
002840*----------------------------------------------------------------
002850* 3000-ENREGISTRER-ACHAT - NUMBERED PURCHASE ORDER ON ACHATS.DAT
002860*----------------------------------------------------------------
002910     MOVE WS-SB-CODE-PROD   TO ACH-CODE-PROD.
002920     MOVE WS-QUANTITE-ACHAT TO ACH-QUANTITE.
002930     MOVE WS-DATE-JOUR      TO ACH-DATE.
002932     MOVE WS-PRIX-ACHAT     TO ACH-PRIX-UNITAIRE.
002934     MOVE ZERO              TO ACH-QTE-RECUE.
002936     MOVE ZERO              TO ACH-DATE-RECEPTION.
002938     MOVE ZERO              TO ACH-QTE-FACTUREE.
002940     SET ACH-COMMANDEE TO TRUE.
002950     WRITE ACHAT-RECORD.
002960     ADD 1 TO WS-NB-ACHATS.
002970     DISPLAY "Commande fournisseur " ACH-NUM " : "
002980         ACH-QUANTITE " x " ACH-CODE-PROD
002990         " chez " FUNCTION TRIM(FRN-NOM).
002991     IF FRN-DELAI-MESURE NOT = ZERO
002992         MOVE FRN-DELAI-MESURE TO WS-DELAI-RETENU
002993     ELSE
002994         MOVE FRN-DELAI TO WS-DELAI-RETENU
002995     END-IF.
002996     COMPUTE WS-DATE-ATTENDUE = FUNCTION DATE-OF-INTEGER(
002997         FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
002998         + WS-DELAI-RETENU).
002999     IF FRN-DELAI-MESURE NOT = ZERO
003000         DISPLAY "Livraison attendue le " WS-DATE-ATTENDUE
003001             " (delai mesure " WS-DELAI-RETENU " jours)"
003002     ELSE
003003         DISPLAY "Livraison attendue le " WS-DATE-ATTENDUE
003004             " (delai promis " WS-DELAI-RETENU " jours)"
003005     END-IF.
003000 3000-ENREGISTRER-ACHAT-EXIT.
003010     EXIT.
003020
