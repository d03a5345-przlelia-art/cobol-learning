000181*                 COUNTER MENU (MENUCOMMERCE) CAN CALL THIS AS AN
000182*                 OPTION WITHOUT ENDING THE WHOLE RUN UNIT, THE
000183*                 SAME CHANGE THE FICHIERS SUITE MADE FOR ITS MENU.
000184* 2026-10-15  LM  A TRANSFER TOUCHING A DORMANT ACCOUNT (EITHER
000185*                 SIDE) IS REFUSED WITH A WARNING UNTIL THE
000186*                 ACCOUNT HAS BEEN REACTIVATED THROUGH
000187*                 COMPTEFERMER.
000188* 2026-10-15  LM  A TRANSFER DATED IN A LEDGER MONTH CLOSED ON
000189*                 PERIODES.DAT IS REFUSED (CTLPERIODE, SEE
000190*                 PERIODECLOTURE).
000191* 2026-10-15  LM  BLANK THE REVERSAL REFERENCE (TR-EXTOURNE,
000192*                 TR-NATURE) ON THE MOVEMENTS WRITTEN HERE -
000193*                 ONLY EXTOURNE SETS IT.
000194* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000195*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000196*                 VIREMENT (SEE HABILITATIONS).
000166*----------------------------------------------------------------

000170 ENVIRONMENT DIVISION.

000420 WORKING-STORAGE SECTION.

000425     COPY "HABILITATION.cpy".

000430 01  WS-COMPTE-SOURCE         PIC X(06).
000440 01  WS-COMPTE-DEST           PIC X(06).
000450 01  WS-MONTANT               PIC 9(04).
000452 01  WS-OPERATEUR             PIC X(20).
000454 01  WS-SEUIL-APPROBATION     PIC 9(04) VALUE 1000.
000456 01  WS-DATE-JOUR             PIC 9(08).
000457 01  WS-PERIODE-VERDICT       PIC X(01).
000458     88 PERIODE-CLOTUREE              VALUE "C".

000460 01  WS-SOURCE-OK             PIC X(01) VALUE "N".
000470     88 SOURCE-TROUVE                 VALUE "O".
000560* 0000-MAINLINE
000570*----------------------------------------------------------------
000580 0000-MAINLINE.
000581     MOVE "VIREMENT" TO HAB-PROGRAMME.
000582     CALL "HABILITER" USING HAB-ZONE.
000583     IF NOT HAB-AUTORISE
000584         GOBACK
000585     END-IF.
000582     MOVE "N" TO WS-SOURCE-OK.
000584     MOVE "N" TO WS-DEST-OK.
000590     PERFORM 1000-SAISIR-VIREMENT
001034                     DISPLAY "Compte source " CTL-STATUT
001036                         " (ferme/bloque) - virement refuse"
001038                 ELSE
001039                     IF CTL-DORMANT
001040                         DISPLAY "ATTENTION : compte source"
001041                             " dormant - virement refuse"
001042                             " (reactiver : COMPTEFERMER O)"
001043                     ELSE
001044                         SET SOURCE-TROUVE TO TRUE
001045                     END-IF
001042                 END-IF
001050         END-READ
001060         MOVE WS-COMPTE-DEST TO CTL-COMPTE
001114                     DISPLAY "Compte destination " CTL-STATUT
001116                         " (ferme/bloque) - virement refuse"
001118                 ELSE
001119                     IF CTL-DORMANT
001120                         DISPLAY "ATTENTION : compte destination"
001121                             " dormant - virement refuse"
001122                             " (reactiver : COMPTEFERMER O)"
001123                     ELSE
001124                         SET DEST-TROUVE TO TRUE
001125                     END-IF
001122                 END-IF
001130         END-READ
001140         CLOSE ACCOUNTS-FILE
001200* IN THE SAME OPEN SO THEY CANNOT END UP MISMATCHED
001210*----------------------------------------------------------------
001220 3000-ENREGISTRER-VIREMENT.
001221     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
001222     CALL "CTLPERIODE" USING WS-DATE-JOUR WS-PERIODE-VERDICT.
001223     IF PERIODE-CLOTUREE
001224         DISPLAY "Periode du " WS-DATE-JOUR " cloturee -"
001225             " virement refuse"
001226         GO TO 3000-ENREGISTRER-VIREMENT-EXIT
001227     END-IF.
001230     OPEN EXTEND TRANSACTIONS-FILE.
001240     IF NOT TRANS-OK
001250         CLOSE TRANSACTIONS-FILE
001260         OPEN OUTPUT TRANSACTIONS-FILE
001270     END-IF.
001280     MOVE WS-COMPTE-SOURCE TO TR-COMPTE.
001290     SET TR-DEBIT TO TRUE.
001295     MOVE SPACES TO TR-EXTOURNE-X TR-NATURE.
001300     MOVE WS-MONTANT TO TR-MONTANT.
001310     MOVE "VI" TO TR-TYPE.
001312     MOVE WS-DATE-JOUR TO TR-DATE.
