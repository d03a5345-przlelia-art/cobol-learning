000150*                 THE DECISION, THE DECIDER AND THE DATE KEPT ON
000160*                 THE RECORD. THE CAPTURING OPERATOR CANNOT
000170*                 APPROVE THEIR OWN TRANSFER.
000171* 2026-10-15  LM  A RELEASE DATED IN A LEDGER MONTH CLOSED ON
000172*                 PERIODES.DAT IS REFUSED AND THE TRANSFER STAYS
000173*                 PENDING (CTLPERIODE, SEE PERIODECLOTURE).
000174* 2026-10-15  LM  BLANK THE REVERSAL REFERENCE (TR-EXTOURNE,
000175*                 TR-NATURE) ON THE MOVEMENTS WRITTEN HERE -
000176*                 ONLY EXTOURNE SETS IT.
000177* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000178*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000179*                 VIREMENTVALIDER (SEE HABILITATIONS).
000180*----------------------------------------------------------------
000190
000200 ENVIRONMENT DIVISION.
000500
000510 WORKING-STORAGE SECTION.
000520
000523     COPY "HABILITATION.cpy".
000526
000530 01  WS-VALIDEUR             PIC X(20).
000540 01  WS-DATE-JOUR            PIC 9(08).
000543 01  WS-PERIODE-VERDICT      PIC X(01).
000546     88 PERIODE-CLOTUREE              VALUE "C".
000550
000560 01  WS-DECISION             PIC X(01).
000570     88 DECISION-VALIDER              VALUE "V" "v".
000890* 0000-MAINLINE
000900*----------------------------------------------------------------
000910 0000-MAINLINE.
000911     MOVE "VIREMENTVALIDER" TO HAB-PROGRAMME.
000912     CALL "HABILITER" USING HAB-ZONE.
000913     IF NOT HAB-AUTORISE
000914         GOBACK
000915     END-IF.
000920     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
000930     DISPLAY "Operateur validant : ".
000940     ACCEPT WS-VALIDEUR.
001710     DISPLAY "Valider (V), rejeter (R) ou passer (P) ? ".
001720     ACCEPT WS-DECISION.
001730     IF DECISION-VALIDER
001731         CALL "CTLPERIODE" USING WS-DATE-JOUR WS-PERIODE-VERDICT
001732         IF PERIODE-CLOTUREE
001733             DISPLAY "Periode du " WS-DATE-JOUR " cloturee -"
001734                 " virement laisse en attente"
001735             GO TO 2100-DECIDER-UN-VIREMENT-EXIT
001736         END-IF
001740         PERFORM 3000-LIBERER-VIREMENT
001750             THRU 3000-LIBERER-VIREMENT-EXIT
001760         MOVE "V" TO PEN-STATUT
002030     END-IF.
002040     MOVE PEN-COMPTE-SOURCE TO TR-COMPTE.
002050     SET TR-DEBIT TO TRUE.
002055     MOVE SPACES TO TR-EXTOURNE-X TR-NATURE.
002060     MOVE PEN-MONTANT TO TR-MONTANT.
002070     MOVE "VI" TO TR-TYPE.
002072     MOVE WS-DATE-JOUR TO TR-DATE.
