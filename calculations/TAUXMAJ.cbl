000140*                 OLD INVOICE CAN BE RE-DERIVED WITH THE RATE OF
000150*                 ITS DAY BECAUSE EVERY RATE KEEPS ITS EFFECT
000160*                 DATE.
000161* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000162*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000163*                 TAUXMAJ (SEE HABILITATIONS).
000164* 2026-10-15  LM  WHEN MAJCFG.DAT LISTS RATES (THE DEFAULT, SEE
000165*                 CTLAPPROB) A NEW RATE IS PARKED ON MAJATTEN.DAT
000166*                 AND ONLY REACHES RATES.DAT ONCE ANOTHER
000167*                 OPERATOR APPROVES IT IN MAJVALIDER.
000170*----------------------------------------------------------------
000180
000190 ENVIRONMENT DIVISION.
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WS-RATES-STATUS.
000260
000262     SELECT MAJATTENTE-FILE ASSIGN TO "MAJATTEN.DAT"
000264         ORGANIZATION IS LINE SEQUENTIAL
000266         FILE STATUS IS WS-MAJATTENTE-STATUS.
000268
000270 DATA DIVISION.
000280 FILE SECTION.
000290
000370     05 RTE-DATE-EFFET       PIC 9(08).
000380     05 RTE-TAUX             PIC 9(01)V9(04).
000390
000391*----------------------------------------------------------------
000392* MAJATTENTE - CHANGES PARKED FOR A SECOND OPERATOR (MAJVALIDER)
000393*----------------------------------------------------------------
000394 FD  MAJATTENTE-FILE.
000395     COPY "MAJATTENTE-RECORD.cpy".
000396
000400 WORKING-STORAGE SECTION.
000410
000413     COPY "HABILITATION.cpy".
000416
000420 01  WS-MODE                 PIC X(01).
000430     88 MODE-AJOUT                    VALUE "A" "a".
000440     88 MODE-LISTE                    VALUE "L" "l".
000500 01  WS-RATES-STATUS         PIC X(02).
000510     88 RATES-OK                      VALUE "00".
000520
000521 01  WS-MAJATTENTE-STATUS    PIC X(02).
000522     88 MAJATTENTE-OK                 VALUE "00".
000523
000524 01  WS-MAJ-FICHIER          PIC X(12) VALUE "RATES".
000525 01  WS-MAJ-ZONE             PIC X(10).
000526 01  WS-APPROBATION          PIC X(01).
000527     88 APPROBATION-REQUISE           VALUE "O".
000528
000530 01  WS-SWITCHES.
000540     05 WS-FIN-RATES         PIC X(01) VALUE "N".
000550         88 FIN-RATES                 VALUE "Y".
000600* 0000-MAINLINE
000610*----------------------------------------------------------------
000620 0000-MAINLINE.
000621     MOVE "TAUXMAJ" TO HAB-PROGRAMME.
000622     CALL "HABILITER" USING HAB-ZONE.
000623     IF NOT HAB-AUTORISE
000624         GOBACK
000625     END-IF.
000630     DISPLAY "Ajout d'un taux (A) ou liste (L) ? ".
000640     ACCEPT WS-MODE.
000650     IF MODE-AJOUT
000980         DISPLAY "Taux nul - abandon"
000990         GO TO 1000-AJOUTER-TAUX-EXIT
001000     END-IF.
001001     MOVE "TAUX" TO WS-MAJ-ZONE.
001002     CALL "CTLAPPROB" USING WS-MAJ-FICHIER WS-MAJ-ZONE
001003         WS-APPROBATION.
001004     IF APPROBATION-REQUISE
001005         PERFORM 7100-PROPOSER-MAJ
001006             THRU 7100-PROPOSER-MAJ-EXIT
001007         GO TO 1000-AJOUTER-TAUX-EXIT
001008     END-IF.
001010     OPEN EXTEND RATES-FILE.
001020     IF NOT RATES-OK
001030         CLOSE RATES-FILE
001340     DISPLAY "Total : " WS-NB-TAUX.
001350 2000-LISTER-TAUX-EXIT.
001360     EXIT.
001361
001362*----------------------------------------------------------------
001363* 7100-PROPOSER-MAJ - PARK THE RATE LINE ON MAJATTEN.DAT; IT
001364* REACHES RATES.DAT ONCE ANOTHER OPERATOR APPROVES IT
001365*----------------------------------------------------------------
001366 7100-PROPOSER-MAJ.
001367     MOVE SPACES TO MAJATTENTE-RECORD.
001368     MOVE WS-MAJ-FICHIER TO MAJ-FICHIER.
001369     MOVE WS-MAJ-ZONE TO MAJ-ZONE.
001370     SET MAJ-AJOUT-LIGNE TO TRUE.
001371     MOVE RTE-DEVISE TO MAJ-CLE.
001372     MOVE RTE-DATE-EFFET TO MAJ-DATE-EFFET.
001373     ACCEPT MAJ-DATE FROM DATE YYYYMMDD.
001374     ACCEPT MAJ-HEURE FROM TIME.
001375     MOVE HAB-OPERATEUR TO MAJ-AUTEUR.
001376     SET MAJ-EN-ATTENTE TO TRUE.
001377     MOVE ZERO TO MAJ-DATE-DECISION.
001378     MOVE RATE-RECORD TO MAJ-IMAGE.
001379     OPEN EXTEND MAJATTENTE-FILE.
001380     IF NOT MAJATTENTE-OK
001381         CLOSE MAJATTENTE-FILE
001382         OPEN OUTPUT MAJATTENTE-FILE
001383     END-IF.
001384     WRITE MAJATTENTE-RECORD.
001385     CLOSE MAJATTENTE-FILE.
001386     DISPLAY "Taux soumis a la validation d'un second operateur"
001387         " (MAJVALIDER) : " RTE-DEVISE " = " RTE-TAUX
001388         " EUR a partir du " RTE-DATE-EFFET.
001389 7100-PROPOSER-MAJ-EXIT.
001390     EXIT.
