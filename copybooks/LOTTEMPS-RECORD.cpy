000010*----------------------------------------------------------------
000020* LOTTEMPS-RECORD - ONE LINE OF LOTTEMPS.DAT PER STEP OF A NIGHTLY
000030* LOT (LOTFICHIERS, LOTCOMMERCE), PLUS ONE LINE LTE-ETAPE "*LOT"
000040* FOR THE WHOLE WINDOW (SEE CHRONOLOT)
000050*----------------------------------------------------------------
000060* 2026-10-15  LM  NEW COPYBOOK. A RUN IS IDENTIFIED BY THE LOT
000070*                 AND ITS START (LTE-DATE-LOT, LTE-HEURE-LOT).
000080*                 DURATIONS ARE IN SECONDS; LTE-MOYENNE IS THE
000090*                 BASELINE THE STEP WAS MEASURED AGAINST (AVERAGE
000100*                 OF ITS LAST RUNS, ZERO WHILE THERE IS NO
000110*                 HISTORY).
000120*----------------------------------------------------------------
000130 01  LOTTEMPS-RECORD.
000140     05 LTE-LOT               PIC X(12).
000150     05 LTE-ETAPE             PIC X(20).
000160         88 LTE-FENETRE               VALUE "*LOT".
000170     05 LTE-DATE-LOT          PIC 9(08).
000180     05 LTE-HEURE-LOT         PIC 9(06).
000190     05 LTE-DATE-DEBUT        PIC 9(08).
000200     05 LTE-HEURE-DEBUT       PIC 9(06).
000210     05 LTE-DATE-FIN          PIC 9(08).
000220     05 LTE-HEURE-FIN         PIC 9(06).
000230     05 LTE-DUREE             PIC 9(06).
000240     05 LTE-NB-ENR            PIC 9(07).
000250     05 LTE-MOYENNE           PIC 9(06).
000260     05 LTE-SEUIL-PCT         PIC 9(03).
000270     05 LTE-HEURE-CIBLE       PIC 9(06).
000280     05 LTE-ALERTE-DUREE      PIC X(01).
000290         88 LTE-DEPASSEMENT           VALUE "O".
000300     05 LTE-ALERTE-HEURE      PIC X(01).
000310         88 LTE-HORS-FENETRE          VALUE "O".
