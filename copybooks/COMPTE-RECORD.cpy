000100*                 VIREMENT WOULD HAPPILY MOVE MONEY INTO IT.
000110*                 BLANK ON OLDER RECORDS MEANS OUVERT. SEE
000120*                 COMPTEFERMER FOR THE CLOSURE WORKFLOW.
000121* 2026-10-15  LM  ADD CTL-DORMANT AND CTL-DATE-PREAVIS - SET BY
000122*                 THE MONTHLY COMPTESDORMANTS RUN (NOTICE DATE,
000123*                 THEN STATUT "D" ONCE THE NOTICE HAS RUN OUT).
000124*                 BLANK ON OLDER RECORDS - TEST CTL-DATE-PREAVIS-X
000125*                 AGAINST SPACES BEFORE USING THE NUMBER.
000130*----------------------------------------------------------------
000140 01  CTL-COMPTE-RECORD.
000150     05 CTL-COMPTE            PIC X(06).
000180         88 CTL-OUVERT                VALUE "O" " ".
000190         88 CTL-BLOQUE                VALUE "B".
000200         88 CTL-FERME                 VALUE "F".
000201         88 CTL-DORMANT               VALUE "D".
000202     05 CTL-DATE-PREAVIS      PIC 9(08).
000203     05 CTL-DATE-PREAVIS-X REDEFINES CTL-DATE-PREAVIS
000204                              PIC X(08).
