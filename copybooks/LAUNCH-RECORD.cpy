000110*                 ADHERENCE SECTION COUNTS THE LAUNCHES OUTSIDE
000120*                 ANY WINDOW. BLANK ON RUNS LOGGED BEFORE THE
000130*                 FIELD EXISTED.
000131* 2026-10-15  LM  ADD LOG-EVENEMENT, LOG-COMPTE, LOG-MOTIF AND
000132*                 LOG-HEURE-EVT. COUNTDOWN NOW WRITES A LINE FOR
000133*                 EVERY HOLD, RESUME AND SCRUB AFTER THE RUN'S OWN
000134*                 LINE; SUCH A LINE REPEATS THE RUN'S DATE, TIME,
000135*                 STARTING VALUE AND PLAN TAG (THEY IDENTIFY THE
000136*                 RUN), CARRIES THE OPERATOR WHO CALLED IT, THE
000137*                 COUNT IT HAPPENED AT, THE REASON CODE (HOLDS AND
000138*                 SCRUBS) AND ITS OWN TIME. BLANK LOG-EVENEMENT IS
000139*                 A RUN LINE, AS ON EVERY LINE LOGGED BEFORE.
000140*----------------------------------------------------------------
000150 01  LOG-RECORD.
000160     05 LOG-DATE              PIC X(08).
000230     05 LOG-PLAN              PIC X(01).
000240         88 LOG-PLANIFIE              VALUE "P".
000250         88 LOG-HORS-PLAN             VALUE "H".
000251     05 LOG-EVENEMENT         PIC X(01).
000252         88 LOG-EVT-LANCEMENT         VALUE "L" " ".
000253         88 LOG-EVT-ARRET             VALUE "H".
000254         88 LOG-EVT-REPRISE           VALUE "R".
000255         88 LOG-EVT-ANNULATION        VALUE "S".
000256     05 LOG-COMPTE            PIC 9(04).
000257     05 LOG-MOTIF             PIC X(04).
000258     05 LOG-HEURE-EVT         PIC X(06).
