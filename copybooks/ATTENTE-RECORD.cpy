000010*----------------------------------------------------------------
000020* ATTENTE-RECORD - ONE APPLICANT ON THE ADMISSIONS WAITING LIST,
000030* ATTENTE.DAT, KEYED SO THAT A CLASS'S APPLICANTS READ IN ORDER
000040* OF APPLICATION DATE
000050*----------------------------------------------------------------
000060* 2026-10-15  LM  NEW COPYBOOK. ATT-NUMERO COMES FROM ATTENTCT.DAT
000070*                 AND KEEPS TWO APPLICATIONS OF THE SAME DAY
000075*                 APART.
000080*                 "E" IS WAITING, "P" PROPOSED FOR A PLACE THAT
000090*                 WAS FREED, "A" ADMITTED (ATT-STU-ID IS THE
000100*                 STUDENT CREATED), "R" WITHDRAWN.
000110*----------------------------------------------------------------
000120 01  ATTENTE-RECORD.
000130     05 ATT-CLE.
000140         10 ATT-ANNEE         PIC 9(04).
000150         10 ATT-CLASSE        PIC X(06).
000160         10 ATT-DATE-DEMANDE  PIC 9(08).
000170         10 ATT-NUMERO        PIC 9(06).
000180     05 ATT-NOM               PIC X(20).
000190     05 ATT-CONTACT           PIC X(24).
000200     05 ATT-ADRESSE-1         PIC X(30).
000210     05 ATT-ADRESSE-2         PIC X(30).
000220     05 ATT-STATUT            PIC X(01).
000230         88 ATT-EN-ATTENTE             VALUE "E".
000240         88 ATT-PROPOSE                VALUE "P".
000250         88 ATT-ADMIS                  VALUE "A".
000260         88 ATT-RETIRE                 VALUE "R".
000270     05 ATT-DATE-STATUT       PIC 9(08).
000280     05 ATT-STU-ID            PIC X(06).
