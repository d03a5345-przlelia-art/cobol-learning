000010*----------------------------------------------------------------
000020* TUTEUR-RECORD - ONE PARENT OR GUARDIAN OF A STUDENT, ON
000030* TUTEURS.DAT, KEYED BY STU-ID AND A RANK WITHIN THE STUDENT
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. STU-CONTACT ONLY HOLDS ONE EMAIL
000060*                 OR PHONE, USUALLY THE STUDENT'S OWN; THE
000070*                 FAMILY'S CONTACTS LIVE HERE, SEVERAL PER
000080*                 STUDENT. TUT-FACTURE MARKS THE ONE WHO RECEIVES
000090*                 THE FEE INVOICE, TUT-COURRIER EVERY ONE WHO
000100*                 RECEIVES SCHOOL LETTERS. MAINTAINED BY
000110*                 TUTEURSMAJ.
000120*----------------------------------------------------------------
000130 01  TUTEUR-RECORD.
000140     05 TUT-CLE.
000150         10 TUT-STU-ID        PIC X(06).
000160         10 TUT-RANG          PIC 9(01).
000170     05 TUT-NOM               PIC X(30).
000180     05 TUT-LIEN              PIC X(10).
000190     05 TUT-ADRESSE-1         PIC X(30).
000200     05 TUT-ADRESSE-2         PIC X(30).
000210     05 TUT-TELEPHONE         PIC X(15).
000220     05 TUT-EMAIL             PIC X(40).
000230     05 TUT-FACTURE           PIC X(01).
000240         88 TUT-DEST-FACTURE           VALUE "O".
000250     05 TUT-COURRIER          PIC X(01).
000260         88 TUT-DEST-COURRIER          VALUE "O".
