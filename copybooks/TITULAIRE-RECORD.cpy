000010*----------------------------------------------------------------
000020* TITULAIRE-RECORD - ONE ACCOUNT HOLDER ON TITULAIRES.DAT, KEYED
000030* BY THE ACCOUNT NUMBER AND THE HOLDER'S RANK ON IT
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. UNTIL NOW AN ACCOUNT WAS ONLY
000060*                 CTL-COMPTE AND ITS BALANCE - WHOSE IT WAS LIVED
000070*                 ON A CARD INDEX. TITULAIRESMAJ MAINTAINS THE
000080*                 FILE; RANK 1 IS THE MAIN HOLDER, WHOSE ADDRESS
000090*                 THE MAIL GOES TO, 2 TO 9 THE JOINT HOLDERS.
000100*                 ADRTITULAIRE BUILDS THE POSTAL BLOCK.
000110*----------------------------------------------------------------
000120 01  TITULAIRE-RECORD.
000130     05 TIT-CLE.
000140         10 TIT-COMPTE       PIC X(06).
000150         10 TIT-RANG         PIC 9(01).
000160     05 TIT-NOM              PIC X(30).
000170     05 TIT-ADRESSE          PIC X(30).
000180     05 TIT-CODE-POSTAL      PIC X(05).
000190     05 TIT-VILLE            PIC X(20).
000200     05 TIT-TELEPHONE        PIC X(14).
000210     05 TIT-DATE-OUVERTURE   PIC 9(08).
