000010*----------------------------------------------------------------
000020* EXTOURNE-RECORD - ONE EXTOURNES.DAT RECORD PER REVERSAL, KEYED
000030* BY EXT-NUMERO, WITH THE REVERSED MOVEMENT AS A UNIQUE
000040* ALTERNATE KEY SO NO MOVEMENT IS REVERSED TWICE
000050*----------------------------------------------------------------
000060* 2026-10-15  LM  NEW COPYBOOK. WRITTEN BY EXTOURNE. EXT-ORIGINE
000070*                 IS THE ORIGINAL MOVEMENT (THE FIRST 21 BYTES OF
000080*                 TR-MOUVEMENT) AND ITS RANK AMONG IDENTICAL
000090*                 MOVEMENTS OF THE SAME FILE. THE CONTRA AND ANY
000100*                 CORRECTED MOVEMENT CARRY EXT-NUMERO IN
000110*                 TR-EXTOURNE.
000120*----------------------------------------------------------------
000130 01  EXTOURNE-RECORD.
000140     05 EXT-NUMERO            PIC 9(06).
000150     05 EXT-ORIGINE.
000160         10 EXT-ORIG-COMPTE   PIC X(06).
000170         10 EXT-ORIG-SENS     PIC X(01).
000180         10 EXT-ORIG-MONTANT  PIC 9(04).
000190         10 EXT-ORIG-TYPE     PIC X(02).
000200         10 EXT-ORIG-DATE     PIC 9(08).
000210         10 EXT-ORIG-RANG     PIC 9(03).
000220     05 EXT-FICHIER           PIC X(40).
000230     05 EXT-DATE              PIC 9(08).
000240     05 EXT-OPERATEUR         PIC X(20).
000250     05 EXT-MOTIF             PIC X(02).
000260     05 EXT-COMMENTAIRE       PIC X(40).
000270     05 EXT-CORRECTION        PIC X(01).
000280         88 EXT-AVEC-CORRECTION       VALUE "O".
000290         88 EXT-SANS-CORRECTION       VALUE "N".
000300     05 EXT-CORR-COMPTE       PIC X(06).
000310     05 EXT-CORR-MONTANT      PIC 9(04).
