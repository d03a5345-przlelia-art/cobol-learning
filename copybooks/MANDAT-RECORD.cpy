000010*----------------------------------------------------------------
000020* MANDAT-RECORD - ONE MANDATS.DAT RECORD PER DIRECT-DEBIT
000030* CUSTOMER, KEYED BY THE CLI-CODE OF CLIENTS.DAT
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. MAINTAINED BY MANDATSMAJ, READ BY
000060*                 THE PRELEVEMENTS COLLECTION RUN. MDT-DELAI IS
000070*                 THE NUMBER OF DAYS AFTER THE INVOICE DATE THE
000080*                 DEBIT FALLS DUE (ZERO = 30).
000090*                 MDT-DERNIER-PRELEVEMENT ZERO MEANS THE NEXT
000100*                 COLLECTION IS THE FIRST ONE UNDER THE MANDATE.
000110*----------------------------------------------------------------
000120 01  MANDAT-RECORD.
000130     05 MDT-CLIENT            PIC X(10).
000140     05 MDT-REFERENCE         PIC X(35).
000150     05 MDT-IBAN              PIC X(34).
000160     05 MDT-BIC               PIC X(11).
000170     05 MDT-DATE-SIGNATURE    PIC 9(08).
000180     05 MDT-DELAI             PIC 9(03).
000190     05 MDT-STATUT            PIC X(01).
000200         88 MDT-ACTIF                 VALUE "A".
000210         88 MDT-REVOQUE               VALUE "R".
000220     05 MDT-DATE-REVOCATION   PIC 9(08).
000230     05 MDT-DERNIER-PRELEVEMENT
000240                              PIC 9(08).
