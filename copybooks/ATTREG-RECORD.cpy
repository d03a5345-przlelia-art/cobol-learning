000010*----------------------------------------------------------------
000020* ATTREG-RECORD - ONE ENROLLMENT CERTIFICATE ISSUED, APPENDED TO
000030* THE ATTREG.DAT REGISTER BY ATTESTATION
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. "I" IS A CURRENT STUDENT'S
000060*                 CERTIFICATE FOR ATR-ANNEE IN ATR-CLASSE, "A" A
000070*                 LEAVER'S, ENROLLED FROM SCHOOL YEAR ATR-ANNEE
000080*                 TO ATR-DATE-SORTIE.
000090*----------------------------------------------------------------
000100 01  ATTREG-RECORD.
000110     05 ATR-NUMERO            PIC 9(06).
000120     05 ATR-DATE              PIC 9(08).
000130     05 ATR-STU-ID            PIC X(06).
000140     05 ATR-NOM               PIC X(20).
000150     05 ATR-TYPE              PIC X(01).
000160         88 ATR-INSCRIT                VALUE "I".
000170         88 ATR-ANCIEN                 VALUE "A".
000180     05 ATR-ANNEE             PIC 9(04).
000190     05 ATR-CLASSE            PIC X(06).
000200     05 ATR-DATE-SORTIE       PIC 9(08).
