000090*                 CODE AND OLDER RECORDS CARRY A BLANK) SO VILLE
000100*                 CAN RESOLVE "ST ETIENNE" AND "SAINT-ETIENNE"
000110*                 THROUGH THE ONE CODE THEY BOTH MEAN.
000112* 2026-10-15  LM  ADD VILLE-DELAI, THE DELIVERY LEAD TIME IN DAYS
000114*                 FOR THE CITY, SO DATEPROMISE CAN PROPOSE A
000116*                 PROMISED DATE. ZERO OR BLANK (OLDER RECORDS)
000118*                 MEANS THE STANDARD LEAD TIME.
000120*----------------------------------------------------------------
000130 01  VILLE-RECORD.
000140     05 VILLE-NOM             PIC X(20).
000150     05 VILLE-REGION          PIC X(03).
000160     05 VILLE-CODE-POSTAL     PIC X(05).
000170     05 VILLE-DELAI           PIC 9(02).
