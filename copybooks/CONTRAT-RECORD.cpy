000010*----------------------------------------------------------------
000020* CONTRAT-RECORD - ONE NEGOTIATED PRICE ON CONTRATS.DAT, KEYED BY
000030* CUSTOMER, PRODUCT AND START OF VALIDITY
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. TRADE CUSTOMERS' CONTRACT PRICES,
000060*                 MAINTAINED BY CONTRATSMAJ AND RESOLVED BY
000070*                 PRIXCONTRAT AHEAD OF PRIXEFFECTIF AND PROD-PRIX.
000080*                 A ZERO CTR-DATE-FIN MEANS OPEN-ENDED.
000090*----------------------------------------------------------------
000100 01  CONTRAT-RECORD.
000110     05 CTR-CLE.
000120         10 CTR-CLIENT        PIC X(10).
000130         10 CTR-CODE-PROD     PIC X(04).
000140         10 CTR-DATE-DEBUT    PIC 9(08).
000150     05 CTR-DATE-FIN          PIC 9(08).
000160     05 CTR-PRIX              PIC 9(05)V99.
