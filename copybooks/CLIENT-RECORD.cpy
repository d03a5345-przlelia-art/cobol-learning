000010*----------------------------------------------------------------
000020* CLIENT-RECORD - ONE CLIENTS.DAT RECORD, KEYED BY CLI-CODE (THE
000030* SAME TEN-CHARACTER CODE THE DESK KEYS AS CMD-CLIENT)
000040*----------------------------------------------------------------
000050* 2026-10-15  LM  NEW COPYBOOK. UNTIL NOW A CUSTOMER WAS ONLY
000060*                 THE CODE TYPED AT THE COUNTER, SO NOTHING
000070*                 COULD HOLD A CREDIT LIMIT FOR IT. CLIENTSMAJ
000080*                 MAINTAINS THE FILE, COMMANDE CHECKS THE LIMIT
000090*                 AT CAPTURE. A ZERO CLI-PLAFOND MEANS NO LIMIT.
000091* 2026-10-15  LM  ADD CLI-REPRESENTANT, THE FIELD SALES REP
000092*                 (REPRESENT.DAT) THE CUSTOMER IS ASSIGNED TO.
000093*                 COMMANDE COPIES IT ONTO EVERY ORDER LINE FOR
000094*                 THE COMMISSION STATEMENT. BLANK = HOUSE ACCOUNT,
000095*                 NO COMMISSION.
000096* 2026-10-15  LM  ADD CLI-EFACTURE, CLI-SIRET AND CLI-NUM-TVA :
000097*                 A CUSTOMER FLAGGED "O" RECEIVES ITS INVOICES
000098*                 AND CREDIT NOTES AS STRUCTURED FILES FROM
000099*                 EFACTURES, WHICH NEEDS ITS COMPANY AND VAT
000100*                 IDENTIFIERS FOR THE BUYER SECTION.
000102* 2026-10-15  LM  ADD THE CUSTOMER'S CONTACTS FOR THE AUTOMATIC
000103*                 NOTIFICATIONS (SEE NOTIFIER) : EMAIL, MOBILE,
000104*                 POSTAL ADDRESS AND THE PREFERRED CHANNEL. A
000105*                 BLANK CLI-CANAL TAKES THE EMAIL, ELSE THE
000106*                 MOBILE, ELSE THE ADDRESS; "N" SENDS NOTHING.
000101*----------------------------------------------------------------
000110 01  CLIENT-RECORD.
000120     05 CLI-CODE              PIC X(10).
000130     05 CLI-NOM               PIC X(30).
000140     05 CLI-PLAFOND           PIC 9(07)V99.
000141     05 CLI-REPRESENTANT      PIC X(04).
000142     05 CLI-EFACTURE          PIC X(01).
000143         88 CLI-EFACTURE-OUI          VALUE "O".
000144     05 CLI-SIRET             PIC X(14).
000145     05 CLI-NUM-TVA           PIC X(13).
000146     05 CLI-CANAL             PIC X(01).
000147         88 CLI-CANAL-COURRIEL        VALUE "M".
000148         88 CLI-CANAL-SMS             VALUE "S".
000149         88 CLI-CANAL-LETTRE          VALUE "L".
000150         88 CLI-SANS-AVIS             VALUE "N".
000151     05 CLI-EMAIL             PIC X(40).
000152     05 CLI-TELEPHONE         PIC X(15).
000153     05 CLI-ADRESSE-1         PIC X(30).
000154     05 CLI-ADRESSE-2         PIC X(30).
