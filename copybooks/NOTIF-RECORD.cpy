000010*----------------------------------------------------------------
000020* NOTIF-RECORD - ONE CUSTOMER OR FAMILY NOTIFICATION ON THE
000030* SHARED QUEUE NOTIFS.DAT, APPENDED THROUGH NOTIFIER AND HANDED
000040* TO THE MAILING GATEWAY BY NOTIFEXTRAIT
000050*----------------------------------------------------------------
000060* 2026-10-15  LM  NEW COPYBOOK. THE CALLER FILLS THE MODEL, THE
000070*                 REFERENCE AND THE MERGE FIELDS, AND EITHER
000080*                 NTF-CLIENT (NOTIFIER THEN TAKES NAME, CHANNEL
000090*                 AND CONTACT FROM CLIENTS.DAT) OR THE RECIPIENT
000100*                 ITSELF : CHANNEL, NAME, EMAIL ADDRESS OR MOBILE
000110*                 NUMBER IN NTF-CONTACT, POSTAL BLOCK FOR A
000120*                 LETTER. NOTIFIER STAMPS THE DATE, TIME AND
000130*                 STATUS; A NOTIFICATION WITHOUT A USABLE CONTACT
000140*                 COMES BACK "N" AND IS NOT QUEUED.
000150*
000160*                 MODELS AND THEIR MERGE FIELDS (1 TO 4) :
000170*                 CMDEXPED ORDER SHIPPED    - ORDER, PRODUCT,
000180*                          QUANTITY, PROMISED DATE
000190*                 CMDLIVRE ORDER DELIVERED  - ORDER, PRODUCT,
000200*                          QUANTITY, DELIVERY DATE
000210*                 RELIQSRV BACKORDER SERVED - ORDER, PRODUCT,
000220*                          QUANTITY, PROMISED DATE
000230*                 RELANCE  INVOICE OVERDUE  - INVOICE, INVOICE
000240*                          DATE, AMOUNT DUE, DAYS SINCE INVOICE
000250*                 DECOUVRT ACCOUNT OVERDRAWN - ACCOUNT, BALANCE,
000260*                          AUTHORIZED THRESHOLD, DATE
000270*                 BULLETIN BULLETIN READY   - STUDENT, TERM,
000280*                          CLASS, STUDENT ID
000290*----------------------------------------------------------------
000300 01  NOTIF-RECORD.
000310     05 NTF-DATE              PIC 9(08).
000320     05 NTF-HEURE             PIC 9(08).
000330     05 NTF-PROGRAMME         PIC X(15).
000340     05 NTF-STATUT            PIC X(01).
000350         88 NTF-EN-ATTENTE            VALUE "A".
000360         88 NTF-ENVOYEE               VALUE "E".
000370         88 NTF-SANS-CONTACT          VALUE "N".
000380     05 NTF-DATE-ENVOI        PIC 9(08).
000390     05 NTF-LOT               PIC 9(06).
000400     05 NTF-MODELE            PIC X(08).
000410     05 NTF-REFERENCE         PIC X(12).
000420     05 NTF-CLIENT            PIC X(10).
000430     05 NTF-CANAL             PIC X(01).
000440         88 NTF-COURRIEL              VALUE "M".
000450         88 NTF-SMS                   VALUE "S".
000460         88 NTF-LETTRE                VALUE "L".
000470     05 NTF-DESTINATAIRE      PIC X(30).
000480     05 NTF-CONTACT           PIC X(40).
000490     05 NTF-BLOC-ADRESSE.
000500         10 NTF-LIGNE-ADR OCCURS 6 TIMES
000510                              PIC X(40).
000520     05 NTF-CHAMPS.
000530         10 NTF-CHAMP OCCURS 4 TIMES
000540                              PIC X(30).
