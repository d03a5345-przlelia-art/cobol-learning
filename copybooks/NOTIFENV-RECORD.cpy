000010*----------------------------------------------------------------
000020* NOTIFENV-RECORD - ONE 478-BYTE LINE OF THE MAILING GATEWAY
000030* FILE NTFnnnnnn.DAT : AN "01" HEADER, ONE "02" LINE PER
000040* NOTIFICATION, AN "09" TRAILER WITH THE COUNTS
000050*----------------------------------------------------------------
000060* 2026-10-15  LM  NEW COPYBOOK. WRITTEN BY NOTIFEXTRAIT FROM THE
000070*                 PENDING ENTRIES OF NOTIFS.DAT. THE GATEWAY
000080*                 CHECKS THE TRAILER COUNT AGAINST THE DETAIL
000090*                 LINES BEFORE SENDING ANYTHING. DATES AAAAMMJJ.
000100*----------------------------------------------------------------
000110 01  NOTIFENV-RECORD.
000120     05 NEN-CODE              PIC X(02).
000130         88 NEN-ENTETE                VALUE "01".
000140         88 NEN-DETAIL                VALUE "02".
000150         88 NEN-TOTAL                 VALUE "09".
000160     05 NEN-LOT               PIC 9(06).
000170     05 NEN-CORPS             PIC X(470).
000180     05 NEN-ENTETE-R REDEFINES NEN-CORPS.
000190         10 NEN-E-DATE-CREATION
000200                              PIC 9(08).
000210         10 NEN-E-HEURE-CREATION
000220                              PIC 9(06).
000230         10 FILLER            PIC X(456).
000240     05 NEN-DETAIL-R REDEFINES NEN-CORPS.
000250         10 NEN-D-SEQUENCE    PIC 9(06).
000260         10 NEN-D-MODELE      PIC X(08).
000270         10 NEN-D-REFERENCE   PIC X(12).
000280         10 NEN-D-CLIENT      PIC X(10).
000290         10 NEN-D-CANAL       PIC X(01).
000300         10 NEN-D-DESTINATAIRE
000310                              PIC X(30).
000320         10 NEN-D-CONTACT     PIC X(40).
000330         10 NEN-D-BLOC-ADRESSE.
000340             15 NEN-D-LIGNE-ADR OCCURS 6 TIMES
000350                              PIC X(40).
000360         10 NEN-D-CHAMPS.
000370             15 NEN-D-CHAMP OCCURS 4 TIMES
000380                              PIC X(30).
000390         10 FILLER            PIC X(03).
000400     05 NEN-TOTAL-R REDEFINES NEN-CORPS.
000410         10 NEN-T-NB-NOTIFICATIONS
000420                              PIC 9(06).
000430         10 NEN-T-NB-COURRIELS
000440                              PIC 9(06).
000450         10 NEN-T-NB-SMS      PIC 9(06).
000460         10 NEN-T-NB-LETTRES  PIC 9(06).
000470         10 FILLER            PIC X(446).
