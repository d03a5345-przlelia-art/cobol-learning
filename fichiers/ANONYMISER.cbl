000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ANONYMISER.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW PROGRAM. BUILDS A TRAINING AND TEST SET OF
000110*                 THE DATA FILES IN ANOTHER DIRECTORY : EVERY
000120*                 NAME, EMAIL, PHONE AND STREET BECOMES A FAKE
000130*                 ONE, CUSTOMER CODES ARE RENUMBERED CLNNNNNN,
000140*                 AMOUNTS MAY BE SCALED DOWN BY A PERCENTAGE.
000150*                 A REAL NAME ALWAYS GIVES THE SAME FAKE AND A
000160*                 CODE THE SAME NEW CODE, SO NOTES.DAT STILL
000170*                 MATCHES ELEVES.TXT BY NAME AND ORDERS.DAT
000180*                 STILL MATCHES CLIENTS.DAT BY CODE; STU-ID,
000190*                 ACCOUNT AND INVOICE NUMBERS ARE KEPT AS THEY
000200*                 ARE. THE LIVE FILES ARE ONLY READ. THE RUN
000210*                 REFUSES A TARGET THAT TURNS OUT TO BE THE LIVE
000220*                 DIRECTORY (A MARKER WRITTEN HERE IS LOOKED FOR
000230*                 THERE) AND LEAVES ANONYM.RPT IN THE TARGET
000240*                 WITH ONE LINE PER FILE SAYING WHAT CHANGED.
000241* 2026-10-15  LM  ALSO COPY THE FILES LEFT OUT SO FAR : PRODUITS,
000242*                 VILLES, TERMES, FRATRIES, PRESENCES AND
000243*                 FACTELEV AS THEY ARE; ORDARCH, AVOIRS, CMDBLOQ
000244*                 AND FACTURES WITH NEW CUSTOMER CODES;
000245*                 ENSEIGNANTS AND ATTENTE WITH FAKE NAMES AND
000246*                 CONTACTS; BOURSES, PRETS AND ORDPERM WITH
000247*                 SCALED AMOUNTS. A TEST SET WITHOUT THEM LEFT
000248*                 THE PROGRAMS READING THEM UNUSABLE.
000250*----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300
000310*----------------------------------------------------------------
000320* LIVE FILES - READ ONLY
000330*----------------------------------------------------------------
000340     SELECT ELEVES-FILE ASSIGN TO "eleves.txt"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS STU-ID
000380         FILE STATUS IS WS-SOURCE-STATUS.
000390
000400     SELECT TUTEURS-FILE ASSIGN TO "TUTEURS.DAT"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS TUT-CLE
000440         FILE STATUS IS WS-SOURCE-STATUS.
000450
000451     SELECT ENSEIGNANTS-FILE ASSIGN TO "ENSEIGNANTS.DAT"
000452         ORGANIZATION IS INDEXED
000453         ACCESS MODE IS SEQUENTIAL
000454         RECORD KEY IS ENS-CODE
000455         FILE STATUS IS WS-SOURCE-STATUS.
000456
000457     SELECT ATTENTE-FILE ASSIGN TO "ATTENTE.DAT"
000458         ORGANIZATION IS INDEXED
000459         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS ATT-CLE
000461         FILE STATUS IS WS-SOURCE-STATUS.
000462
000463     SELECT FRATRIES-FILE ASSIGN TO "FRATRIES.DAT"
000464         ORGANIZATION IS INDEXED
000465         ACCESS MODE IS SEQUENTIAL
000466         RECORD KEY IS FAM-STU-ID
000467         FILE STATUS IS WS-SOURCE-STATUS.
000468
000469     SELECT BOURSES-FILE ASSIGN TO "BOURSES.DAT"
000470         ORGANIZATION IS INDEXED
000471         ACCESS MODE IS SEQUENTIAL
000472         RECORD KEY IS BRS-CLE
000473         FILE STATUS IS WS-SOURCE-STATUS.
000474
000475     SELECT PRODUITS-FILE ASSIGN TO "PRODUITS.DAT"
000476         ORGANIZATION IS INDEXED
000477         ACCESS MODE IS SEQUENTIAL
000478         RECORD KEY IS PROD-CODE
000479         ALTERNATE RECORD KEY IS PROD-EAN
000480             WITH DUPLICATES
000481         FILE STATUS IS WS-SOURCE-STATUS.
000482
000483     SELECT VILLES-FILE ASSIGN TO "VILLES.DAT"
000484         ORGANIZATION IS INDEXED
000485         ACCESS MODE IS SEQUENTIAL
000486         RECORD KEY IS VILLE-NOM
000487         ALTERNATE RECORD KEY IS VILLE-CODE-POSTAL
000488             WITH DUPLICATES
000489         FILE STATUS IS WS-SOURCE-STATUS.
000490
000491     SELECT CLIENTS-FILE ASSIGN TO "CLIENTS.DAT"
000492         ORGANIZATION IS INDEXED
000493         ACCESS MODE IS SEQUENTIAL
000494         RECORD KEY IS CLI-CODE
000500         FILE STATUS IS WS-SOURCE-STATUS.
000510
000520     SELECT ORDERS-FILE ASSIGN TO "ORDERS.DAT"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS CMD-CLE
000560         FILE STATUS IS WS-SOURCE-STATUS.
000570
000580     SELECT CONTRATS-FILE ASSIGN TO "CONTRATS.DAT"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS CTR-CLE
000620         FILE STATUS IS WS-SOURCE-STATUS.
000630
000640     SELECT MANDATS-FILE ASSIGN TO "MANDATS.DAT"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS SEQUENTIAL
000670         RECORD KEY IS MDT-CLIENT
000680         FILE STATUS IS WS-SOURCE-STATUS.
000690
000691     SELECT AVOIRS-FILE ASSIGN TO "AVOIRS.DAT"
000692         ORGANIZATION IS INDEXED
000693         ACCESS MODE IS SEQUENTIAL
000694         RECORD KEY IS AVR-NUM-AVOIR
000695         FILE STATUS IS WS-SOURCE-STATUS.
000696
000700     SELECT COMPTES-FILE ASSIGN TO "ACCOUNTS.DAT"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS SEQUENTIAL
000730         RECORD KEY IS CTL-COMPTE
000740         FILE STATUS IS WS-SOURCE-STATUS.
000750
000760     SELECT TITULAIRES-FILE ASSIGN TO "TITULAIRES.DAT"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS SEQUENTIAL
000790         RECORD KEY IS TIT-CLE
000800         FILE STATUS IS WS-SOURCE-STATUS.
000810
000811     SELECT PRETS-FILE ASSIGN TO "PRETS.DAT"
000812         ORGANIZATION IS INDEXED
000813         ACCESS MODE IS SEQUENTIAL
000814         RECORD KEY IS PRT-NUMERO
000815         FILE STATUS IS WS-SOURCE-STATUS.
000816
000820     SELECT SOURCE-FILE ASSIGN TO DYNAMIC WS-NOM-SOURCE
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-SOURCE-STATUS.
000850
000860*----------------------------------------------------------------
000870* ANONYMIZED COPIES - SAME NAMES, IN THE TARGET DIRECTORY
000880*----------------------------------------------------------------
000890     SELECT ELEVES-SORTIE ASSIGN TO DYNAMIC WS-NOM-SORTIE
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS RANDOM
000920         RECORD KEY IS ELS-CLE
000930         FILE STATUS IS WS-SORTIE-STATUS.
000940
000950     SELECT TUTEURS-SORTIE ASSIGN TO DYNAMIC WS-NOM-SORTIE
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS RANDOM
000980         RECORD KEY IS TUS-CLE
000990         FILE STATUS IS WS-SORTIE-STATUS.
001000
001001     SELECT ENSEIGNANTS-SORTIE ASSIGN TO DYNAMIC WS-NOM-SORTIE
001002         ORGANIZATION IS INDEXED
001003         ACCESS MODE IS RANDOM
001004         RECORD KEY IS EGS-CLE
001005         FILE STATUS IS WS-SORTIE-STATUS.
001006
001007     SELECT ATTENTE-SORTIE ASSIGN TO DYNAMIC WS-NOM-SORTIE
001008         ORGANIZATION IS INDEXED
001009         ACCESS MODE IS RANDOM
001010         RECORD KEY IS ATS-CLE
001011         FILE STATUS IS WS-SORTIE-STATUS.
001012
001013     SELECT FRATRIES-SORTIE ASSIGN TO DYNAMIC WS-NOM-SORTIE
001014         ORGANIZATION IS INDEXED
001015         ACCESS MODE IS RANDOM
001016         RECORD KEY IS FRS-CLE
001017         FILE STATUS IS WS-SORTIE-STATUS.
001018
001019     SELECT BOURSES-SORTIE ASSIGN TO DYNAMIC WS-NOM-SORTIE
001020         ORGANIZATION IS INDEXED
001021         ACCESS MODE IS RANDOM
001022         RECORD KEY IS BSS-CLE
001023         FILE STATUS IS WS-SORTIE-STATUS.
001024
001025     SELECT PRODUITS-SORTIE ASSIGN TO DYNAMIC WS-NOM-SORTIE
001026         ORGANIZATION IS INDEXED
001027         ACCESS MODE IS RANDOM
001028         RECORD KEY IS PDS-CLE
001029         ALTERNATE RECORD KEY IS PDS-EAN
001030             WITH DUPLICATES
001031         FILE STATUS IS WS-SORTIE-STATUS.
001032
001033     SELECT VILLES-SORTIE ASSIGN TO DYNAMIC WS-NOM-SORTIE
001034         ORGANIZATION IS INDEXED
001035         ACCESS MODE IS RANDOM
001036         RECORD KEY IS VLS-CLE
001037         ALTERNATE RECORD KEY IS VLS-CODE-POSTAL
001038             WITH DUPLICATES
001039         FILE STATUS IS WS-SORTIE-STATUS.
001040
001041     SELECT CLIENTS-SORTIE ASSIGN TO DYNAMIC WS-NOM-SORTIE
001042         ORGANIZATION IS INDEXED
001043         ACCESS MODE IS RANDOM
001044         RECORD KEY IS CLS-CLE
001050         FILE STATUS IS WS-SORTIE-STATUS.
001060
001070     SELECT ORDERS-SORTIE ASSIGN TO DYNAMIC WS-NOM-SORTIE
001080         ORGANIZATION IS INDEXED
001090         ACCESS MODE IS RANDOM
001100         RECORD KEY IS CMS-CLE
001110         FILE STATUS IS WS-SORTIE-STATUS.
001120
001130     SELECT CONTRATS-SORTIE ASSIGN TO DYNAMIC WS-NOM-SORTIE
001140         ORGANIZATION IS INDEXED
001150         ACCESS MODE IS RANDOM
001160         RECORD KEY IS CTS-CLE
001170         FILE STATUS IS WS-SORTIE-STATUS.
001180
001190     SELECT MANDATS-SORTIE ASSIGN TO DYNAMIC WS-NOM-SORTIE
001200         ORGANIZATION IS INDEXED
001210         ACCESS MODE IS RANDOM
001220         RECORD KEY IS MDS-CLE
001230         FILE STATUS IS WS-SORTIE-STATUS.
001240
001241     SELECT AVOIRS-SORTIE ASSIGN TO DYNAMIC WS-NOM-SORTIE
001242         ORGANIZATION IS INDEXED
001243         ACCESS MODE IS RANDOM
001244         RECORD KEY IS AVS-CLE
001245         FILE STATUS IS WS-SORTIE-STATUS.
001246
001250     SELECT COMPTES-SORTIE ASSIGN TO DYNAMIC WS-NOM-SORTIE
001260         ORGANIZATION IS INDEXED
001270         ACCESS MODE IS RANDOM
001280         RECORD KEY IS CPS-CLE
001290         FILE STATUS IS WS-SORTIE-STATUS.
001300
001310     SELECT TITULAIRES-SORTIE ASSIGN TO DYNAMIC WS-NOM-SORTIE
001320         ORGANIZATION IS INDEXED
001330         ACCESS MODE IS RANDOM
001340         RECORD KEY IS TIS-CLE
001350         FILE STATUS IS WS-SORTIE-STATUS.
001360
001361     SELECT PRETS-SORTIE ASSIGN TO DYNAMIC WS-NOM-SORTIE
001362         ORGANIZATION IS INDEXED
001363         ACCESS MODE IS RANDOM
001364         RECORD KEY IS PTS-CLE
001365         FILE STATUS IS WS-SORTIE-STATUS.
001366
001370     SELECT SORTIE-FILE ASSIGN TO DYNAMIC WS-NOM-SORTIE
001380         ORGANIZATION IS LINE SEQUENTIAL
001390         FILE STATUS IS WS-SORTIE-STATUS.
001400
001410     SELECT RAPPORT-FILE ASSIGN TO DYNAMIC WS-NOM-RAPPORT
001420         ORGANIZATION IS LINE SEQUENTIAL
001430         FILE STATUS IS WS-RAPPORT-STATUS.
001440
001450     SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
001460         ORGANIZATION IS LINE SEQUENTIAL
001470         FILE STATUS IS WS-JOURNAL-STATUS.
001480
001490 DATA DIVISION.
001500 FILE SECTION.
001510
001520 FD  ELEVES-FILE.
001530     COPY "STUDENT-RECORD.cpy".
001540
001550 FD  TUTEURS-FILE.
001560     COPY "TUTEUR-RECORD.cpy".
001570
001571 FD  ENSEIGNANTS-FILE.
001572     COPY "ENSEIGNANT-RECORD.cpy".
001573
001574 FD  ATTENTE-FILE.
001575     COPY "ATTENTE-RECORD.cpy".
001576
001577 FD  FRATRIES-FILE.
001578     COPY "FRATRIE-RECORD.cpy".
001579
001580 FD  BOURSES-FILE.
001581     COPY "BOURSE-RECORD.cpy".
001582
001583 FD  PRODUITS-FILE.
001584     COPY "PRODUIT-RECORD.cpy".
001585
001586 FD  VILLES-FILE.
001587     COPY "VILLE-RECORD.cpy".
001588
001589 FD  CLIENTS-FILE.
001590     COPY "CLIENT-RECORD.cpy".
001600
001610 FD  ORDERS-FILE.
001620     COPY "ORDER-RECORD.cpy".
001630
001640 FD  CONTRATS-FILE.
001650     COPY "CONTRAT-RECORD.cpy".
001660
001670 FD  MANDATS-FILE.
001680     COPY "MANDAT-RECORD.cpy".
001690
001692 FD  AVOIRS-FILE.
001694     COPY "AVOIR-RECORD.cpy".
001696
001700 FD  COMPTES-FILE.
001710     COPY "COMPTE-RECORD.cpy".
001720
001730 FD  TITULAIRES-FILE.
001740     COPY "TITULAIRE-RECORD.cpy".
001750
001752 FD  PRETS-FILE.
001754     COPY "PRET-RECORD.cpy".
001756
001760*----------------------------------------------------------------
001770* SOURCE - ANY OF THE FLAT FILES, ONE LINE AT A TIME
001780*----------------------------------------------------------------
001790 FD  SOURCE-FILE.
001800 01  SOURCE-LIGNE            PIC X(507).
001810
001820*----------------------------------------------------------------
001830* INDEXED COPIES - THE KEY, THEN THE REST OF THE LIVE LAYOUT
001840*----------------------------------------------------------------
001850 FD  ELEVES-SORTIE.
001860 01  ELS-RECORD.
001870     05 ELS-CLE              PIC X(06).
001880     05 FILLER               PIC X(114).
001890
001900 FD  TUTEURS-SORTIE.
001910 01  TUS-RECORD.
001920     05 TUS-CLE              PIC X(07).
001930     05 FILLER               PIC X(157).
001940
001941 FD  ENSEIGNANTS-SORTIE.
001942 01  EGS-RECORD.
001943     05 EGS-CLE              PIC X(06).
001944     05 FILLER               PIC X(226).
001945
001946 FD  ATTENTE-SORTIE.
001947 01  ATS-RECORD.
001948     05 ATS-CLE              PIC X(24).
001949     05 FILLER               PIC X(119).
001950
001951 FD  FRATRIES-SORTIE.
001952 01  FRS-RECORD.
001953     05 FRS-CLE              PIC X(06).
001954     05 FILLER               PIC X(06).
001955
001956 FD  BOURSES-SORTIE.
001957 01  BSS-RECORD.
001958     05 BSS-CLE              PIC X(14).
001959     05 FILLER               PIC X(53).
001960
001961 FD  PRODUITS-SORTIE.
001962 01  PDS-RECORD.
001963     05 PDS-CLE              PIC X(04).
001964     05 FILLER               PIC X(44).
001965     05 PDS-EAN              PIC X(13).
001966     05 FILLER               PIC X(44).
001967
001968 FD  VILLES-SORTIE.
001969 01  VLS-RECORD.
001970     05 VLS-CLE              PIC X(20).
001971     05 FILLER               PIC X(03).
001972     05 VLS-CODE-POSTAL      PIC X(05).
001973     05 FILLER               PIC X(02).
001974
001975 FD  CLIENTS-SORTIE.
001976 01  CLS-RECORD.
001977     05 CLS-CLE              PIC X(10).
001980     05 FILLER               PIC X(187).
001990
002000 FD  ORDERS-SORTIE.
002010 01  CMS-RECORD.
002020     05 CMS-CLE              PIC X(11).
002030     05 FILLER               PIC X(119).
002040
002050 FD  CONTRATS-SORTIE.
002060 01  CTS-RECORD.
002070     05 CTS-CLE              PIC X(22).
002080     05 FILLER               PIC X(15).
002090
002100 FD  MANDATS-SORTIE.
002110 01  MDS-RECORD.
002120     05 MDS-CLE              PIC X(10).
002130     05 FILLER               PIC X(108).
002140
002141 FD  AVOIRS-SORTIE.
002142 01  AVS-RECORD.
002143     05 AVS-CLE              PIC X(08).
002144     05 FILLER               PIC X(91).
002145
002150 FD  COMPTES-SORTIE.
002160 01  CPS-RECORD.
002170     05 CPS-CLE              PIC X(06).
002180     05 FILLER               PIC X(13).
002190
002200 FD  TITULAIRES-SORTIE.
002210 01  TIS-RECORD.
002220     05 TIS-CLE              PIC X(07).
002230     05 FILLER               PIC X(107).
002240
002241 FD  PRETS-SORTIE.
002242 01  PTS-RECORD.
002243     05 PTS-CLE              PIC X(06).
002244     05 FILLER               PIC X(77).
002245
002250 FD  SORTIE-FILE.
002260 01  SORTIE-LIGNE            PIC X(507).
002270
002280 FD  RAPPORT-FILE.
002290 01  RAPPORT-LIGNE           PIC X(100).
002300
002310 FD  JOURNAL-FILE.
002320     COPY "JOURNAL-RECORD.cpy".
002330
002340 WORKING-STORAGE SECTION.
002350
002360     COPY "HABILITATION.cpy".
002370
002380*----------------------------------------------------------------
002390* FLAT-FILE LAYOUTS, FILLED FROM SOURCE-LIGNE
002400*----------------------------------------------------------------
002410 01  NOTES-RECORD.
002420     05 NOT-NOM-ETUDIANT     PIC X(20).
002430     05 NOT-NOTES            PIC X(06).
002440
002450 01  ALUMNI-RECORD.
002460     05 ALU-STU-ID           PIC X(06).
002470     05 ALU-NOM              PIC X(20).
002480     05 ALU-CONTACT          PIC X(24).
002490     05 ALU-ANNEE            PIC 9(04).
002500     05 ALU-DATE-SORTIE      PIC 9(08).
002510
002520 01  ARCH-RECORD.
002530     05 ARCH-TERME           PIC X(10).
002540     05 ARCH-NOM             PIC X(20).
002550     05 ARCH-RESTE           PIC X(66).
002560
002570     COPY "RATTRAP-RECORD.cpy".
002580
002590     COPY "ENCOURS-RECORD.cpy".
002600
002610     COPY "REGLEMENT-RECORD.cpy".
002620
002630     COPY "RELIQUAT-RECORD.cpy".
002640
002650     COPY "DEVIS-RECORD.cpy".
002660
002670     COPY "NOTIF-RECORD.cpy".
002680
002690     COPY "MOUVEMENT-RECORD.cpy".
002700
002701     COPY "ORDER-RECORD.cpy"
002702         REPLACING ==ORDER-RECORD==   BY ==ARCHIVE-RECORD==
002703                   ==CMD-CLE==        BY ==ARC-CLE==
002704                   ==CMD-NUM-CMD==    BY ==ARC-NUM-CMD==
002705                   ==CMD-TYPE==       BY ==ARC-TYPE==
002706                   ==CMD-SEQ==        BY ==ARC-SEQ==
002707                   ==CMD-ORDRE==      BY ==ARC-ORDRE==
002708                   ==CMD-ANNULATION== BY ==ARC-ANNULATION==
002709                   ==CMD-RETOUR==     BY ==ARC-RETOUR==
002710                   ==CMD-CLIENT==     BY ==ARC-CLIENT==
002711                   ==CMD-CODE-PROD==  BY ==ARC-CODE-PROD==
002712                   ==CMD-QUANTITE==   BY ==ARC-QUANTITE==
002713                   ==CMD-MONTANT==    BY ==ARC-MONTANT==
002714                   ==CMD-DATE==       BY ==ARC-DATE==
002715                   ==CMD-STATUT==     BY ==ARC-STATUT==
002716                   ==CMD-EN-ATTENTE== BY ==ARC-EN-ATTENTE==
002717                   ==CMD-EXPEDIEE==   BY ==ARC-EXPEDIEE==
002718                   ==CMD-LIVREE==     BY ==ARC-LIVREE==
002719                   ==CMD-VILLE==      BY ==ARC-VILLE==
002720                   ==CMD-PRIX-SRC==   BY ==ARC-PRIX-SRC==
002721                   ==CMD-PX-CONTRAT== BY ==ARC-PX-CONTRAT==
002722                   ==CMD-PX-TARIF==   BY ==ARC-PX-TARIF==
002723                   ==CMD-PX-CATALOGUE== BY ==ARC-PX-CATALOGUE==
002724                   ==CMD-CAMPAGNE==   BY ==ARC-CAMPAGNE==
002725                   ==CMD-DATE-PROMISE== BY ==ARC-DATE-PROMISE==
002726                   ==CMD-DATE-LIVREE== BY ==ARC-DATE-LIVREE==
002727                   ==CMD-FRAIS-PORT== BY ==ARC-FRAIS-PORT==
002728                   ==CMD-CODE-ORIG==  BY ==ARC-CODE-ORIG==
002729                   ==CMD-REPRESENTANT== BY ==ARC-REPRESENTANT==
002730                   ==CMD-MODE-REGL==  BY ==ARC-MODE-REGL==
002731                   ==CMD-REGL-ESPECES== BY ==ARC-REGL-ESPECES==
002732                   ==CMD-REGL-CARTE== BY ==ARC-REGL-CARTE==
002733                   ==CMD-REGL-CHEQUE== BY ==ARC-REGL-CHEQUE==
002734                   ==CMD-REGL-COMPTE== BY ==ARC-REGL-COMPTE==
002735                   ==CMD-ENCAISSE==   BY ==ARC-ENCAISSE==
002736                   ==CMD-REF-WEB==    BY ==ARC-REF-WEB==.
002737
002738     COPY "CMDBLOQ-RECORD.cpy".
002739
002740 01  ORDPERM-RECORD.
002741     05 OPM-COMPTE           PIC X(06).
002742     05 OPM-SENS             PIC X(01).
002743     05 OPM-MONTANT          PIC 9(04).
002744     05 OPM-TYPE             PIC X(02).
002745     05 OPM-JOUR             PIC 9(02).
002746
002747*----------------------------------------------------------------
002748* FAKE IDENTITIES - 30 FIRST NAMES BY 40 SURNAMES GIVE 1200
002749* DISTINCT NAMES, A DIGIT IS ADDED BEYOND THAT
002750*----------------------------------------------------------------
002751 01  WS-PRENOMS-DEF.
002760     05 FILLER PIC X(40) VALUE
002770         "Alice   Bruno   Camille Damien  Elodie  ".
002780     05 FILLER PIC X(40) VALUE
002790         "Fabien  Gaelle  Hugo    Ines    Julien  ".
002800     05 FILLER PIC X(40) VALUE
002810         "Karine  Lucas   Manon   Nicolas Oceane  ".
002820     05 FILLER PIC X(40) VALUE
002830         "Pierre  Quentin Romane  Sophie  Thomas  ".
002840     05 FILLER PIC X(40) VALUE
002850         "Ugo     Valerie William Xavier  Yasmine ".
002860     05 FILLER PIC X(40) VALUE
002870         "Zoe     Adrien  Benoit  Chloe   Denis   ".
002880 01  WS-PRENOMS-TABLE REDEFINES WS-PRENOMS-DEF.
002890     05 WS-PRENOM            PIC X(08) OCCURS 30 TIMES.
002900
002910 01  WS-NOMS-DEF.
002920     05 FILLER PIC X(40) VALUE
002930         "Martin    Bernard   Clement   Petit     ".
002940     05 FILLER PIC X(40) VALUE
002950         "Robert    Richard   Durand    Dubois    ".
002960     05 FILLER PIC X(40) VALUE
002970         "Moreau    Laurent   Simon     Michel    ".
002980     05 FILLER PIC X(40) VALUE
002990         "Lefebvre  Leroy     Roux      David     ".
003000     05 FILLER PIC X(40) VALUE
003010         "Bertrand  Morel     Fournier  Girard    ".
003020     05 FILLER PIC X(40) VALUE
003030         "Bonnet    Dupont    Lambert   Fontaine  ".
003040     05 FILLER PIC X(40) VALUE
003050         "Rousseau  Vincent   Muller    Lefevre   ".
003060     05 FILLER PIC X(40) VALUE
003070         "Faure     Andre     Mercier   Blanc     ".
003080     05 FILLER PIC X(40) VALUE
003090         "Guerin    Boyer     Garnier   Chevalier ".
003100     05 FILLER PIC X(40) VALUE
003110         "Francois  Legrand   Gauthier  Garcia    ".
003120 01  WS-NOMS-TABLE REDEFINES WS-NOMS-DEF.
003130     05 WS-NOM-FAMILLE       PIC X(10) OCCURS 40 TIMES.
003140
003150 01  WS-RUES-DEF.
003160     05 FILLER PIC X(22) VALUE "rue des Lilas".
003170     05 FILLER PIC X(22) VALUE "avenue Victor Hugo".
003180     05 FILLER PIC X(22) VALUE "rue de la Gare".
003190     05 FILLER PIC X(22) VALUE "boulevard Pasteur".
003200     05 FILLER PIC X(22) VALUE "place du Marche".
003210     05 FILLER PIC X(22) VALUE "rue Jean Jaures".
003220     05 FILLER PIC X(22) VALUE "chemin des Vignes".
003230     05 FILLER PIC X(22) VALUE "rue du Moulin".
003240     05 FILLER PIC X(22) VALUE "allee des Tilleuls".
003250     05 FILLER PIC X(22) VALUE "impasse des Roses".
003260 01  WS-RUES-TABLE REDEFINES WS-RUES-DEF.
003270     05 WS-RUE               PIC X(22) OCCURS 10 TIMES.
003280
003290*----------------------------------------------------------------
003300* REAL NAMES AND CUSTOMER CODES MET SO FAR - THE RANK IN THE
003310* TABLE IS WHAT THE FAKE IS BUILT FROM
003320*----------------------------------------------------------------
003330 01  WS-NOMS-VUS             VALUE SPACES.
003340     05 WS-NV-NOM            PIC X(30) OCCURS 2400 TIMES
003350                             INDEXED BY NOM-IDX.
003360 01  WS-NB-NOMS-VUS          PIC 9(04) VALUE ZERO.
003370 01  WS-MAX-NOMS-VUS         PIC 9(04) VALUE 2400.
003380
003390 01  WS-CODES-VUS            VALUE SPACES.
003400     05 WS-CC-CODE           PIC X(10) OCCURS 5000 TIMES
003410                             INDEXED BY CLI-IDX.
003420 01  WS-NB-CODES-VUS         PIC 9(04) VALUE ZERO.
003430 01  WS-MAX-CODES-VUS        PIC 9(04) VALUE 5000.
003440 01  WS-NB-HORS-TABLE        PIC 9(06) VALUE ZERO.
003450
003460*----------------------------------------------------------------
003470* 6000-FAUX-NOM / 6100-CODE-CLIENT IN AND OUT
003480*----------------------------------------------------------------
003490 01  WS-NOM-REEL             PIC X(30).
003500 01  WS-NOM-FAUX             PIC X(30).
003510 01  WS-COURRIEL-FAUX        PIC X(40).
003520 01  WS-TELEPHONE-FAUX       PIC X(14).
003530 01  WS-RUE-FAUSSE           PIC X(30).
003540 01  WS-CONTACT              PIC X(40).
003550 01  WS-RANG-NOM             PIC 9(04).
003560
003570 01  WS-CODE-REEL            PIC X(10).
003580 01  WS-CODE-FAUX            PIC X(10).
003590 01  WS-RANG-CLIENT          PIC 9(04).
003600 01  WS-MODE-CODE            PIC X(01).
003610     88 CODE-AJOUT                    VALUE "A".
003620     88 CODE-RECHERCHE                VALUE "R".
003630
003640 01  WS-MONTANT              PIC S9(09)V99.
003650 01  WS-TAUX-ECHELLE         PIC 9(03).
003660
003670 01  WS-BASE                 PIC 9(04).
003680 01  WS-QUOTIENT             PIC 9(04).
003690 01  WS-RESTE                PIC 9(04).
003700 01  WS-SUFFIXE              PIC 9(01).
003710 01  WS-IDX-PRENOM           PIC 9(02).
003720 01  WS-IDX-NOM              PIC 9(02).
003730 01  WS-IDX-RUE              PIC 9(02).
003740 01  WS-NUMERO-RUE           PIC Z9.
003750 01  WS-RANG-EDITE           PIC 9(06).
003760 01  WS-RANG-LONG            PIC 9(09).
003770 01  WS-NB-ARROBASES         PIC 9(02).
003772 01  WS-POS-CLIENT           PIC 9(03).
003774 01  WS-DEBUT-CLIENT         PIC 9(03).
003776 01  WS-NB-DEUX-POINTS       PIC 9(02).
003778 01  WS-NB-LIGNES-ADRESSE    PIC 9(01) VALUE ZERO.
003780
003790*----------------------------------------------------------------
003800* TARGET DIRECTORY AND FILE NAMES
003810*----------------------------------------------------------------
003820 01  WS-REP-CIBLE            PIC X(60).
003830 01  WS-NOM-FICHIER          PIC X(15).
003840 01  WS-NOM-SOURCE           PIC X(80).
003850 01  WS-NOM-SORTIE           PIC X(80).
003860 01  WS-NOM-RAPPORT          PIC X(80).
003870 01  WS-NOM-TEMOIN           PIC X(40) VALUE "ANONYM.MRQ".
003880 01  WS-JETON                PIC X(30).
003890 01  WS-RETOUR-SUPPRESSION   PIC S9(09) COMP-5.
003900
003910 01  WS-DATE-JOUR            PIC 9(08).
003920 01  WS-HEURE-JOUR           PIC 9(08).
003930 01  WS-MESSAGE-STATUT       PIC X(40).
003940
003950*----------------------------------------------------------------
003960* PER-FILE COUNTERS, RESET BY 8300-PREPARER-FICHIER
003970*----------------------------------------------------------------
003980 01  WS-COMPTEURS-FICHIER.
003990     05 WS-NB-LUS            PIC 9(06).
004000     05 WS-NB-ECRITS         PIC 9(06).
004010     05 WS-NB-REJETS         PIC 9(06).
004020     05 WS-NB-NOMS           PIC 9(06).
004030     05 WS-NB-CONTACTS       PIC 9(06).
004040     05 WS-NB-CODES          PIC 9(06).
004050     05 WS-NB-MONTANTS       PIC 9(06).
004060 01  WS-STATUT-SOURCE        PIC X(02).
004070 01  WS-STATUT-SORTIE        PIC X(02).
004080
004090 01  WS-NB-FICHIERS-COPIES   PIC 9(04) VALUE ZERO.
004100 01  WS-NB-FICHIERS-ABSENTS  PIC 9(04) VALUE ZERO.
004110 01  WS-TOTAL-ECRITS         PIC 9(06) VALUE ZERO.
004120
004130 01  WS-LIGNE-RAPPORT        PIC X(100).
004140 01  WS-LIGNE-DETAIL.
004150     05 RPT-FICHIER          PIC X(15).
004160     05 FILLER               PIC X(05) VALUE " lus ".
004170     05 RPT-LUS              PIC ZZZZZ9.
004180     05 FILLER               PIC X(08) VALUE " ecrits ".
004190     05 RPT-ECRITS           PIC ZZZZZ9.
004200     05 FILLER               PIC X(06) VALUE " noms ".
004210     05 RPT-NOMS             PIC ZZZZZ9.
004220     05 FILLER               PIC X(10) VALUE " contacts ".
004230     05 RPT-CONTACTS         PIC ZZZZZ9.
004240     05 FILLER               PIC X(07) VALUE " codes ".
004250     05 RPT-CODES            PIC ZZZZZ9.
004260     05 FILLER               PIC X(10) VALUE " montants ".
004270     05 RPT-MONTANTS         PIC ZZZZZ9.
004280 01  WS-NOMBRE-EDITE         PIC ZZZZZ9.
004290
004300 01  WS-SOURCE-STATUS        PIC X(02).
004310     88 SOURCE-OK                     VALUE "00".
004320
004330 01  WS-SORTIE-STATUS        PIC X(02).
004340     88 SORTIE-OK                     VALUE "00".
004350
004360 01  WS-RAPPORT-STATUS       PIC X(02).
004370     88 RAPPORT-OK                    VALUE "00".
004380
004390 01  WS-JOURNAL-STATUS       PIC X(02).
004400     88 JOURNAL-OK                    VALUE "00".
004410
004420 01  WS-SWITCHES.
004430     05 WS-FIN-FICHIER       PIC X(01).
004440         88 FIN-FICHIER               VALUE "Y".
004450     05 WS-CIBLE-VALIDE      PIC X(01) VALUE "N".
004460         88 CIBLE-VALIDE              VALUE "O".
004470     05 WS-CODE-CONNU        PIC X(01).
004480         88 CODE-CONNU                VALUE "O".
004490
004500 PROCEDURE DIVISION.
004510
004520*----------------------------------------------------------------
004530* 0000-MAINLINE - CHECK THE TARGET, LOAD THE CUSTOMER CODES,
004540* THEN ONE COPY PER FILE, SCHOOL FIRST, TRADE, THEN BANK
004550*----------------------------------------------------------------
004560 0000-MAINLINE.
004570     MOVE "ANONYMISER" TO HAB-PROGRAMME.
004580     CALL "HABILITER" USING HAB-ZONE.
004590     IF NOT HAB-AUTORISE
004600         GOBACK
004610     END-IF.
004620     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
004630     ACCEPT WS-HEURE-JOUR FROM TIME.
004640     DISPLAY "Repertoire cible de la copie anonymisee : ".
004650     ACCEPT WS-REP-CIBLE.
004660     PERFORM 1000-CONTROLER-CIBLE
004670         THRU 1000-CONTROLER-CIBLE-EXIT.
004680     IF NOT CIBLE-VALIDE
004690         GO TO 0000-FIN
004700     END-IF.
004710     MOVE SPACES TO WS-NOM-RAPPORT.
004720     STRING FUNCTION TRIM(WS-REP-CIBLE) DELIMITED BY SIZE
004730            "/ANONYM.RPT"               DELIMITED BY SIZE
004740         INTO WS-NOM-RAPPORT.
004750     OPEN OUTPUT RAPPORT-FILE.
004760     IF NOT RAPPORT-OK
004770         CALL "FICHSTAT" USING WS-RAPPORT-STATUS
004780             WS-MESSAGE-STATUT
004790         DISPLAY "Repertoire cible inaccessible : "
004800             FUNCTION TRIM(WS-REP-CIBLE) " - "
004810             FUNCTION TRIM(WS-MESSAGE-STATUT)
004820         GO TO 0000-FIN
004830     END-IF.
004840     PERFORM 1500-SAISIR-ECHELLE
004850         THRU 1500-SAISIR-ECHELLE-EXIT.
004860     MOVE SPACES TO WS-LIGNE-RAPPORT.
004870     STRING "Copie anonymisee du " WS-DATE-JOUR
004880            " - montants a " WS-TAUX-ECHELLE " %"
004890            DELIMITED BY SIZE
004900         INTO WS-LIGNE-RAPPORT.
004910     MOVE WS-LIGNE-RAPPORT TO RAPPORT-LIGNE.
004920     WRITE RAPPORT-LIGNE.
004930     DISPLAY FUNCTION TRIM(WS-LIGNE-RAPPORT).
004940     PERFORM 1800-CHARGER-CLIENTS
004950         THRU 1800-CHARGER-CLIENTS-EXIT.
004960     PERFORM 2000-COPIER-ELEVES
004970         THRU 2000-COPIER-ELEVES-EXIT.
004980     PERFORM 2100-COPIER-TUTEURS
004990         THRU 2100-COPIER-TUTEURS-EXIT.
004991     PERFORM 2600-COPIER-ENSEIGNANTS
004992         THRU 2600-COPIER-ENSEIGNANTS-EXIT.
004993     PERFORM 2700-COPIER-ATTENTE
004994         THRU 2700-COPIER-ATTENTE-EXIT.
004995     PERFORM 2800-COPIER-FRATRIES
004996         THRU 2800-COPIER-FRATRIES-EXIT.
004997     PERFORM 2900-COPIER-BOURSES
004998         THRU 2900-COPIER-BOURSES-EXIT.
005000     MOVE "ALUMNI.DAT" TO WS-NOM-FICHIER.
005010     PERFORM 5000-COPIER-SEQUENTIEL
005020         THRU 5000-COPIER-SEQUENTIEL-EXIT.
005030     MOVE "NOTES.DAT" TO WS-NOM-FICHIER.
005040     PERFORM 5000-COPIER-SEQUENTIEL
005050         THRU 5000-COPIER-SEQUENTIEL-EXIT.
005060     MOVE "BULLARCH.DAT" TO WS-NOM-FICHIER.
005070     PERFORM 5000-COPIER-SEQUENTIEL
005080         THRU 5000-COPIER-SEQUENTIEL-EXIT.
005090     MOVE "RATTRAP.DAT" TO WS-NOM-FICHIER.
005100     PERFORM 5000-COPIER-SEQUENTIEL
005110         THRU 5000-COPIER-SEQUENTIEL-EXIT.
005111     MOVE "TERMES.DAT" TO WS-NOM-FICHIER.
005112     PERFORM 5000-COPIER-SEQUENTIEL
005113         THRU 5000-COPIER-SEQUENTIEL-EXIT.
005114     MOVE "PRESENCES.DAT" TO WS-NOM-FICHIER.
005115     PERFORM 5000-COPIER-SEQUENTIEL
005116         THRU 5000-COPIER-SEQUENTIEL-EXIT.
005117     MOVE "FACTELEV.DAT" TO WS-NOM-FICHIER.
005118     PERFORM 5000-COPIER-SEQUENTIEL
005119         THRU 5000-COPIER-SEQUENTIEL-EXIT.
005120     PERFORM 3050-COPIER-PRODUITS
005121         THRU 3050-COPIER-PRODUITS-EXIT.
005122     PERFORM 3060-COPIER-VILLES
005123         THRU 3060-COPIER-VILLES-EXIT.
005124     PERFORM 3000-COPIER-CLIENTS
005130         THRU 3000-COPIER-CLIENTS-EXIT.
005140     PERFORM 3100-COPIER-COMMANDES
005150         THRU 3100-COPIER-COMMANDES-EXIT.
005151     MOVE "ORDARCH.DAT" TO WS-NOM-FICHIER.
005152     PERFORM 5000-COPIER-SEQUENTIEL
005153         THRU 5000-COPIER-SEQUENTIEL-EXIT.
005154     MOVE "CMDBLOQ.DAT" TO WS-NOM-FICHIER.
005155     PERFORM 5000-COPIER-SEQUENTIEL
005156         THRU 5000-COPIER-SEQUENTIEL-EXIT.
005160     MOVE "FACTENCR.DAT" TO WS-NOM-FICHIER.
005170     PERFORM 5000-COPIER-SEQUENTIEL
005180         THRU 5000-COPIER-SEQUENTIEL-EXIT.
005190     MOVE "REGLMNTS.DAT" TO WS-NOM-FICHIER.
005200     PERFORM 5000-COPIER-SEQUENTIEL
005210         THRU 5000-COPIER-SEQUENTIEL-EXIT.
005211     MOVE "FACTURES.DAT" TO WS-NOM-FICHIER.
005212     PERFORM 5000-COPIER-SEQUENTIEL
005213         THRU 5000-COPIER-SEQUENTIEL-EXIT.
005214     PERFORM 3250-COPIER-AVOIRS
005215         THRU 3250-COPIER-AVOIRS-EXIT.
005220     MOVE "RELIQUAT.DAT" TO WS-NOM-FICHIER.
005230     PERFORM 5000-COPIER-SEQUENTIEL
005240         THRU 5000-COPIER-SEQUENTIEL-EXIT.
005250     MOVE "DEVIS.DAT" TO WS-NOM-FICHIER.
005260     PERFORM 5000-COPIER-SEQUENTIEL
005270         THRU 5000-COPIER-SEQUENTIEL-EXIT.
005280     PERFORM 3600-COPIER-CONTRATS
005290         THRU 3600-COPIER-CONTRATS-EXIT.
005300     PERFORM 3700-COPIER-MANDATS
005310         THRU 3700-COPIER-MANDATS-EXIT.
005320     MOVE "NOTIFS.DAT" TO WS-NOM-FICHIER.
005330     PERFORM 5000-COPIER-SEQUENTIEL
005340         THRU 5000-COPIER-SEQUENTIEL-EXIT.
005350     PERFORM 4000-COPIER-COMPTES
005360         THRU 4000-COPIER-COMPTES-EXIT.
005370     MOVE "TRANSACT.DAT" TO WS-NOM-FICHIER.
005380     PERFORM 5000-COPIER-SEQUENTIEL
005390         THRU 5000-COPIER-SEQUENTIEL-EXIT.
005392     MOVE "ORDPERM.DAT" TO WS-NOM-FICHIER.
005394     PERFORM 5000-COPIER-SEQUENTIEL
005396         THRU 5000-COPIER-SEQUENTIEL-EXIT.
005400     PERFORM 4200-COPIER-TITULAIRES
005410         THRU 4200-COPIER-TITULAIRES-EXIT.
005413     PERFORM 4400-COPIER-PRETS
005416         THRU 4400-COPIER-PRETS-EXIT.
005420     MOVE SPACES TO WS-LIGNE-RAPPORT.
005430     STRING "Fichiers copies : " WS-NB-FICHIERS-COPIES
005440            " - non copies : " WS-NB-FICHIERS-ABSENTS
005450            " - enregistrements : " WS-TOTAL-ECRITS
005460            DELIMITED BY SIZE
005470         INTO WS-LIGNE-RAPPORT.
005480     MOVE WS-LIGNE-RAPPORT TO RAPPORT-LIGNE.
005490     WRITE RAPPORT-LIGNE.
005500     DISPLAY FUNCTION TRIM(WS-LIGNE-RAPPORT).
005510     IF WS-NB-HORS-TABLE > ZERO
005520         MOVE SPACES TO WS-LIGNE-RAPPORT
005530         STRING "Tables pleines - faux noms ou codes partages : "
005540                WS-NB-HORS-TABLE
005550                DELIMITED BY SIZE
005560             INTO WS-LIGNE-RAPPORT
005570         MOVE WS-LIGNE-RAPPORT TO RAPPORT-LIGNE
005580         WRITE RAPPORT-LIGNE
005590         DISPLAY FUNCTION TRIM(WS-LIGNE-RAPPORT)
005600     END-IF.
005610     CLOSE RAPPORT-FILE.
005620     DISPLAY "Copie anonymisee terminee - voir "
005630         FUNCTION TRIM(WS-NOM-RAPPORT).
005640     PERFORM 8000-TRACER-JOURNAL
005650         THRU 8000-TRACER-JOURNAL-EXIT.
005660 0000-FIN.
005670     GOBACK.
005680
005690*----------------------------------------------------------------
005700* 1000-CONTROLER-CIBLE - A TARGET MUST BE GIVEN AND MUST NOT BE
005710* THE LIVE DIRECTORY, HOWEVER IT IS SPELLED : A MARKER WITH A
005720* ONE-RUN TOKEN IS WRITTEN HERE AND LOOKED FOR IN THE TARGET
005730*----------------------------------------------------------------
005740 1000-CONTROLER-CIBLE.
005750     IF WS-REP-CIBLE = SPACES
005760         DISPLAY "Repertoire cible obligatoire - rien n'est copie"
005770         GO TO 1000-CONTROLER-CIBLE-EXIT
005780     END-IF.
005790     MOVE SPACES TO WS-JETON.
005800     STRING "ANONYMISER " WS-DATE-JOUR WS-HEURE-JOUR
005810            DELIMITED BY SIZE
005820         INTO WS-JETON.
005830     MOVE WS-NOM-TEMOIN TO WS-NOM-SORTIE.
005840     OPEN OUTPUT SORTIE-FILE.
005850     IF NOT SORTIE-OK
005860         CALL "FICHSTAT" USING WS-SORTIE-STATUS
005870             WS-MESSAGE-STATUT
005880         DISPLAY FUNCTION TRIM(WS-NOM-TEMOIN) " : "
005890             FUNCTION TRIM(WS-MESSAGE-STATUT)
005900         GO TO 1000-CONTROLER-CIBLE-EXIT
005910     END-IF.
005920     MOVE WS-JETON TO SORTIE-LIGNE.
005930     WRITE SORTIE-LIGNE.
005940     CLOSE SORTIE-FILE.
005950     MOVE SPACES TO WS-NOM-SOURCE.
005960     STRING FUNCTION TRIM(WS-REP-CIBLE) DELIMITED BY SIZE
005970            "/"                         DELIMITED BY SIZE
005980            WS-NOM-TEMOIN               DELIMITED BY SPACE
005990         INTO WS-NOM-SOURCE.
006000     MOVE SPACES TO SOURCE-LIGNE.
006010     OPEN INPUT SOURCE-FILE.
006020     IF SOURCE-OK
006030         READ SOURCE-FILE
006040             AT END MOVE SPACES TO SOURCE-LIGNE
006050         END-READ
006060         CLOSE SOURCE-FILE
006070     END-IF.
006080     CALL "CBL_DELETE_FILE" USING WS-NOM-TEMOIN
006090         RETURNING WS-RETOUR-SUPPRESSION.
006100     IF SOURCE-LIGNE(1:30) = WS-JETON
006110         DISPLAY "Refus : " FUNCTION TRIM(WS-REP-CIBLE)
006120             " est le repertoire des fichiers en service"
006130         GO TO 1000-CONTROLER-CIBLE-EXIT
006140     END-IF.
006150     SET CIBLE-VALIDE TO TRUE.
006160 1000-CONTROLER-CIBLE-EXIT.
006170     EXIT.
006180
006190*----------------------------------------------------------------
006200* 1500-SAISIR-ECHELLE - PERCENTAGE APPLIED TO EVERY AMOUNT, 100
006210* KEEPS THEM. NEVER ABOVE 100 : BALANCES AND MOVEMENTS ARE ONLY
006220* FOUR DIGITS WIDE
006230*----------------------------------------------------------------
006240 1500-SAISIR-ECHELLE.
006250     DISPLAY "Montants a reporter en % (1 a 100, Entree = 100)"
006260         " : ".
006270     ACCEPT WS-TAUX-ECHELLE.
006280     IF WS-TAUX-ECHELLE = ZERO
006290         MOVE 100 TO WS-TAUX-ECHELLE
006300     END-IF.
006310     IF WS-TAUX-ECHELLE > 100
006320         DISPLAY "Pourcentage entre 1 et 100"
006330         GO TO 1500-SAISIR-ECHELLE
006340     END-IF.
006350 1500-SAISIR-ECHELLE-EXIT.
006360     EXIT.
006370
006380*----------------------------------------------------------------
006390* 1800-CHARGER-CLIENTS - THE CUSTOMER CODES IN KEY ORDER, SO THE
006400* NEW CODES KEEP THE SAME ORDER. CODES ONLY FOUND IN OTHER FILES
006410* ARE ADDED AFTER THEM AS THEY ARE MET
006420*----------------------------------------------------------------
006430 1800-CHARGER-CLIENTS.
006440     OPEN INPUT CLIENTS-FILE.
006450     IF NOT SOURCE-OK
006460         GO TO 1800-CHARGER-CLIENTS-EXIT
006470     END-IF.
006480     SET CODE-AJOUT TO TRUE.
006490     MOVE "N" TO WS-FIN-FICHIER.
006500     PERFORM UNTIL FIN-FICHIER
006510         READ CLIENTS-FILE
006520             AT END SET FIN-FICHIER TO TRUE
006530             NOT AT END
006540                 MOVE CLI-CODE TO WS-CODE-REEL
006550                 PERFORM 6100-CODE-CLIENT
006560                     THRU 6100-CODE-CLIENT-EXIT
006570         END-READ
006580     END-PERFORM.
006590     CLOSE CLIENTS-FILE.
006600 1800-CHARGER-CLIENTS-EXIT.
006610     EXIT.
006620
006630*----------------------------------------------------------------
006640* 2000-COPIER-ELEVES - NAME, CONTACT AND STREET; STU-ID, CLASS
006650* AND TOWN ARE KEPT
006660*----------------------------------------------------------------
006670 2000-COPIER-ELEVES.
006680     MOVE "eleves.txt" TO WS-NOM-FICHIER.
006690     PERFORM 8300-PREPARER-FICHIER
006700         THRU 8300-PREPARER-FICHIER-EXIT.
006710     OPEN INPUT ELEVES-FILE.
006720     IF NOT SOURCE-OK
006730         MOVE WS-SOURCE-STATUS TO WS-STATUT-SOURCE
006740         GO TO 2000-COPIER-ELEVES-FIN
006750     END-IF.
006760     OPEN OUTPUT ELEVES-SORTIE.
006770     IF NOT SORTIE-OK
006780         MOVE WS-SORTIE-STATUS TO WS-STATUT-SORTIE
006790         CLOSE ELEVES-FILE
006800         GO TO 2000-COPIER-ELEVES-FIN
006810     END-IF.
006820     PERFORM UNTIL FIN-FICHIER
006830         READ ELEVES-FILE
006840             AT END SET FIN-FICHIER TO TRUE
006850             NOT AT END
006860                 ADD 1 TO WS-NB-LUS
006870                 MOVE STU-NOM TO WS-NOM-REEL
006880                 PERFORM 6000-FAUX-NOM
006890                     THRU 6000-FAUX-NOM-EXIT
006900                 MOVE WS-NOM-FAUX TO STU-NOM
006910                 MOVE STU-CONTACT TO WS-CONTACT
006920                 PERFORM 6300-FAUX-CONTACT
006930                     THRU 6300-FAUX-CONTACT-EXIT
006940                 MOVE WS-CONTACT TO STU-CONTACT
006950                 IF STU-ADRESSE-1 NOT = SPACES
006960                     MOVE WS-RUE-FAUSSE TO STU-ADRESSE-1
006970                     ADD 1 TO WS-NB-CONTACTS
006980                 END-IF
006990                 MOVE STUDENT-RECORD TO ELS-RECORD
007000                 WRITE ELS-RECORD
007010                     INVALID KEY ADD 1 TO WS-NB-REJETS
007020                     NOT INVALID KEY ADD 1 TO WS-NB-ECRITS
007030                 END-WRITE
007040         END-READ
007050     END-PERFORM.
007060     CLOSE ELEVES-FILE ELEVES-SORTIE.
007070 2000-COPIER-ELEVES-FIN.
007080     PERFORM 8100-RAPPORTER-FICHIER
007090         THRU 8100-RAPPORTER-FICHIER-EXIT.
007100 2000-COPIER-ELEVES-EXIT.
007110     EXIT.
007120
007130*----------------------------------------------------------------
007140* 2100-COPIER-TUTEURS - PARENTS AND GUARDIANS : NAME, STREET,
007150* PHONE, EMAIL
007160*----------------------------------------------------------------
007170 2100-COPIER-TUTEURS.
007180     MOVE "TUTEURS.DAT" TO WS-NOM-FICHIER.
007190     PERFORM 8300-PREPARER-FICHIER
007200         THRU 8300-PREPARER-FICHIER-EXIT.
007210     OPEN INPUT TUTEURS-FILE.
007220     IF NOT SOURCE-OK
007230         MOVE WS-SOURCE-STATUS TO WS-STATUT-SOURCE
007240         GO TO 2100-COPIER-TUTEURS-FIN
007250     END-IF.
007260     OPEN OUTPUT TUTEURS-SORTIE.
007270     IF NOT SORTIE-OK
007280         MOVE WS-SORTIE-STATUS TO WS-STATUT-SORTIE
007290         CLOSE TUTEURS-FILE
007300         GO TO 2100-COPIER-TUTEURS-FIN
007310     END-IF.
007320     PERFORM UNTIL FIN-FICHIER
007330         READ TUTEURS-FILE
007340             AT END SET FIN-FICHIER TO TRUE
007350             NOT AT END
007360                 ADD 1 TO WS-NB-LUS
007370                 MOVE TUT-NOM TO WS-NOM-REEL
007380                 PERFORM 6000-FAUX-NOM
007390                     THRU 6000-FAUX-NOM-EXIT
007400                 MOVE WS-NOM-FAUX TO TUT-NOM
007410                 IF TUT-ADRESSE-1 NOT = SPACES
007420                     MOVE WS-RUE-FAUSSE TO TUT-ADRESSE-1
007430                     ADD 1 TO WS-NB-CONTACTS
007440                 END-IF
007450                 IF TUT-TELEPHONE NOT = SPACES
007460                     MOVE WS-TELEPHONE-FAUX TO TUT-TELEPHONE
007470                     ADD 1 TO WS-NB-CONTACTS
007480                 END-IF
007490                 IF TUT-EMAIL NOT = SPACES
007500                     MOVE WS-COURRIEL-FAUX TO TUT-EMAIL
007510                     ADD 1 TO WS-NB-CONTACTS
007520                 END-IF
007530                 MOVE TUTEUR-RECORD TO TUS-RECORD
007540                 WRITE TUS-RECORD
007550                     INVALID KEY ADD 1 TO WS-NB-REJETS
007560                     NOT INVALID KEY ADD 1 TO WS-NB-ECRITS
007570                 END-WRITE
007580         END-READ
007590     END-PERFORM.
007600     CLOSE TUTEURS-FILE TUTEURS-SORTIE.
007610 2100-COPIER-TUTEURS-FIN.
007620     PERFORM 8100-RAPPORTER-FICHIER
007630         THRU 8100-RAPPORTER-FICHIER-EXIT.
007640 2100-COPIER-TUTEURS-EXIT.
007650     EXIT.
007660
007670*----------------------------------------------------------------
007680* 2200-ANONYMISER-ALUMNI - FORMER STUDENTS, SAME FAKES AS ON
007690* THE ROSTER
007700*----------------------------------------------------------------
007710 2200-ANONYMISER-ALUMNI.
007720     MOVE SORTIE-LIGNE TO ALUMNI-RECORD.
007730     MOVE ALU-NOM TO WS-NOM-REEL.
007740     PERFORM 6000-FAUX-NOM
007750         THRU 6000-FAUX-NOM-EXIT.
007760     MOVE WS-NOM-FAUX TO ALU-NOM.
007770     MOVE ALU-CONTACT TO WS-CONTACT.
007780     PERFORM 6300-FAUX-CONTACT
007790         THRU 6300-FAUX-CONTACT-EXIT.
007800     MOVE WS-CONTACT TO ALU-CONTACT.
007810     MOVE ALUMNI-RECORD TO SORTIE-LIGNE.
007820 2200-ANONYMISER-ALUMNI-EXIT.
007830     EXIT.
007840
007850*----------------------------------------------------------------
007860* 2300-ANONYMISER-NOTES - THE NAME IS THE LINK TO THE ROSTER
007870*----------------------------------------------------------------
007880 2300-ANONYMISER-NOTES.
007890     MOVE SORTIE-LIGNE TO NOTES-RECORD.
007900     MOVE NOT-NOM-ETUDIANT TO WS-NOM-REEL.
007910     PERFORM 6000-FAUX-NOM
007920         THRU 6000-FAUX-NOM-EXIT.
007930     MOVE WS-NOM-FAUX TO NOT-NOM-ETUDIANT.
007940     MOVE NOTES-RECORD TO SORTIE-LIGNE.
007950 2300-ANONYMISER-NOTES-EXIT.
007960     EXIT.
007970
007980*----------------------------------------------------------------
007990* 2400-ANONYMISER-BULLARCH - TERM HISTORY, NAME IN COLS 11-30
008000*----------------------------------------------------------------
008010 2400-ANONYMISER-BULLARCH.
008020     MOVE SORTIE-LIGNE TO ARCH-RECORD.
008030     MOVE ARCH-NOM TO WS-NOM-REEL.
008040     PERFORM 6000-FAUX-NOM
008050         THRU 6000-FAUX-NOM-EXIT.
008060     MOVE WS-NOM-FAUX TO ARCH-NOM.
008070     MOVE ARCH-RECORD TO SORTIE-LIGNE.
008080 2400-ANONYMISER-BULLARCH-EXIT.
008090     EXIT.
008100
008110*----------------------------------------------------------------
008120* 2500-ANONYMISER-RATTRAP - RESIT GRADES, SAME NAME COLUMNS
008130*----------------------------------------------------------------
008140 2500-ANONYMISER-RATTRAP.
008150     MOVE SORTIE-LIGNE TO RATTRAP-RECORD.
008160     MOVE RAT-NOM TO WS-NOM-REEL.
008170     PERFORM 6000-FAUX-NOM
008180         THRU 6000-FAUX-NOM-EXIT.
008190     MOVE WS-NOM-FAUX TO RAT-NOM.
008200     MOVE RATTRAP-RECORD TO SORTIE-LIGNE.
008210 2500-ANONYMISER-RATTRAP-EXIT.
008220     EXIT.
008230
008231*----------------------------------------------------------------
008232* 2600-COPIER-ENSEIGNANTS - TEACHERS : NAME AND CONTACT; CODES,
008233* CLASSES AND SUBJECTS ARE KEPT
008234*----------------------------------------------------------------
008235 2600-COPIER-ENSEIGNANTS.
008236     MOVE "ENSEIGNANTS.DAT" TO WS-NOM-FICHIER.
008237     PERFORM 8300-PREPARER-FICHIER
008238         THRU 8300-PREPARER-FICHIER-EXIT.
008239     OPEN INPUT ENSEIGNANTS-FILE.
008240     IF NOT SOURCE-OK
008241         MOVE WS-SOURCE-STATUS TO WS-STATUT-SOURCE
008242         GO TO 2600-COPIER-ENSEIGNANTS-FIN
008243     END-IF.
008244     OPEN OUTPUT ENSEIGNANTS-SORTIE.
008245     IF NOT SORTIE-OK
008246         MOVE WS-SORTIE-STATUS TO WS-STATUT-SORTIE
008247         CLOSE ENSEIGNANTS-FILE
008248         GO TO 2600-COPIER-ENSEIGNANTS-FIN
008249     END-IF.
008250     PERFORM UNTIL FIN-FICHIER
008251         READ ENSEIGNANTS-FILE
008252             AT END SET FIN-FICHIER TO TRUE
008253             NOT AT END
008254                 ADD 1 TO WS-NB-LUS
008255                 MOVE ENS-NOM TO WS-NOM-REEL
008256                 PERFORM 6000-FAUX-NOM
008257                     THRU 6000-FAUX-NOM-EXIT
008258                 MOVE WS-NOM-FAUX TO ENS-NOM
008259                 MOVE ENS-CONTACT TO WS-CONTACT
008260                 PERFORM 6300-FAUX-CONTACT
008261                     THRU 6300-FAUX-CONTACT-EXIT
008262                 MOVE WS-CONTACT TO ENS-CONTACT
008263                 MOVE ENSEIGNANT-RECORD TO EGS-RECORD
008264                 WRITE EGS-RECORD
008265                     INVALID KEY ADD 1 TO WS-NB-REJETS
008266                     NOT INVALID KEY ADD 1 TO WS-NB-ECRITS
008267                 END-WRITE
008268         END-READ
008269     END-PERFORM.
008270     CLOSE ENSEIGNANTS-FILE ENSEIGNANTS-SORTIE.
008271 2600-COPIER-ENSEIGNANTS-FIN.
008272     PERFORM 8100-RAPPORTER-FICHIER
008273         THRU 8100-RAPPORTER-FICHIER-EXIT.
008274 2600-COPIER-ENSEIGNANTS-EXIT.
008275     EXIT.
008276
008277*----------------------------------------------------------------
008278* 2700-COPIER-ATTENTE - WAITING LIST : NAME, CONTACT AND STREET
008279* AS ON THE ROSTER; THE STU-ID OF AN ADMITTED CHILD IS KEPT
008280*----------------------------------------------------------------
008281 2700-COPIER-ATTENTE.
008282     MOVE "ATTENTE.DAT" TO WS-NOM-FICHIER.
008283     PERFORM 8300-PREPARER-FICHIER
008284         THRU 8300-PREPARER-FICHIER-EXIT.
008285     OPEN INPUT ATTENTE-FILE.
008286     IF NOT SOURCE-OK
008287         MOVE WS-SOURCE-STATUS TO WS-STATUT-SOURCE
008288         GO TO 2700-COPIER-ATTENTE-FIN
008289     END-IF.
008290     OPEN OUTPUT ATTENTE-SORTIE.
008291     IF NOT SORTIE-OK
008292         MOVE WS-SORTIE-STATUS TO WS-STATUT-SORTIE
008293         CLOSE ATTENTE-FILE
008294         GO TO 2700-COPIER-ATTENTE-FIN
008295     END-IF.
008296     PERFORM UNTIL FIN-FICHIER
008297         READ ATTENTE-FILE
008298             AT END SET FIN-FICHIER TO TRUE
008299             NOT AT END
008300                 ADD 1 TO WS-NB-LUS
008301                 MOVE ATT-NOM TO WS-NOM-REEL
008302                 PERFORM 6000-FAUX-NOM
008303                     THRU 6000-FAUX-NOM-EXIT
008304                 MOVE WS-NOM-FAUX TO ATT-NOM
008305                 MOVE ATT-CONTACT TO WS-CONTACT
008306                 PERFORM 6300-FAUX-CONTACT
008307                     THRU 6300-FAUX-CONTACT-EXIT
008308                 MOVE WS-CONTACT TO ATT-CONTACT
008309                 IF ATT-ADRESSE-1 NOT = SPACES
008310                     MOVE WS-RUE-FAUSSE TO ATT-ADRESSE-1
008311                     ADD 1 TO WS-NB-CONTACTS
008312                 END-IF
008313                 MOVE ATTENTE-RECORD TO ATS-RECORD
008314                 WRITE ATS-RECORD
008315                     INVALID KEY ADD 1 TO WS-NB-REJETS
008316                     NOT INVALID KEY ADD 1 TO WS-NB-ECRITS
008317                 END-WRITE
008318         END-READ
008319     END-PERFORM.
008320     CLOSE ATTENTE-FILE ATTENTE-SORTIE.
008321 2700-COPIER-ATTENTE-FIN.
008322     PERFORM 8100-RAPPORTER-FICHIER
008323         THRU 8100-RAPPORTER-FICHIER-EXIT.
008324 2700-COPIER-ATTENTE-EXIT.
008325     EXIT.
008326
008327*----------------------------------------------------------------
008328* 2800-COPIER-FRATRIES - STU-ID TO FAMILY CODE, NOTHING PERSONAL :
008329* COPIED AS IT IS SO THE SIBLINGS STILL MATCH THE ROSTER
008330*----------------------------------------------------------------
008331 2800-COPIER-FRATRIES.
008332     MOVE "FRATRIES.DAT" TO WS-NOM-FICHIER.
008333     PERFORM 8300-PREPARER-FICHIER
008334         THRU 8300-PREPARER-FICHIER-EXIT.
008335     OPEN INPUT FRATRIES-FILE.
008336     IF NOT SOURCE-OK
008337         MOVE WS-SOURCE-STATUS TO WS-STATUT-SOURCE
008338         GO TO 2800-COPIER-FRATRIES-FIN
008339     END-IF.
008340     OPEN OUTPUT FRATRIES-SORTIE.
008341     IF NOT SORTIE-OK
008342         MOVE WS-SORTIE-STATUS TO WS-STATUT-SORTIE
008343         CLOSE FRATRIES-FILE
008344         GO TO 2800-COPIER-FRATRIES-FIN
008345     END-IF.
008346     PERFORM UNTIL FIN-FICHIER
008347         READ FRATRIES-FILE
008348             AT END SET FIN-FICHIER TO TRUE
008349             NOT AT END
008350                 ADD 1 TO WS-NB-LUS
008351                 MOVE FRATRIE-RECORD TO FRS-RECORD
008352                 WRITE FRS-RECORD
008353                     INVALID KEY ADD 1 TO WS-NB-REJETS
008354                     NOT INVALID KEY ADD 1 TO WS-NB-ECRITS
008355                 END-WRITE
008356         END-READ
008357     END-PERFORM.
008358     CLOSE FRATRIES-FILE FRATRIES-SORTIE.
008359 2800-COPIER-FRATRIES-FIN.
008360     PERFORM 8100-RAPPORTER-FICHIER
008361         THRU 8100-RAPPORTER-FICHIER-EXIT.
008362 2800-COPIER-FRATRIES-EXIT.
008363     EXIT.
008364
008365*----------------------------------------------------------------
008366* 2900-COPIER-BOURSES - GRANTS BY STU-ID : THE FIXED AMOUNTS
008367* FOLLOW THE SCALE, PERCENTAGES ARE KEPT
008368*----------------------------------------------------------------
008369 2900-COPIER-BOURSES.
008370     MOVE "BOURSES.DAT" TO WS-NOM-FICHIER.
008371     PERFORM 8300-PREPARER-FICHIER
008372         THRU 8300-PREPARER-FICHIER-EXIT.
008373     OPEN INPUT BOURSES-FILE.
008374     IF NOT SOURCE-OK
008375         MOVE WS-SOURCE-STATUS TO WS-STATUT-SOURCE
008376         GO TO 2900-COPIER-BOURSES-FIN
008377     END-IF.
008378     OPEN OUTPUT BOURSES-SORTIE.
008379     IF NOT SORTIE-OK
008380         MOVE WS-SORTIE-STATUS TO WS-STATUT-SORTIE
008381         CLOSE BOURSES-FILE
008382         GO TO 2900-COPIER-BOURSES-FIN
008383     END-IF.
008384     PERFORM UNTIL FIN-FICHIER
008385         READ BOURSES-FILE
008386             AT END SET FIN-FICHIER TO TRUE
008387             NOT AT END
008388                 ADD 1 TO WS-NB-LUS
008389                 MOVE BRS-MONTANT TO WS-MONTANT
008390                 PERFORM 6200-ECHELLE-MONTANT
008391                     THRU 6200-ECHELLE-MONTANT-EXIT
008392                 MOVE WS-MONTANT TO BRS-MONTANT
008393                 MOVE BOURSE-RECORD TO BSS-RECORD
008394                 WRITE BSS-RECORD
008395                     INVALID KEY ADD 1 TO WS-NB-REJETS
008396                     NOT INVALID KEY ADD 1 TO WS-NB-ECRITS
008397                 END-WRITE
008398         END-READ
008399     END-PERFORM.
008400     CLOSE BOURSES-FILE BOURSES-SORTIE.
008401 2900-COPIER-BOURSES-FIN.
008402     PERFORM 8100-RAPPORTER-FICHIER
008403         THRU 8100-RAPPORTER-FICHIER-EXIT.
008404 2900-COPIER-BOURSES-EXIT.
008405     EXIT.
008406
008407*----------------------------------------------------------------
008408* 3000-COPIER-CLIENTS - NEW CODE, NAME, CONTACTS, COMPANY
008409* NUMBERS; THE CREDIT LIMIT FOLLOWS THE SCALE
008410*----------------------------------------------------------------
008411 3000-COPIER-CLIENTS.
008412     MOVE "CLIENTS.DAT" TO WS-NOM-FICHIER.
008413     PERFORM 8300-PREPARER-FICHIER
008414         THRU 8300-PREPARER-FICHIER-EXIT.
008415     OPEN INPUT CLIENTS-FILE.
008416     IF NOT SOURCE-OK
008417         MOVE WS-SOURCE-STATUS TO WS-STATUT-SOURCE
008418         GO TO 3000-COPIER-CLIENTS-FIN
008419     END-IF.
008420     OPEN OUTPUT CLIENTS-SORTIE.
008421     IF NOT SORTIE-OK
008422         MOVE WS-SORTIE-STATUS TO WS-STATUT-SORTIE
008423         CLOSE CLIENTS-FILE
008424         GO TO 3000-COPIER-CLIENTS-FIN
008425     END-IF.
008430     SET CODE-AJOUT TO TRUE.
008440     PERFORM UNTIL FIN-FICHIER
008450         READ CLIENTS-FILE
008460             AT END SET FIN-FICHIER TO TRUE
008470             NOT AT END
008480                 ADD 1 TO WS-NB-LUS
008490                 PERFORM 3010-ANONYMISER-CLIENT
008500                     THRU 3010-ANONYMISER-CLIENT-EXIT
008510                 MOVE CLIENT-RECORD TO CLS-RECORD
008520                 WRITE CLS-RECORD
008530                     INVALID KEY ADD 1 TO WS-NB-REJETS
008540                     NOT INVALID KEY ADD 1 TO WS-NB-ECRITS
008550                 END-WRITE
008560         END-READ
008570     END-PERFORM.
008580     CLOSE CLIENTS-FILE CLIENTS-SORTIE.
008590 3000-COPIER-CLIENTS-FIN.
008600     PERFORM 8100-RAPPORTER-FICHIER
008610         THRU 8100-RAPPORTER-FICHIER-EXIT.
008620 3000-COPIER-CLIENTS-EXIT.
008630     EXIT.
008640
008650 3010-ANONYMISER-CLIENT.
008660     MOVE CLI-CODE TO WS-CODE-REEL.
008670     PERFORM 6100-CODE-CLIENT
008680         THRU 6100-CODE-CLIENT-EXIT.
008690     MOVE WS-CODE-FAUX TO CLI-CODE.
008700     MOVE CLI-NOM TO WS-NOM-REEL.
008710     PERFORM 6000-FAUX-NOM
008720         THRU 6000-FAUX-NOM-EXIT.
008730     MOVE WS-NOM-FAUX TO CLI-NOM.
008740     IF CLI-EMAIL NOT = SPACES
008750         MOVE WS-COURRIEL-FAUX TO CLI-EMAIL
008760         ADD 1 TO WS-NB-CONTACTS
008770     END-IF.
008780     IF CLI-TELEPHONE NOT = SPACES
008790         MOVE WS-TELEPHONE-FAUX TO CLI-TELEPHONE
008800         ADD 1 TO WS-NB-CONTACTS
008810     END-IF.
008820     IF CLI-ADRESSE-1 NOT = SPACES
008830         MOVE WS-RUE-FAUSSE TO CLI-ADRESSE-1
008840         ADD 1 TO WS-NB-CONTACTS
008850     END-IF.
008860     MOVE WS-RANG-CLIENT TO WS-RANG-LONG.
008870     IF CLI-SIRET NOT = SPACES
008880         MOVE SPACES TO CLI-SIRET
008890         STRING "99999" WS-RANG-LONG DELIMITED BY SIZE
008900             INTO CLI-SIRET
008910         ADD 1 TO WS-NB-CODES
008920     END-IF.
008930     IF CLI-NUM-TVA NOT = SPACES
008940         MOVE SPACES TO CLI-NUM-TVA
008950         STRING "FR00" WS-RANG-LONG DELIMITED BY SIZE
008960             INTO CLI-NUM-TVA
008970         ADD 1 TO WS-NB-CODES
008980     END-IF.
008990     MOVE CLI-PLAFOND TO WS-MONTANT.
009000     PERFORM 6200-ECHELLE-MONTANT
009010         THRU 6200-ECHELLE-MONTANT-EXIT.
009020     MOVE WS-MONTANT TO CLI-PLAFOND.
009030 3010-ANONYMISER-CLIENT-EXIT.
009040     EXIT.
009050
009051*----------------------------------------------------------------
009052* 3050-COPIER-PRODUITS - PRODUCT MASTER, REFERENCE DATA : COPIED
009053* AS IT IS, PRICES AND COSTS INCLUDED
009054*----------------------------------------------------------------
009055 3050-COPIER-PRODUITS.
009056     MOVE "PRODUITS.DAT" TO WS-NOM-FICHIER.
009057     PERFORM 8300-PREPARER-FICHIER
009058         THRU 8300-PREPARER-FICHIER-EXIT.
009059     OPEN INPUT PRODUITS-FILE.
009060     IF NOT SOURCE-OK
009061         MOVE WS-SOURCE-STATUS TO WS-STATUT-SOURCE
009062         GO TO 3050-COPIER-PRODUITS-FIN
009063     END-IF.
009064     OPEN OUTPUT PRODUITS-SORTIE.
009065     IF NOT SORTIE-OK
009066         MOVE WS-SORTIE-STATUS TO WS-STATUT-SORTIE
009067         CLOSE PRODUITS-FILE
009068         GO TO 3050-COPIER-PRODUITS-FIN
009069     END-IF.
009070     PERFORM UNTIL FIN-FICHIER
009071         READ PRODUITS-FILE
009072             AT END SET FIN-FICHIER TO TRUE
009073             NOT AT END
009074                 ADD 1 TO WS-NB-LUS
009075                 MOVE PRODUIT-RECORD TO PDS-RECORD
009076                 WRITE PDS-RECORD
009077                     INVALID KEY ADD 1 TO WS-NB-REJETS
009078                     NOT INVALID KEY ADD 1 TO WS-NB-ECRITS
009079                 END-WRITE
009080         END-READ
009081     END-PERFORM.
009082     CLOSE PRODUITS-FILE PRODUITS-SORTIE.
009083 3050-COPIER-PRODUITS-FIN.
009084     PERFORM 8100-RAPPORTER-FICHIER
009085         THRU 8100-RAPPORTER-FICHIER-EXIT.
009086 3050-COPIER-PRODUITS-EXIT.
009087     EXIT.
009088
009089*----------------------------------------------------------------
009090* 3060-COPIER-VILLES - TOWNS AND DELIVERY LEAD TIMES, REFERENCE
009091* DATA : COPIED AS IT IS
009092*----------------------------------------------------------------
009093 3060-COPIER-VILLES.
009094     MOVE "VILLES.DAT" TO WS-NOM-FICHIER.
009095     PERFORM 8300-PREPARER-FICHIER
009096         THRU 8300-PREPARER-FICHIER-EXIT.
009097     OPEN INPUT VILLES-FILE.
009098     IF NOT SOURCE-OK
009099         MOVE WS-SOURCE-STATUS TO WS-STATUT-SOURCE
009100         GO TO 3060-COPIER-VILLES-FIN
009101     END-IF.
009102     OPEN OUTPUT VILLES-SORTIE.
009103     IF NOT SORTIE-OK
009104         MOVE WS-SORTIE-STATUS TO WS-STATUT-SORTIE
009105         CLOSE VILLES-FILE
009106         GO TO 3060-COPIER-VILLES-FIN
009107     END-IF.
009108     PERFORM UNTIL FIN-FICHIER
009109         READ VILLES-FILE
009110             AT END SET FIN-FICHIER TO TRUE
009111             NOT AT END
009112                 ADD 1 TO WS-NB-LUS
009113                 MOVE VILLE-RECORD TO VLS-RECORD
009114                 WRITE VLS-RECORD
009115                     INVALID KEY ADD 1 TO WS-NB-REJETS
009116                     NOT INVALID KEY ADD 1 TO WS-NB-ECRITS
009117                 END-WRITE
009118         END-READ
009119     END-PERFORM.
009120     CLOSE VILLES-FILE VILLES-SORTIE.
009121 3060-COPIER-VILLES-FIN.
009122     PERFORM 8100-RAPPORTER-FICHIER
009123         THRU 8100-RAPPORTER-FICHIER-EXIT.
009124 3060-COPIER-VILLES-EXIT.
009125     EXIT.
009126
009127*----------------------------------------------------------------
009128* 3100-COPIER-COMMANDES - CUSTOMER CODE AND AMOUNTS; ORDER
009129* NUMBERS, PRODUCTS AND DATES ARE KEPT
009130*----------------------------------------------------------------
009131 3100-COPIER-COMMANDES.
009132     MOVE "ORDERS.DAT" TO WS-NOM-FICHIER.
009133     PERFORM 8300-PREPARER-FICHIER
009134         THRU 8300-PREPARER-FICHIER-EXIT.
009140     OPEN INPUT ORDERS-FILE.
009150     IF NOT SOURCE-OK
009160         MOVE WS-SOURCE-STATUS TO WS-STATUT-SOURCE
009170         GO TO 3100-COPIER-COMMANDES-FIN
009180     END-IF.
009190     OPEN OUTPUT ORDERS-SORTIE.
009200     IF NOT SORTIE-OK
009210         MOVE WS-SORTIE-STATUS TO WS-STATUT-SORTIE
009220         CLOSE ORDERS-FILE
009230         GO TO 3100-COPIER-COMMANDES-FIN
009240     END-IF.
009250     SET CODE-AJOUT TO TRUE.
009260     PERFORM UNTIL FIN-FICHIER
009270         READ ORDERS-FILE
009280             AT END SET FIN-FICHIER TO TRUE
009290             NOT AT END
009300                 ADD 1 TO WS-NB-LUS
009310                 MOVE CMD-CLIENT TO WS-CODE-REEL
009320                 PERFORM 6100-CODE-CLIENT
009330                     THRU 6100-CODE-CLIENT-EXIT
009340                 MOVE WS-CODE-FAUX TO CMD-CLIENT
009350                 MOVE CMD-MONTANT TO WS-MONTANT
009360                 PERFORM 6200-ECHELLE-MONTANT
009370                     THRU 6200-ECHELLE-MONTANT-EXIT
009380                 MOVE WS-MONTANT TO CMD-MONTANT
009390                 MOVE CMD-FRAIS-PORT TO WS-MONTANT
009400                 PERFORM 6200-ECHELLE-MONTANT
009410                     THRU 6200-ECHELLE-MONTANT-EXIT
009420                 MOVE WS-MONTANT TO CMD-FRAIS-PORT
009430                 MOVE CMD-ENCAISSE TO WS-MONTANT
009440                 PERFORM 6200-ECHELLE-MONTANT
009450                     THRU 6200-ECHELLE-MONTANT-EXIT
009460                 MOVE WS-MONTANT TO CMD-ENCAISSE
009470                 MOVE ORDER-RECORD TO CMS-RECORD
009480                 WRITE CMS-RECORD
009490                     INVALID KEY ADD 1 TO WS-NB-REJETS
009500                     NOT INVALID KEY ADD 1 TO WS-NB-ECRITS
009510                 END-WRITE
009520         END-READ
009530     END-PERFORM.
009540     CLOSE ORDERS-FILE ORDERS-SORTIE.
009550 3100-COPIER-COMMANDES-FIN.
009560     PERFORM 8100-RAPPORTER-FICHIER
009570         THRU 8100-RAPPORTER-FICHIER-EXIT.
009580 3100-COPIER-COMMANDES-EXIT.
009590     EXIT.
009600
009601*----------------------------------------------------------------
009602* 3150-ANONYMISER-ORDARCH - ARCHIVED ORDERS, SAME TREATMENT AS
009603* ORDERS.DAT
009604*----------------------------------------------------------------
009605 3150-ANONYMISER-ORDARCH.
009606     MOVE SORTIE-LIGNE TO ARCHIVE-RECORD.
009607     PERFORM 3160-ANONYMISER-ORDRE-ARCHIVE
009608         THRU 3160-ANONYMISER-ORDRE-ARCHIVE-EXIT.
009609     MOVE ARCHIVE-RECORD TO SORTIE-LIGNE.
009610 3150-ANONYMISER-ORDARCH-EXIT.
009611     EXIT.
009612
009613*----------------------------------------------------------------
009614* 3160-ANONYMISER-ORDRE-ARCHIVE - CUSTOMER CODE AND AMOUNTS OF
009615* THE ORDER IMAGE IN ARCHIVE-RECORD (ORDARCH.DAT, OR THE ORDER
009616* HELD IN A CMDBLOQ.DAT LINE)
009617*----------------------------------------------------------------
009618 3160-ANONYMISER-ORDRE-ARCHIVE.
009619     MOVE ARC-CLIENT TO WS-CODE-REEL.
009620     SET CODE-AJOUT TO TRUE.
009621     PERFORM 6100-CODE-CLIENT
009622         THRU 6100-CODE-CLIENT-EXIT.
009623     MOVE WS-CODE-FAUX TO ARC-CLIENT.
009624     MOVE ARC-MONTANT TO WS-MONTANT.
009625     PERFORM 6200-ECHELLE-MONTANT
009626         THRU 6200-ECHELLE-MONTANT-EXIT.
009627     MOVE WS-MONTANT TO ARC-MONTANT.
009628     MOVE ARC-FRAIS-PORT TO WS-MONTANT.
009629     PERFORM 6200-ECHELLE-MONTANT
009630         THRU 6200-ECHELLE-MONTANT-EXIT.
009631     MOVE WS-MONTANT TO ARC-FRAIS-PORT.
009632     MOVE ARC-ENCAISSE TO WS-MONTANT.
009633     PERFORM 6200-ECHELLE-MONTANT
009634         THRU 6200-ECHELLE-MONTANT-EXIT.
009635     MOVE WS-MONTANT TO ARC-ENCAISSE.
009636 3160-ANONYMISER-ORDRE-ARCHIVE-EXIT.
009637     EXIT.
009638
009639*----------------------------------------------------------------
009640* 3200-ANONYMISER-ENCOURS - ENC-CLIENT CARRIES A CUSTOMER CODE
009641* (TTC) OR A STUDENT'S NAME (FACTURERELEVES) : A KNOWN CODE GETS
009642* ITS NEW CODE, ANYTHING ELSE IS TREATED AS A NAME
009650*----------------------------------------------------------------
009660 3200-ANONYMISER-ENCOURS.
009670     MOVE SORTIE-LIGNE TO ENCOURS-RECORD.
009680     MOVE "N" TO WS-CODE-CONNU.
009690     IF ENC-CLIENT(11:20) = SPACES
009700         MOVE ENC-CLIENT(1:10) TO WS-CODE-REEL
009710         SET CODE-RECHERCHE TO TRUE
009720         PERFORM 6100-CODE-CLIENT
009730             THRU 6100-CODE-CLIENT-EXIT
009740     END-IF.
009750     IF CODE-CONNU
009760         MOVE WS-CODE-FAUX TO ENC-CLIENT
009770     ELSE
009780         MOVE ENC-CLIENT TO WS-NOM-REEL
009790         PERFORM 6000-FAUX-NOM
009800             THRU 6000-FAUX-NOM-EXIT
009810         MOVE WS-NOM-FAUX TO ENC-CLIENT
009820     END-IF.
009830     MOVE ENC-MONTANT-TTC TO WS-MONTANT.
009840     PERFORM 6200-ECHELLE-MONTANT
009850         THRU 6200-ECHELLE-MONTANT-EXIT.
009860     MOVE WS-MONTANT TO ENC-MONTANT-TTC.
009870     MOVE ENCOURS-RECORD TO SORTIE-LIGNE.
009880 3200-ANONYMISER-ENCOURS-EXIT.
009890     EXIT.
009900
009901*----------------------------------------------------------------
009902* 3250-COPIER-AVOIRS - CREDIT NOTES : CUSTOMER CODE AND AMOUNTS;
009903* CREDIT NOTE, ORDER AND INVOICE NUMBERS ARE KEPT
009904*----------------------------------------------------------------
009905 3250-COPIER-AVOIRS.
009906     MOVE "AVOIRS.DAT" TO WS-NOM-FICHIER.
009907     PERFORM 8300-PREPARER-FICHIER
009908         THRU 8300-PREPARER-FICHIER-EXIT.
009909     OPEN INPUT AVOIRS-FILE.
009910     IF NOT SOURCE-OK
009911         MOVE WS-SOURCE-STATUS TO WS-STATUT-SOURCE
009912         GO TO 3250-COPIER-AVOIRS-FIN
009913     END-IF.
009914     OPEN OUTPUT AVOIRS-SORTIE.
009915     IF NOT SORTIE-OK
009916         MOVE WS-SORTIE-STATUS TO WS-STATUT-SORTIE
009917         CLOSE AVOIRS-FILE
009918         GO TO 3250-COPIER-AVOIRS-FIN
009919     END-IF.
009920     SET CODE-AJOUT TO TRUE.
009921     PERFORM UNTIL FIN-FICHIER
009922         READ AVOIRS-FILE
009923             AT END SET FIN-FICHIER TO TRUE
009924             NOT AT END
009925                 ADD 1 TO WS-NB-LUS
009926                 MOVE AVR-CLIENT TO WS-CODE-REEL
009927                 PERFORM 6100-CODE-CLIENT
009928                     THRU 6100-CODE-CLIENT-EXIT
009929                 MOVE WS-CODE-FAUX TO AVR-CLIENT
009930                 MOVE AVR-MONTANT-HT TO WS-MONTANT
009931                 PERFORM 6200-ECHELLE-MONTANT
009932                     THRU 6200-ECHELLE-MONTANT-EXIT
009933                 MOVE WS-MONTANT TO AVR-MONTANT-HT
009934                 MOVE AVR-MONTANT-TTC TO WS-MONTANT
009935                 PERFORM 6200-ECHELLE-MONTANT
009936                     THRU 6200-ECHELLE-MONTANT-EXIT
009937                 MOVE WS-MONTANT TO AVR-MONTANT-TTC
009938                 MOVE AVR-IMPUTE TO WS-MONTANT
009939                 PERFORM 6200-ECHELLE-MONTANT
009940                     THRU 6200-ECHELLE-MONTANT-EXIT
009941                 MOVE WS-MONTANT TO AVR-IMPUTE
009942                 MOVE AVR-REMBOURSE TO WS-MONTANT
009943                 PERFORM 6200-ECHELLE-MONTANT
009944                     THRU 6200-ECHELLE-MONTANT-EXIT
009945                 MOVE WS-MONTANT TO AVR-REMBOURSE
009946                 MOVE AVOIR-RECORD TO AVS-RECORD
009947                 WRITE AVS-RECORD
009948                     INVALID KEY ADD 1 TO WS-NB-REJETS
009949                     NOT INVALID KEY ADD 1 TO WS-NB-ECRITS
009950                 END-WRITE
009951         END-READ
009952     END-PERFORM.
009953     CLOSE AVOIRS-FILE AVOIRS-SORTIE.
009954 3250-COPIER-AVOIRS-FIN.
009955     PERFORM 8100-RAPPORTER-FICHIER
009956         THRU 8100-RAPPORTER-FICHIER-EXIT.
009957 3250-COPIER-AVOIRS-EXIT.
009958     EXIT.
009959
009960*----------------------------------------------------------------
009961* 3300-ANONYMISER-REGLEMENT - AMOUNT ONLY, THE INVOICE NUMBER
009962* STAYS THE LINK TO FACTENCR.DAT
009963*----------------------------------------------------------------
009964 3300-ANONYMISER-REGLEMENT.
009965     MOVE SORTIE-LIGNE TO REGLEMENT-RECORD.
009970     MOVE REG-MONTANT TO WS-MONTANT.
009980     PERFORM 6200-ECHELLE-MONTANT
009990         THRU 6200-ECHELLE-MONTANT-EXIT.
010000     MOVE WS-MONTANT TO REG-MONTANT.
010010     MOVE REGLEMENT-RECORD TO SORTIE-LIGNE.
010020 3300-ANONYMISER-REGLEMENT-EXIT.
010030     EXIT.
010040
010050*----------------------------------------------------------------
010060* 3400-ANONYMISER-RELIQUAT - CUSTOMER CODE OF THE BACKORDER
010070*----------------------------------------------------------------
010080 3400-ANONYMISER-RELIQUAT.
010090     MOVE SORTIE-LIGNE TO RELIQUAT-RECORD.
010100     MOVE REL-CLIENT TO WS-CODE-REEL.
010110     SET CODE-AJOUT TO TRUE.
010120     PERFORM 6100-CODE-CLIENT
010130         THRU 6100-CODE-CLIENT-EXIT.
010140     MOVE WS-CODE-FAUX TO REL-CLIENT.
010150     MOVE RELIQUAT-RECORD TO SORTIE-LIGNE.
010160 3400-ANONYMISER-RELIQUAT-EXIT.
010170     EXIT.
010180
010181*----------------------------------------------------------------
010182* 3450-ANONYMISER-CMDBLOQ - ORDERS HELD ON CREDIT : CUSTOMER CODE,
010183* AMOUNTS AND THE ORDER HELD WITH THEM; THE DECIDING OPERATOR IS
010184* KEPT
010185*----------------------------------------------------------------
010186 3450-ANONYMISER-CMDBLOQ.
010187     MOVE SORTIE-LIGNE TO CMDBLOQ-RECORD.
010188     MOVE BLQ-CLIENT TO WS-CODE-REEL.
010189     SET CODE-AJOUT TO TRUE.
010190     PERFORM 6100-CODE-CLIENT
010191         THRU 6100-CODE-CLIENT-EXIT.
010192     MOVE WS-CODE-FAUX TO BLQ-CLIENT.
010193     MOVE BLQ-MONTANT TO WS-MONTANT.
010194     PERFORM 6200-ECHELLE-MONTANT
010195         THRU 6200-ECHELLE-MONTANT-EXIT.
010196     MOVE WS-MONTANT TO BLQ-MONTANT.
010197     MOVE BLQ-ENCOURS TO WS-MONTANT.
010198     PERFORM 6200-ECHELLE-MONTANT
010199         THRU 6200-ECHELLE-MONTANT-EXIT.
010200     MOVE WS-MONTANT TO BLQ-ENCOURS.
010201     MOVE BLQ-PLAFOND TO WS-MONTANT.
010202     PERFORM 6200-ECHELLE-MONTANT
010203         THRU 6200-ECHELLE-MONTANT-EXIT.
010204     MOVE WS-MONTANT TO BLQ-PLAFOND.
010205     MOVE BLQ-COMMANDE TO ARCHIVE-RECORD.
010206     PERFORM 3160-ANONYMISER-ORDRE-ARCHIVE
010207         THRU 3160-ANONYMISER-ORDRE-ARCHIVE-EXIT.
010208     MOVE ARCHIVE-RECORD TO BLQ-COMMANDE.
010209     MOVE CMDBLOQ-RECORD TO SORTIE-LIGNE.
010210 3450-ANONYMISER-CMDBLOQ-EXIT.
010211     EXIT.
010212
010213*----------------------------------------------------------------
010214* 3500-ANONYMISER-DEVIS - CUSTOMER CODE, UNIT PRICE AND AMOUNT
010215*----------------------------------------------------------------
010220 3500-ANONYMISER-DEVIS.
010230     MOVE SORTIE-LIGNE TO DEVIS-RECORD.
010240     MOVE DEV-CLIENT TO WS-CODE-REEL.
010250     SET CODE-AJOUT TO TRUE.
010260     PERFORM 6100-CODE-CLIENT
010270         THRU 6100-CODE-CLIENT-EXIT.
010280     MOVE WS-CODE-FAUX TO DEV-CLIENT.
010290     MOVE DEV-PRIX-UNITAIRE TO WS-MONTANT.
010300     PERFORM 6200-ECHELLE-MONTANT
010310         THRU 6200-ECHELLE-MONTANT-EXIT.
010320     MOVE WS-MONTANT TO DEV-PRIX-UNITAIRE.
010330     MOVE DEV-MONTANT TO WS-MONTANT.
010340     PERFORM 6200-ECHELLE-MONTANT
010350         THRU 6200-ECHELLE-MONTANT-EXIT.
010360     MOVE WS-MONTANT TO DEV-MONTANT.
010370     MOVE DEVIS-RECORD TO SORTIE-LIGNE.
010380 3500-ANONYMISER-DEVIS-EXIT.
010390     EXIT.
010400
010410*----------------------------------------------------------------
010420* 3600-COPIER-CONTRATS - CONTRACT PRICES, KEYED BY CUSTOMER
010430*----------------------------------------------------------------
010440 3600-COPIER-CONTRATS.
010450     MOVE "CONTRATS.DAT" TO WS-NOM-FICHIER.
010460     PERFORM 8300-PREPARER-FICHIER
010470         THRU 8300-PREPARER-FICHIER-EXIT.
010480     OPEN INPUT CONTRATS-FILE.
010490     IF NOT SOURCE-OK
010500         MOVE WS-SOURCE-STATUS TO WS-STATUT-SOURCE
010510         GO TO 3600-COPIER-CONTRATS-FIN
010520     END-IF.
010530     OPEN OUTPUT CONTRATS-SORTIE.
010540     IF NOT SORTIE-OK
010550         MOVE WS-SORTIE-STATUS TO WS-STATUT-SORTIE
010560         CLOSE CONTRATS-FILE
010570         GO TO 3600-COPIER-CONTRATS-FIN
010580     END-IF.
010590     SET CODE-AJOUT TO TRUE.
010600     PERFORM UNTIL FIN-FICHIER
010610         READ CONTRATS-FILE
010620             AT END SET FIN-FICHIER TO TRUE
010630             NOT AT END
010640                 ADD 1 TO WS-NB-LUS
010650                 MOVE CTR-CLIENT TO WS-CODE-REEL
010660                 PERFORM 6100-CODE-CLIENT
010670                     THRU 6100-CODE-CLIENT-EXIT
010680                 MOVE WS-CODE-FAUX TO CTR-CLIENT
010690                 MOVE CTR-PRIX TO WS-MONTANT
010700                 PERFORM 6200-ECHELLE-MONTANT
010710                     THRU 6200-ECHELLE-MONTANT-EXIT
010720                 MOVE WS-MONTANT TO CTR-PRIX
010730                 MOVE CONTRAT-RECORD TO CTS-RECORD
010740                 WRITE CTS-RECORD
010750                     INVALID KEY ADD 1 TO WS-NB-REJETS
010760                     NOT INVALID KEY ADD 1 TO WS-NB-ECRITS
010770                 END-WRITE
010780         END-READ
010790     END-PERFORM.
010800     CLOSE CONTRATS-FILE CONTRATS-SORTIE.
010810 3600-COPIER-CONTRATS-FIN.
010820     PERFORM 8100-RAPPORTER-FICHIER
010830         THRU 8100-RAPPORTER-FICHIER-EXIT.
010840 3600-COPIER-CONTRATS-EXIT.
010850     EXIT.
010860
010870*----------------------------------------------------------------
010880* 3700-COPIER-MANDATS - DIRECT-DEBIT MANDATES : CUSTOMER CODE,
010890* MANDATE REFERENCE AND IBAN; THE BANK'S BIC IS KEPT
010900*----------------------------------------------------------------
010910 3700-COPIER-MANDATS.
010920     MOVE "MANDATS.DAT" TO WS-NOM-FICHIER.
010930     PERFORM 8300-PREPARER-FICHIER
010940         THRU 8300-PREPARER-FICHIER-EXIT.
010950     OPEN INPUT MANDATS-FILE.
010960     IF NOT SOURCE-OK
010970         MOVE WS-SOURCE-STATUS TO WS-STATUT-SOURCE
010980         GO TO 3700-COPIER-MANDATS-FIN
010990     END-IF.
011000     OPEN OUTPUT MANDATS-SORTIE.
011010     IF NOT SORTIE-OK
011020         MOVE WS-SORTIE-STATUS TO WS-STATUT-SORTIE
011030         CLOSE MANDATS-FILE
011040         GO TO 3700-COPIER-MANDATS-FIN
011050     END-IF.
011060     SET CODE-AJOUT TO TRUE.
011070     PERFORM UNTIL FIN-FICHIER
011080         READ MANDATS-FILE
011090             AT END SET FIN-FICHIER TO TRUE
011100             NOT AT END
011110                 ADD 1 TO WS-NB-LUS
011120                 PERFORM 3710-ANONYMISER-MANDAT
011130                     THRU 3710-ANONYMISER-MANDAT-EXIT
011140                 MOVE MANDAT-RECORD TO MDS-RECORD
011150                 WRITE MDS-RECORD
011160                     INVALID KEY ADD 1 TO WS-NB-REJETS
011170                     NOT INVALID KEY ADD 1 TO WS-NB-ECRITS
011180                 END-WRITE
011190         END-READ
011200     END-PERFORM.
011210     CLOSE MANDATS-FILE MANDATS-SORTIE.
011220 3700-COPIER-MANDATS-FIN.
011230     PERFORM 8100-RAPPORTER-FICHIER
011240         THRU 8100-RAPPORTER-FICHIER-EXIT.
011250 3700-COPIER-MANDATS-EXIT.
011260     EXIT.
011270
011280 3710-ANONYMISER-MANDAT.
011290     MOVE MDT-CLIENT TO WS-CODE-REEL.
011300     PERFORM 6100-CODE-CLIENT
011310         THRU 6100-CODE-CLIENT-EXIT.
011320     MOVE WS-CODE-FAUX TO MDT-CLIENT.
011330     IF MDT-REFERENCE NOT = SPACES
011340         MOVE SPACES TO MDT-REFERENCE
011350         STRING "RUM-" WS-CODE-FAUX DELIMITED BY SIZE
011360             INTO MDT-REFERENCE
011370         ADD 1 TO WS-NB-CODES
011380     END-IF.
011390     IF MDT-IBAN NOT = SPACES
011400         MOVE WS-RANG-CLIENT TO WS-RANG-LONG
011410         MOVE SPACES TO MDT-IBAN
011420         STRING "FR763000100000" "00" WS-RANG-LONG "00"
011430                DELIMITED BY SIZE
011440             INTO MDT-IBAN
011450         ADD 1 TO WS-NB-CONTACTS
011460     END-IF.
011470 3710-ANONYMISER-MANDAT-EXIT.
011480     EXIT.
011490
011500*----------------------------------------------------------------
011510* 3800-ANONYMISER-NOTIF - THE NOTIFICATIONS QUEUE : CUSTOMER,
011520* RECIPIENT, CONTACT FOR THE CHANNEL, POSTAL BLOCK, AND THE
011530* STUDENT NAMED IN A BULLETIN NOTICE
011540*----------------------------------------------------------------
011550 3800-ANONYMISER-NOTIF.
011560     MOVE SORTIE-LIGNE TO NOTIF-RECORD.
011570     MOVE NTF-CLIENT TO WS-CODE-REEL.
011580     SET CODE-AJOUT TO TRUE.
011590     PERFORM 6100-CODE-CLIENT
011600         THRU 6100-CODE-CLIENT-EXIT.
011610     MOVE WS-CODE-FAUX TO NTF-CLIENT.
011620     MOVE NTF-DESTINATAIRE TO WS-NOM-REEL.
011630     PERFORM 6000-FAUX-NOM
011640         THRU 6000-FAUX-NOM-EXIT.
011650     MOVE WS-NOM-FAUX TO NTF-DESTINATAIRE.
011660     IF NTF-CONTACT NOT = SPACES
011670         IF NTF-SMS
011680             MOVE WS-TELEPHONE-FAUX TO NTF-CONTACT
011690         ELSE
011700             MOVE WS-COURRIEL-FAUX TO NTF-CONTACT
011710         END-IF
011720         ADD 1 TO WS-NB-CONTACTS
011730     END-IF.
011740     IF NTF-LIGNE-ADR(1) NOT = SPACES
011750         MOVE NTF-LIGNE-ADR(1) TO WS-NOM-REEL
011760         PERFORM 6000-FAUX-NOM
011770             THRU 6000-FAUX-NOM-EXIT
011780         MOVE WS-NOM-FAUX TO NTF-LIGNE-ADR(1)
011790         IF NTF-LIGNE-ADR(2) NOT = SPACES
011800             MOVE WS-RUE-FAUSSE TO NTF-LIGNE-ADR(2)
011810             ADD 1 TO WS-NB-CONTACTS
011820         END-IF
011830     END-IF.
011840     IF NTF-MODELE = "BULLETIN"
011850         MOVE NTF-CHAMP(1) TO WS-NOM-REEL
011860         PERFORM 6000-FAUX-NOM
011870             THRU 6000-FAUX-NOM-EXIT
011880         MOVE WS-NOM-FAUX TO NTF-CHAMP(1)
011890     END-IF.
011900     MOVE NOTIF-RECORD TO SORTIE-LIGNE.
011910 3800-ANONYMISER-NOTIF-EXIT.
011920     EXIT.
011930
011931*----------------------------------------------------------------
011932* 3900-ANONYMISER-FACTURE - PRINTED INVOICES AND CREDIT NOTES.
011933* THE " - CLIENT : " OF A HEADING LINE IS A CUSTOMER CODE OR A
011934* STUDENT'S NAME, TREATED AS FACTENCR.DAT; A SCHOOL INVOICE MAY
011935* GO ON WITH "A L'ATTENTION DE : " AND TWO ADDRESS LINES, THE ONLY
011936* LINES WITHOUT A " : " - THE STREET IS REPLACED, THE TOWN KEPT.
011937* PRINTED AMOUNTS STAY AS PRINTED
011938*----------------------------------------------------------------
011939 3900-ANONYMISER-FACTURE.
011940     MOVE ZERO TO WS-POS-CLIENT.
011941     INSPECT SORTIE-LIGNE TALLYING WS-POS-CLIENT
011942         FOR CHARACTERS BEFORE INITIAL " - Client : ".
011943     IF WS-POS-CLIENT < 100
011944         PERFORM 3910-ANONYMISER-ENTETE
011945             THRU 3910-ANONYMISER-ENTETE-EXIT
011946         GO TO 3900-ANONYMISER-FACTURE-EXIT
011947     END-IF.
011948     IF SORTIE-LIGNE(1:19) = "A l'attention de : "
011949         MOVE SORTIE-LIGNE(20:30) TO WS-NOM-REEL
011950         PERFORM 6000-FAUX-NOM
011951             THRU 6000-FAUX-NOM-EXIT
011952         MOVE SPACES TO SORTIE-LIGNE(20:)
011953         MOVE WS-NOM-FAUX TO SORTIE-LIGNE(20:30)
011954         GO TO 3900-ANONYMISER-FACTURE-EXIT
011955     END-IF.
011956     IF WS-NB-LIGNES-ADRESSE = ZERO
011957         GO TO 3900-ANONYMISER-FACTURE-EXIT
011958     END-IF.
011959     MOVE ZERO TO WS-NB-DEUX-POINTS.
011960     INSPECT SORTIE-LIGNE TALLYING WS-NB-DEUX-POINTS
011961         FOR ALL " : ".
011962     IF WS-NB-DEUX-POINTS > ZERO OR SORTIE-LIGNE = SPACES
011963         MOVE ZERO TO WS-NB-LIGNES-ADRESSE
011964         GO TO 3900-ANONYMISER-FACTURE-EXIT
011965     END-IF.
011966     IF WS-NB-LIGNES-ADRESSE = 2
011967         MOVE WS-RUE-FAUSSE TO SORTIE-LIGNE
011968         ADD 1 TO WS-NB-CONTACTS
011969     END-IF.
011970     SUBTRACT 1 FROM WS-NB-LIGNES-ADRESSE.
011971 3900-ANONYMISER-FACTURE-EXIT.
011972     EXIT.
011973
011974 3910-ANONYMISER-ENTETE.
011975     COMPUTE WS-DEBUT-CLIENT = WS-POS-CLIENT + 13.
011976     MOVE SORTIE-LIGNE(WS-DEBUT-CLIENT:30) TO WS-NOM-REEL.
011977     MOVE "N" TO WS-CODE-CONNU.
011978     IF WS-NOM-REEL(11:20) = SPACES
011979         MOVE WS-NOM-REEL(1:10) TO WS-CODE-REEL
011980         SET CODE-RECHERCHE TO TRUE
011981         PERFORM 6100-CODE-CLIENT
011982             THRU 6100-CODE-CLIENT-EXIT
011983     END-IF.
011984     MOVE SPACES TO SORTIE-LIGNE(WS-DEBUT-CLIENT:).
011985     IF CODE-CONNU
011986         MOVE WS-CODE-FAUX TO SORTIE-LIGNE(WS-DEBUT-CLIENT:10)
011987     ELSE
011988         PERFORM 6000-FAUX-NOM
011989             THRU 6000-FAUX-NOM-EXIT
011990         MOVE WS-NOM-FAUX TO SORTIE-LIGNE(WS-DEBUT-CLIENT:30)
011991     END-IF.
011992     IF SORTIE-LIGNE(1:11) = "Facture N. "
011993         MOVE 2 TO WS-NB-LIGNES-ADRESSE
011994     ELSE
011995         MOVE ZERO TO WS-NB-LIGNES-ADRESSE
011996     END-IF.
011997 3910-ANONYMISER-ENTETE-EXIT.
011998     EXIT.
011999
012000*----------------------------------------------------------------
012001* 4000-COPIER-COMPTES - BALANCES FOLLOW THE SCALE, ACCOUNT
012002* NUMBERS ARE KEPT
012003*----------------------------------------------------------------
012004 4000-COPIER-COMPTES.
012005     MOVE "ACCOUNTS.DAT" TO WS-NOM-FICHIER.
012006     PERFORM 8300-PREPARER-FICHIER
012010         THRU 8300-PREPARER-FICHIER-EXIT.
012020     OPEN INPUT COMPTES-FILE.
012030     IF NOT SOURCE-OK
012040         MOVE WS-SOURCE-STATUS TO WS-STATUT-SOURCE
012050         GO TO 4000-COPIER-COMPTES-FIN
012060     END-IF.
012070     OPEN OUTPUT COMPTES-SORTIE.
012080     IF NOT SORTIE-OK
012090         MOVE WS-SORTIE-STATUS TO WS-STATUT-SORTIE
012100         CLOSE COMPTES-FILE
012110         GO TO 4000-COPIER-COMPTES-FIN
012120     END-IF.
012130     PERFORM UNTIL FIN-FICHIER
012140         READ COMPTES-FILE
012150             AT END SET FIN-FICHIER TO TRUE
012160             NOT AT END
012170                 ADD 1 TO WS-NB-LUS
012180                 MOVE CTL-SOLDE TO WS-MONTANT
012190                 PERFORM 6200-ECHELLE-MONTANT
012200                     THRU 6200-ECHELLE-MONTANT-EXIT
012210                 MOVE WS-MONTANT TO CTL-SOLDE
012220                 MOVE CTL-COMPTE-RECORD TO CPS-RECORD
012230                 WRITE CPS-RECORD
012240                     INVALID KEY ADD 1 TO WS-NB-REJETS
012250                     NOT INVALID KEY ADD 1 TO WS-NB-ECRITS
012260                 END-WRITE
012270         END-READ
012280     END-PERFORM.
012290     CLOSE COMPTES-FILE COMPTES-SORTIE.
012300 4000-COPIER-COMPTES-FIN.
012310     PERFORM 8100-RAPPORTER-FICHIER
012320         THRU 8100-RAPPORTER-FICHIER-EXIT.
012330 4000-COPIER-COMPTES-EXIT.
012340     EXIT.
012350
012360*----------------------------------------------------------------
012370* 4100-ANONYMISER-MOUVEMENT - AMOUNT OF THE MOVEMENT
012380*----------------------------------------------------------------
012390 4100-ANONYMISER-MOUVEMENT.
012400     MOVE SORTIE-LIGNE TO TR-MOUVEMENT.
012410     MOVE TR-MONTANT TO WS-MONTANT.
012420     PERFORM 6200-ECHELLE-MONTANT
012430         THRU 6200-ECHELLE-MONTANT-EXIT.
012440     MOVE WS-MONTANT TO TR-MONTANT.
012450     MOVE TR-MOUVEMENT TO SORTIE-LIGNE.
012460 4100-ANONYMISER-MOUVEMENT-EXIT.
012470     EXIT.
012480
012490*----------------------------------------------------------------
012500* 4200-COPIER-TITULAIRES - ACCOUNT HOLDERS : NAME, STREET AND
012510* PHONE; POSTCODE AND TOWN ARE KEPT
012520*----------------------------------------------------------------
012530 4200-COPIER-TITULAIRES.
012540     MOVE "TITULAIRES.DAT" TO WS-NOM-FICHIER.
012550     PERFORM 8300-PREPARER-FICHIER
012560         THRU 8300-PREPARER-FICHIER-EXIT.
012570     OPEN INPUT TITULAIRES-FILE.
012580     IF NOT SOURCE-OK
012590         MOVE WS-SOURCE-STATUS TO WS-STATUT-SOURCE
012600         GO TO 4200-COPIER-TITULAIRES-FIN
012610     END-IF.
012620     OPEN OUTPUT TITULAIRES-SORTIE.
012630     IF NOT SORTIE-OK
012640         MOVE WS-SORTIE-STATUS TO WS-STATUT-SORTIE
012650         CLOSE TITULAIRES-FILE
012660         GO TO 4200-COPIER-TITULAIRES-FIN
012670     END-IF.
012680     PERFORM UNTIL FIN-FICHIER
012690         READ TITULAIRES-FILE
012700             AT END SET FIN-FICHIER TO TRUE
012710             NOT AT END
012720                 ADD 1 TO WS-NB-LUS
012730                 MOVE TIT-NOM TO WS-NOM-REEL
012740                 PERFORM 6000-FAUX-NOM
012750                     THRU 6000-FAUX-NOM-EXIT
012760                 MOVE WS-NOM-FAUX TO TIT-NOM
012770                 IF TIT-ADRESSE NOT = SPACES
012780                     MOVE WS-RUE-FAUSSE TO TIT-ADRESSE
012790                     ADD 1 TO WS-NB-CONTACTS
012800                 END-IF
012810                 IF TIT-TELEPHONE NOT = SPACES
012820                     MOVE WS-TELEPHONE-FAUX TO TIT-TELEPHONE
012830                     ADD 1 TO WS-NB-CONTACTS
012840                 END-IF
012850                 MOVE TITULAIRE-RECORD TO TIS-RECORD
012860                 WRITE TIS-RECORD
012870                     INVALID KEY ADD 1 TO WS-NB-REJETS
012880                     NOT INVALID KEY ADD 1 TO WS-NB-ECRITS
012890                 END-WRITE
012900         END-READ
012910     END-PERFORM.
012920     CLOSE TITULAIRES-FILE TITULAIRES-SORTIE.
012930 4200-COPIER-TITULAIRES-FIN.
012940     PERFORM 8100-RAPPORTER-FICHIER
012950         THRU 8100-RAPPORTER-FICHIER-EXIT.
012960 4200-COPIER-TITULAIRES-EXIT.
012970     EXIT.
012980
012981*----------------------------------------------------------------
012982* 4300-ANONYMISER-ORDPERM - STANDING ORDERS : THE AMOUNT FOLLOWS
012983* THE SCALE, THE ACCOUNT NUMBER IS KEPT AS ON ACCOUNTS.DAT
012984*----------------------------------------------------------------
012985 4300-ANONYMISER-ORDPERM.
012986     MOVE SORTIE-LIGNE TO ORDPERM-RECORD.
012987     MOVE OPM-MONTANT TO WS-MONTANT.
012988     PERFORM 6200-ECHELLE-MONTANT
012989         THRU 6200-ECHELLE-MONTANT-EXIT.
012990     MOVE WS-MONTANT TO OPM-MONTANT.
012991     MOVE ORDPERM-RECORD TO SORTIE-LIGNE.
012992 4300-ANONYMISER-ORDPERM-EXIT.
012993     EXIT.
012994
012995*----------------------------------------------------------------
012996* 4400-COPIER-PRETS - LOANS : AMOUNTS FOLLOW THE SCALE; LOAN AND
012997* ACCOUNT NUMBERS, RATE AND SCHEDULE ARE KEPT
012998*----------------------------------------------------------------
012999 4400-COPIER-PRETS.
013000     MOVE "PRETS.DAT" TO WS-NOM-FICHIER.
013001     PERFORM 8300-PREPARER-FICHIER
013002         THRU 8300-PREPARER-FICHIER-EXIT.
013003     OPEN INPUT PRETS-FILE.
013004     IF NOT SOURCE-OK
013005         MOVE WS-SOURCE-STATUS TO WS-STATUT-SOURCE
013006         GO TO 4400-COPIER-PRETS-FIN
013007     END-IF.
013008     OPEN OUTPUT PRETS-SORTIE.
013009     IF NOT SORTIE-OK
013010         MOVE WS-SORTIE-STATUS TO WS-STATUT-SORTIE
013011         CLOSE PRETS-FILE
013012         GO TO 4400-COPIER-PRETS-FIN
013013     END-IF.
013014     PERFORM UNTIL FIN-FICHIER
013015         READ PRETS-FILE
013016             AT END SET FIN-FICHIER TO TRUE
013017             NOT AT END
013018                 ADD 1 TO WS-NB-LUS
013019                 MOVE PRT-CAPITAL TO WS-MONTANT
013020                 PERFORM 6200-ECHELLE-MONTANT
013021                     THRU 6200-ECHELLE-MONTANT-EXIT
013022                 MOVE WS-MONTANT TO PRT-CAPITAL
013023                 MOVE PRT-MENSUALITE TO WS-MONTANT
013024                 PERFORM 6200-ECHELLE-MONTANT
013025                     THRU 6200-ECHELLE-MONTANT-EXIT
013026                 MOVE WS-MONTANT TO PRT-MENSUALITE
013027                 MOVE PRT-CAPITAL-RESTANT TO WS-MONTANT
013028                 PERFORM 6200-ECHELLE-MONTANT
013029                     THRU 6200-ECHELLE-MONTANT-EXIT
013030                 MOVE WS-MONTANT TO PRT-CAPITAL-RESTANT
013031                 MOVE PRT-INTERETS-PAYES TO WS-MONTANT
013032                 PERFORM 6200-ECHELLE-MONTANT
013033                     THRU 6200-ECHELLE-MONTANT-EXIT
013034                 MOVE WS-MONTANT TO PRT-INTERETS-PAYES
013035                 MOVE PRT-REMB-ANTICIPE TO WS-MONTANT
013036                 PERFORM 6200-ECHELLE-MONTANT
013037                     THRU 6200-ECHELLE-MONTANT-EXIT
013038                 MOVE WS-MONTANT TO PRT-REMB-ANTICIPE
013039                 MOVE PRET-RECORD TO PTS-RECORD
013040                 WRITE PTS-RECORD
013041                     INVALID KEY ADD 1 TO WS-NB-REJETS
013042                     NOT INVALID KEY ADD 1 TO WS-NB-ECRITS
013043                 END-WRITE
013044         END-READ
013045     END-PERFORM.
013046     CLOSE PRETS-FILE PRETS-SORTIE.
013047 4400-COPIER-PRETS-FIN.
013048     PERFORM 8100-RAPPORTER-FICHIER
013049         THRU 8100-RAPPORTER-FICHIER-EXIT.
013050 4400-COPIER-PRETS-EXIT.
013051     EXIT.
013052
013053*----------------------------------------------------------------
013054* 5000-COPIER-SEQUENTIEL - ONE FLAT FILE (WS-NOM-FICHIER) LINE
013055* BY LINE, EACH LINE PASSED TO ITS FILE'S PARAGRAPH; A FILE
013056* WITH NO PARAGRAPH IS COPIED AS IT IS
013057*----------------------------------------------------------------
013058 5000-COPIER-SEQUENTIEL.
013059     PERFORM 8300-PREPARER-FICHIER
013060         THRU 8300-PREPARER-FICHIER-EXIT.
013061     MOVE WS-NOM-FICHIER TO WS-NOM-SOURCE.
013070     OPEN INPUT SOURCE-FILE.
013080     IF NOT SOURCE-OK
013090         MOVE WS-SOURCE-STATUS TO WS-STATUT-SOURCE
013100         GO TO 5000-COPIER-SEQUENTIEL-FIN
013110     END-IF.
013120     OPEN OUTPUT SORTIE-FILE.
013130     IF NOT SORTIE-OK
013140         MOVE WS-SORTIE-STATUS TO WS-STATUT-SORTIE
013150         CLOSE SOURCE-FILE
013160         GO TO 5000-COPIER-SEQUENTIEL-FIN
013170     END-IF.
013180     PERFORM UNTIL FIN-FICHIER
013190         READ SOURCE-FILE
013200             AT END SET FIN-FICHIER TO TRUE
013210             NOT AT END
013220                 ADD 1 TO WS-NB-LUS
013230                 MOVE SOURCE-LIGNE TO SORTIE-LIGNE
013240                 PERFORM 5100-ANONYMISER-LIGNE
013250                     THRU 5100-ANONYMISER-LIGNE-EXIT
013260                 WRITE SORTIE-LIGNE
013270                 ADD 1 TO WS-NB-ECRITS
013280         END-READ
013290     END-PERFORM.
013300     CLOSE SOURCE-FILE SORTIE-FILE.
013310 5000-COPIER-SEQUENTIEL-FIN.
013320     PERFORM 8100-RAPPORTER-FICHIER
013330         THRU 8100-RAPPORTER-FICHIER-EXIT.
013340 5000-COPIER-SEQUENTIEL-EXIT.
013350     EXIT.
013360
013370 5100-ANONYMISER-LIGNE.
013380     EVALUATE WS-NOM-FICHIER
013390         WHEN "ALUMNI.DAT"
013400             PERFORM 2200-ANONYMISER-ALUMNI
013410                 THRU 2200-ANONYMISER-ALUMNI-EXIT
013420         WHEN "NOTES.DAT"
013430             PERFORM 2300-ANONYMISER-NOTES
013440                 THRU 2300-ANONYMISER-NOTES-EXIT
013450         WHEN "BULLARCH.DAT"
013460             PERFORM 2400-ANONYMISER-BULLARCH
013470                 THRU 2400-ANONYMISER-BULLARCH-EXIT
013480         WHEN "RATTRAP.DAT"
013490             PERFORM 2500-ANONYMISER-RATTRAP
013500                 THRU 2500-ANONYMISER-RATTRAP-EXIT
013510         WHEN "FACTENCR.DAT"
013520             PERFORM 3200-ANONYMISER-ENCOURS
013530                 THRU 3200-ANONYMISER-ENCOURS-EXIT
013540         WHEN "REGLMNTS.DAT"
013550             PERFORM 3300-ANONYMISER-REGLEMENT
013560                 THRU 3300-ANONYMISER-REGLEMENT-EXIT
013570         WHEN "RELIQUAT.DAT"
013580             PERFORM 3400-ANONYMISER-RELIQUAT
013590                 THRU 3400-ANONYMISER-RELIQUAT-EXIT
013600         WHEN "DEVIS.DAT"
013610             PERFORM 3500-ANONYMISER-DEVIS
013620                 THRU 3500-ANONYMISER-DEVIS-EXIT
013621         WHEN "ORDARCH.DAT"
013622             PERFORM 3150-ANONYMISER-ORDARCH
013623                 THRU 3150-ANONYMISER-ORDARCH-EXIT
013624         WHEN "CMDBLOQ.DAT"
013625             PERFORM 3450-ANONYMISER-CMDBLOQ
013626                 THRU 3450-ANONYMISER-CMDBLOQ-EXIT
013627         WHEN "FACTURES.DAT"
013628             PERFORM 3900-ANONYMISER-FACTURE
013629                 THRU 3900-ANONYMISER-FACTURE-EXIT
013630         WHEN "NOTIFS.DAT"
013640             PERFORM 3800-ANONYMISER-NOTIF
013650                 THRU 3800-ANONYMISER-NOTIF-EXIT
013660         WHEN "TRANSACT.DAT"
013670             PERFORM 4100-ANONYMISER-MOUVEMENT
013680                 THRU 4100-ANONYMISER-MOUVEMENT-EXIT
013682         WHEN "ORDPERM.DAT"
013684             PERFORM 4300-ANONYMISER-ORDPERM
013686                 THRU 4300-ANONYMISER-ORDPERM-EXIT
013690     END-EVALUATE.
013700 5100-ANONYMISER-LIGNE-EXIT.
013710     EXIT.
013720
013730*----------------------------------------------------------------
013740* 6000-FAUX-NOM - THE FAKE FOR WS-NOM-REEL, WITH THE EMAIL,
013750* MOBILE AND STREET THAT GO WITH IT. THE SAME REAL NAME ALWAYS
013760* GETS THE SAME RANK, HENCE THE SAME FAKE, IN EVERY FILE
013770*----------------------------------------------------------------
013780 6000-FAUX-NOM.
013790     MOVE SPACES TO WS-NOM-FAUX WS-COURRIEL-FAUX
013800         WS-TELEPHONE-FAUX WS-RUE-FAUSSE.
013810     IF WS-NOM-REEL = SPACES
013820         GO TO 6000-FAUX-NOM-EXIT
013830     END-IF.
013840     SET NOM-IDX TO 1.
013850     SEARCH WS-NV-NOM
013860         AT END
013870             PERFORM 6010-AJOUTER-NOM
013880                 THRU 6010-AJOUTER-NOM-EXIT
013890         WHEN WS-NV-NOM(NOM-IDX) = WS-NOM-REEL
013900             SET WS-RANG-NOM TO NOM-IDX
013910     END-SEARCH.
013920     ADD 1 TO WS-NB-NOMS.
013930     SUBTRACT 1 FROM WS-RANG-NOM GIVING WS-BASE.
013940     DIVIDE WS-BASE BY 30 GIVING WS-QUOTIENT
013950         REMAINDER WS-RESTE.
013960     ADD 1 WS-RESTE GIVING WS-IDX-PRENOM.
013970     DIVIDE WS-QUOTIENT BY 40 GIVING WS-SUFFIXE
013980         REMAINDER WS-RESTE.
013990     ADD 1 WS-RESTE GIVING WS-IDX-NOM.
014000     IF WS-SUFFIXE = ZERO
014010         STRING WS-PRENOM(WS-IDX-PRENOM)  DELIMITED BY SPACE
014020                " "                       DELIMITED BY SIZE
014030                WS-NOM-FAMILLE(WS-IDX-NOM) DELIMITED BY SPACE
014040             INTO WS-NOM-FAUX
014050     ELSE
014060         STRING WS-PRENOM(WS-IDX-PRENOM)  DELIMITED BY SPACE
014070                " "                       DELIMITED BY SIZE
014080                WS-NOM-FAMILLE(WS-IDX-NOM) DELIMITED BY SPACE
014090                " "                       DELIMITED BY SIZE
014100                WS-SUFFIXE                DELIMITED BY SIZE
014110             INTO WS-NOM-FAUX
014120     END-IF.
014130     STRING WS-PRENOM(WS-IDX-PRENOM)(1:1) DELIMITED BY SIZE
014140            "."                         DELIMITED BY SIZE
014150            WS-NOM-FAMILLE(WS-IDX-NOM)  DELIMITED BY SPACE
014160            "@exemple.fr"               DELIMITED BY SIZE
014170         INTO WS-COURRIEL-FAUX.
014180     INSPECT WS-COURRIEL-FAUX CONVERTING
014190         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
014200         TO "abcdefghijklmnopqrstuvwxyz".
014210     MOVE WS-RANG-NOM TO WS-RANG-EDITE.
014220     STRING "0601" WS-RANG-EDITE DELIMITED BY SIZE
014230         INTO WS-TELEPHONE-FAUX.
014240     DIVIDE WS-BASE BY 10 GIVING WS-QUOTIENT
014250         REMAINDER WS-RESTE.
014260     ADD 1 WS-RESTE GIVING WS-IDX-RUE.
014270     DIVIDE WS-RANG-NOM BY 97 GIVING WS-QUOTIENT
014280         REMAINDER WS-RESTE.
014290     ADD 1 WS-RESTE GIVING WS-NUMERO-RUE.
014300     STRING FUNCTION TRIM(WS-NUMERO-RUE) DELIMITED BY SIZE
014310            " "                         DELIMITED BY SIZE
014320            WS-RUE(WS-IDX-RUE)          DELIMITED BY "  "
014330         INTO WS-RUE-FAUSSE.
014340 6000-FAUX-NOM-EXIT.
014350     EXIT.
014360
014370 6010-AJOUTER-NOM.
014380     IF WS-NB-NOMS-VUS < WS-MAX-NOMS-VUS
014390         ADD 1 TO WS-NB-NOMS-VUS
014400         MOVE WS-NOM-REEL TO WS-NV-NOM(WS-NB-NOMS-VUS)
014410     ELSE
014420         ADD 1 TO WS-NB-HORS-TABLE
014430     END-IF.
014440     MOVE WS-NB-NOMS-VUS TO WS-RANG-NOM.
014450 6010-AJOUTER-NOM-EXIT.
014460     EXIT.
014470
014480*----------------------------------------------------------------
014490* 6100-CODE-CLIENT - THE NEW CODE FOR WS-CODE-REEL. IN
014500* RECHERCHE MODE A CODE NOT ALREADY MET IS LEFT AS IT IS AND
014510* CODE-CONNU STAYS OFF
014520*----------------------------------------------------------------
014530 6100-CODE-CLIENT.
014540     MOVE WS-CODE-REEL TO WS-CODE-FAUX.
014550     MOVE "N" TO WS-CODE-CONNU.
014560     IF WS-CODE-REEL = SPACES
014570         GO TO 6100-CODE-CLIENT-EXIT
014580     END-IF.
014590     SET CLI-IDX TO 1.
014600     SEARCH WS-CC-CODE
014610         AT END
014620             IF CODE-RECHERCHE
014630                 GO TO 6100-CODE-CLIENT-EXIT
014640             END-IF
014650             PERFORM 6110-AJOUTER-CODE
014660                 THRU 6110-AJOUTER-CODE-EXIT
014670         WHEN WS-CC-CODE(CLI-IDX) = WS-CODE-REEL
014680             SET WS-RANG-CLIENT TO CLI-IDX
014690     END-SEARCH.
014700     SET CODE-CONNU TO TRUE.
014710     MOVE WS-RANG-CLIENT TO WS-RANG-EDITE.
014720     MOVE SPACES TO WS-CODE-FAUX.
014730     STRING "CL" WS-RANG-EDITE DELIMITED BY SIZE
014740         INTO WS-CODE-FAUX.
014750     ADD 1 TO WS-NB-CODES.
014760 6100-CODE-CLIENT-EXIT.
014770     EXIT.
014780
014790 6110-AJOUTER-CODE.
014800     IF WS-NB-CODES-VUS < WS-MAX-CODES-VUS
014810         ADD 1 TO WS-NB-CODES-VUS
014820         MOVE WS-CODE-REEL TO WS-CC-CODE(WS-NB-CODES-VUS)
014830     ELSE
014840         ADD 1 TO WS-NB-HORS-TABLE
014850     END-IF.
014860     MOVE WS-NB-CODES-VUS TO WS-RANG-CLIENT.
014870 6110-AJOUTER-CODE-EXIT.
014880     EXIT.
014890
014900*----------------------------------------------------------------
014910* 6200-ECHELLE-MONTANT - WS-MONTANT TIMES THE PERCENTAGE
014920*----------------------------------------------------------------
014930 6200-ECHELLE-MONTANT.
014940     IF WS-TAUX-ECHELLE = 100 OR WS-MONTANT = ZERO
014950         GO TO 6200-ECHELLE-MONTANT-EXIT
014960     END-IF.
014970     COMPUTE WS-MONTANT ROUNDED =
014980         WS-MONTANT * WS-TAUX-ECHELLE / 100.
014990     ADD 1 TO WS-NB-MONTANTS.
015000 6200-ECHELLE-MONTANT-EXIT.
015010     EXIT.
015020
015030*----------------------------------------------------------------
015040* 6300-FAUX-CONTACT - WS-CONTACT HOLDS AN EMAIL (IT CARRIES AN
015050* @) OR A PHONE NUMBER; REPLACED BY THE FAKE OF THE SAME KIND
015060* FROM THE LAST 6000-FAUX-NOM
015070*----------------------------------------------------------------
015080 6300-FAUX-CONTACT.
015090     IF WS-CONTACT = SPACES
015100         GO TO 6300-FAUX-CONTACT-EXIT
015110     END-IF.
015120     MOVE ZERO TO WS-NB-ARROBASES.
015130     INSPECT WS-CONTACT TALLYING WS-NB-ARROBASES FOR ALL "@".
015140     IF WS-NB-ARROBASES > ZERO
015150         MOVE WS-COURRIEL-FAUX TO WS-CONTACT
015160     ELSE
015170         MOVE WS-TELEPHONE-FAUX TO WS-CONTACT
015180     END-IF.
015190     ADD 1 TO WS-NB-CONTACTS.
015200 6300-FAUX-CONTACT-EXIT.
015210     EXIT.
015220
015230*----------------------------------------------------------------
015240* 8000-TRACER-JOURNAL
015250*----------------------------------------------------------------
015260 8000-TRACER-JOURNAL.
015270     MOVE SPACES TO JOURNAL-RECORD.
015280     MOVE "ANONYMISER" TO JNL-PROGRAMME.
015290     ACCEPT JNL-DATE FROM DATE YYYYMMDD.
015300     ACCEPT JNL-HEURE FROM TIME.
015310     MOVE "Copie anonymisee des fichiers" TO JNL-MESSAGE.
015320     MOVE WS-TOTAL-ECRITS TO JNL-NB-ENREGISTREMENTS.
015330     OPEN EXTEND JOURNAL-FILE.
015340     IF NOT JOURNAL-OK
015350         CLOSE JOURNAL-FILE
015360         OPEN OUTPUT JOURNAL-FILE
015370     END-IF.
015380     WRITE JOURNAL-RECORD.
015390     CLOSE JOURNAL-FILE.
015400 8000-TRACER-JOURNAL-EXIT.
015410     EXIT.
015420
015430*----------------------------------------------------------------
015440* 8100-RAPPORTER-FICHIER - ONE LINE PER FILE ON ANONYM.RPT AND
015450* THE SCREEN : WHAT WAS READ, WRITTEN AND REPLACED, OR WHY THE
015460* FILE WAS NOT COPIED
015470*----------------------------------------------------------------
015480 8100-RAPPORTER-FICHIER.
015490     MOVE SPACES TO WS-LIGNE-RAPPORT.
015500     IF WS-STATUT-SOURCE = "35"
015510         ADD 1 TO WS-NB-FICHIERS-ABSENTS
015520         STRING WS-NOM-FICHIER DELIMITED BY SPACE
015530                " : absent des fichiers en service - non copie"
015540                DELIMITED BY SIZE
015550             INTO WS-LIGNE-RAPPORT
015560         GO TO 8100-RAPPORTER-FICHIER-ECRIRE
015570     END-IF.
015580     IF WS-STATUT-SOURCE NOT = "00"
015590         OR WS-STATUT-SORTIE NOT = "00"
015600         ADD 1 TO WS-NB-FICHIERS-ABSENTS
015610         IF WS-STATUT-SOURCE NOT = "00"
015620             CALL "FICHSTAT" USING WS-STATUT-SOURCE
015630                 WS-MESSAGE-STATUT
015640         ELSE
015650             CALL "FICHSTAT" USING WS-STATUT-SORTIE
015660                 WS-MESSAGE-STATUT
015670         END-IF
015680         STRING WS-NOM-FICHIER DELIMITED BY SPACE
015690                " : " DELIMITED BY SIZE
015700                FUNCTION TRIM(WS-MESSAGE-STATUT)
015710                DELIMITED BY SIZE
015720                " - non copie" DELIMITED BY SIZE
015730             INTO WS-LIGNE-RAPPORT
015740         GO TO 8100-RAPPORTER-FICHIER-ECRIRE
015750     END-IF.
015760     ADD 1 TO WS-NB-FICHIERS-COPIES.
015770     ADD WS-NB-ECRITS TO WS-TOTAL-ECRITS.
015780     MOVE WS-NOM-FICHIER  TO RPT-FICHIER.
015790     MOVE WS-NB-LUS       TO RPT-LUS.
015800     MOVE WS-NB-ECRITS    TO RPT-ECRITS.
015810     MOVE WS-NB-NOMS      TO RPT-NOMS.
015820     MOVE WS-NB-CONTACTS  TO RPT-CONTACTS.
015830     MOVE WS-NB-CODES     TO RPT-CODES.
015840     MOVE WS-NB-MONTANTS  TO RPT-MONTANTS.
015850     MOVE WS-LIGNE-DETAIL TO WS-LIGNE-RAPPORT.
015860 8100-RAPPORTER-FICHIER-ECRIRE.
015870     MOVE WS-LIGNE-RAPPORT TO RAPPORT-LIGNE.
015880     WRITE RAPPORT-LIGNE.
015890     DISPLAY FUNCTION TRIM(WS-LIGNE-RAPPORT TRAILING).
015900     IF WS-NB-REJETS > ZERO
015910         MOVE WS-NB-REJETS TO WS-NOMBRE-EDITE
015920         MOVE SPACES TO WS-LIGNE-RAPPORT
015930         STRING "    cles refusees a l'ecriture : "
015940                WS-NOMBRE-EDITE
015950                DELIMITED BY SIZE
015960             INTO WS-LIGNE-RAPPORT
015970         MOVE WS-LIGNE-RAPPORT TO RAPPORT-LIGNE
015980         WRITE RAPPORT-LIGNE
015990         DISPLAY FUNCTION TRIM(WS-LIGNE-RAPPORT TRAILING)
016000     END-IF.
016010 8100-RAPPORTER-FICHIER-EXIT.
016020     EXIT.
016030
016040*----------------------------------------------------------------
016050* 8300-PREPARER-FICHIER - COUNTERS AND STATUSES BACK TO ZERO,
016060* TARGET NAME OF WS-NOM-FICHIER
016070*----------------------------------------------------------------
016080 8300-PREPARER-FICHIER.
016090     INITIALIZE WS-COMPTEURS-FICHIER.
016100     MOVE "00" TO WS-STATUT-SOURCE WS-STATUT-SORTIE.
016110     MOVE "N" TO WS-FIN-FICHIER.
016120     MOVE SPACES TO WS-NOM-SORTIE.
016130     STRING FUNCTION TRIM(WS-REP-CIBLE) DELIMITED BY SIZE
016140            "/"                         DELIMITED BY SIZE
016150            WS-NOM-FICHIER              DELIMITED BY SPACE
016160         INTO WS-NOM-SORTIE.
016170 8300-PREPARER-FICHIER-EXIT.
016180     EXIT.
