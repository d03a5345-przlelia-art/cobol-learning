000200*                 KEY - RE-READING (NUM, "O", 00) SENT THE SCAN
000210*                 BACKWARDS ON THE DUPLICATE ORDERS CMDMIGRER
000220*                 RENUMBERED WITH A NONZERO CMD-SEQ.
000221* 2026-10-15  LM  ARCHIVING NOW REQUIRES A NUMBERING AUDIT
000222*                 (AUDITNUMEROS, LOGGED ON NUMAUDIT.DAT) RUN THIS
000223*                 MONTH, SO THE ORDER SERIES IS CHECKED BEFORE
000224*                 THE YEAR-END ARCHIVE; IF THAT AUDIT FOUND
000225*                 ANOMALIES THE OPERATOR CONFIRMS BEFORE GOING
000226*                 ON.
000227* 2026-10-15  LM  CALL HABILITER BEFORE ANYTHING ELSE AND STOP
000228*                 WHEN THE SIGNED-ON OPERATOR'S ROLES MAY NOT RUN
000229*                 COMMANDEARCHIVER (SEE HABILITATIONS).
000230*----------------------------------------------------------------
000240
000250 ENVIRONMENT DIVISION.
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-ARCHIVE-STATUS.
000380
000382     SELECT NUMAUDIT-FILE ASSIGN TO "NUMAUDIT.DAT"
000384         ORGANIZATION IS LINE SEQUENTIAL
000386         FILE STATUS IS WS-NUMAUDIT-STATUS.
000388
000390 DATA DIVISION.
000400 FILE SECTION.
000410
000580                   ==CMD-EN-ATTENTE== BY ==OR-EN-ATTENTE==
000590                   ==CMD-EXPEDIEE==   BY ==OR-EXPEDIEE==
000600                   ==CMD-LIVREE==     BY ==OR-LIVREE==
000601                   ==CMD-VILLE==      BY ==OR-VILLE==
000602                   ==CMD-PRIX-SRC==   BY ==OR-PRIX-SRC==
000603                   ==CMD-PX-CONTRAT== BY ==OR-PX-CONTRAT==
000604                   ==CMD-PX-TARIF==   BY ==OR-PX-TARIF==
000605                   ==CMD-PX-CATALOGUE== BY ==OR-PX-CATALOGUE==
000606                   ==CMD-CAMPAGNE==   BY ==OR-CAMPAGNE==
000607                   ==CMD-DATE-PROMISE== BY ==OR-DATE-PROMISE==
000608                   ==CMD-DATE-LIVREE== BY ==OR-DATE-LIVREE==
000609                   ==CMD-FRAIS-PORT== BY ==OR-FRAIS-PORT==
000610                   ==CMD-CODE-ORIG==  BY ==OR-CODE-ORIG==
000611                   ==CMD-REPRESENTANT== BY ==OR-REPRESENTANT==
000612                   ==CMD-MODE-REGL==  BY ==OR-MODE-REGL==
000613                   ==CMD-REGL-ESPECES== BY ==OR-REGL-ESPECES==
000614                   ==CMD-REGL-CARTE== BY ==OR-REGL-CARTE==
000615                   ==CMD-REGL-CHEQUE== BY ==OR-REGL-CHEQUE==
000616                   ==CMD-REGL-COMPTE== BY ==OR-REGL-COMPTE==
000617                   ==CMD-ENCAISSE==   BY ==OR-ENCAISSE==
000618                   ==CMD-REF-WEB==    BY ==OR-REF-WEB==.
000620
000630*----------------------------------------------------------------
000640* ARCHIVE - SAME LAYOUT AS THE LIVE LOG, APPENDED FOREVER
000820                   ==CMD-EN-ATTENTE== BY ==ARC-EN-ATTENTE==
000830                   ==CMD-EXPEDIEE==   BY ==ARC-EXPEDIEE==
000840                   ==CMD-LIVREE==     BY ==ARC-LIVREE==
000841                   ==CMD-VILLE==      BY ==ARC-VILLE==
000842                   ==CMD-PRIX-SRC==   BY ==ARC-PRIX-SRC==
000843                   ==CMD-PX-CONTRAT== BY ==ARC-PX-CONTRAT==
000844                   ==CMD-PX-TARIF==   BY ==ARC-PX-TARIF==
000845                   ==CMD-PX-CATALOGUE== BY ==ARC-PX-CATALOGUE==
000846                   ==CMD-CAMPAGNE==   BY ==ARC-CAMPAGNE==
000847                   ==CMD-DATE-PROMISE== BY ==ARC-DATE-PROMISE==
000848                   ==CMD-DATE-LIVREE== BY ==ARC-DATE-LIVREE==
000849                   ==CMD-FRAIS-PORT== BY ==ARC-FRAIS-PORT==
000850                   ==CMD-CODE-ORIG==  BY ==ARC-CODE-ORIG==
000851                   ==CMD-REPRESENTANT== BY ==ARC-REPRESENTANT==
000852                   ==CMD-MODE-REGL==  BY ==ARC-MODE-REGL==
000853                   ==CMD-REGL-ESPECES== BY ==ARC-REGL-ESPECES==
000854                   ==CMD-REGL-CARTE== BY ==ARC-REGL-CARTE==
000855                   ==CMD-REGL-CHEQUE== BY ==ARC-REGL-CHEQUE==
000856                   ==CMD-REGL-COMPTE== BY ==ARC-REGL-COMPTE==
000857                   ==CMD-ENCAISSE==   BY ==ARC-ENCAISSE==
000858                   ==CMD-REF-WEB==    BY ==ARC-REF-WEB==.
000860
000861*----------------------------------------------------------------
000862* NUMAUDIT - AUDITNUMEROS' RUNS (READ ONLY)
000863*----------------------------------------------------------------
000864 FD  NUMAUDIT-FILE.
000865     COPY "NUMAUDIT-RECORD.cpy".
000866
000870 WORKING-STORAGE SECTION.
000880
000883     COPY "HABILITATION.cpy".
000886
000890 01  WS-MODE                 PIC X(01).
000900     88 MODE-ARCHIVER                 VALUE "A" "a".
000910     88 MODE-CONSULTER                VALUE "C" "c".
000930 01  WS-DATE-LIMITE          PIC 9(08).
000940 01  WS-NUM-RECHERCHE        PIC 9(08).
000950 01  WS-CLE-SAUVEE           PIC X(11).
000951 01  WS-DATE-JOUR            PIC 9(08).
000952 01  WS-DEBUT-MOIS           PIC 9(08).
000953 01  WS-DERNIER-AUDIT        PIC 9(08) VALUE ZERO.
000954 01  WS-ANOMALIES-AUDIT      PIC 9(05) VALUE ZERO.
000955 01  WS-REPONSE              PIC X(01).
000956     88 REPONSE-OUI                   VALUE "O" "o".
000960
000970 01  WS-MESSAGE-STATUT       PIC X(40).
000980
001020 01  WS-ARCHIVE-STATUS       PIC X(02).
001030     88 ARCHIVE-OK                    VALUE "00".
001040
001042 01  WS-NUMAUDIT-STATUS      PIC X(02).
001044     88 NUMAUDIT-OK                   VALUE "00".
001046
001050 01  WS-SWITCHES.
001060     05 WS-FIN-ORDERS        PIC X(01) VALUE "N".
001070         88 FIN-ORDERS                VALUE "Y".
001080     05 WS-FIN-ARCHIVE       PIC X(01) VALUE "N".
001090         88 FIN-ARCHIVE               VALUE "Y".
001092     05 WS-FIN-NUMAUDIT      PIC X(01) VALUE "N".
001094         88 FIN-NUMAUDIT              VALUE "Y".
001096     05 WS-AUDIT-VALIDE      PIC X(01) VALUE "N".
001098         88 AUDIT-VALIDE              VALUE "O".
001100     05 WS-FIN-SEQUENCE      PIC X(01).
001110         88 FIN-SEQUENCE              VALUE "Y".
001120     05 WS-TROP-PLEIN        PIC X(01) VALUE "N".
001350* 0000-MAINLINE
001360*----------------------------------------------------------------
001370 0000-MAINLINE.
001371     MOVE "COMMANDEARCHIVER" TO HAB-PROGRAMME.
001372     CALL "HABILITER" USING HAB-ZONE.
001373     IF NOT HAB-AUTORISE
001374         GOBACK
001375     END-IF.
001380     DISPLAY "Archiver (A) ou consulter l'archive (C) ? ".
001390     ACCEPT WS-MODE.
001400     IF MODE-ARCHIVER
001550* ORDER'S RECORDS TO THE ARCHIVE
001560*----------------------------------------------------------------
001570 1000-ARCHIVER.
001571     PERFORM 1500-CONTROLER-AUDIT
001572         THRU 1500-CONTROLER-AUDIT-EXIT.
001573     IF NOT AUDIT-VALIDE
001574         GO TO 1000-ARCHIVER-EXIT
001575     END-IF.
001580     DISPLAY "Date limite AAAAMMJJ (archiver avant cette"
001590         " date) : ".
001600     ACCEPT WS-DATE-LIMITE.
001980     END-IF.
001990 1000-ARCHIVER-EXIT.
002000     EXIT.
002001
002002*----------------------------------------------------------------
002003* 1500-CONTROLER-AUDIT - THE NUMBERING AUDIT MUST HAVE RUN THIS
002004* MONTH BEFORE ORDERS LEAVE THE LIVE LOG; ANOMALIES IT FOUND ARE
002005* CONFIRMED BY THE OPERATOR
002006*----------------------------------------------------------------
002007 1500-CONTROLER-AUDIT.
002008     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
002009     COMPUTE WS-DEBUT-MOIS = (WS-DATE-JOUR / 100) * 100 + 1.
002010     OPEN INPUT NUMAUDIT-FILE.
002011     IF NUMAUDIT-OK
002012         PERFORM UNTIL FIN-NUMAUDIT
002013             READ NUMAUDIT-FILE
002014                 AT END SET FIN-NUMAUDIT TO TRUE
002015                 NOT AT END
002016                     IF NAU-DATE >= WS-DERNIER-AUDIT
002017                         MOVE NAU-DATE TO WS-DERNIER-AUDIT
002018                         MOVE NAU-NB-ANOMALIES
002019                             TO WS-ANOMALIES-AUDIT
002020                     END-IF
002021             END-READ
002022         END-PERFORM
002023         CLOSE NUMAUDIT-FILE
002024     END-IF.
002025     IF WS-DERNIER-AUDIT < WS-DEBUT-MOIS
002026         DISPLAY "Audit de numerotation non passe ce mois-ci -"
002027             " lancer AUDITNUMEROS avant d'archiver"
002028         GO TO 1500-CONTROLER-AUDIT-EXIT
002029     END-IF.
002030     IF WS-ANOMALIES-AUDIT > ZERO
002031         DISPLAY "Audit du " WS-DERNIER-AUDIT " : "
002032             WS-ANOMALIES-AUDIT " anomalie(s) de numerotation"
002033         DISPLAY "Archiver malgre tout (O/N) ? "
002034         MOVE SPACE TO WS-REPONSE
002035         ACCEPT WS-REPONSE
002036         IF NOT REPONSE-OUI
002037             GO TO 1500-CONTROLER-AUDIT-EXIT
002038         END-IF
002039     END-IF.
002040     SET AUDIT-VALIDE TO TRUE.
002041 1500-CONTROLER-AUDIT-EXIT.
002042     EXIT.
002010
002020*----------------------------------------------------------------
002030* 2000-RELEVER-ELIGIBLES - TYPE O RECORDS OLDER THAN THE CUTOFF,
