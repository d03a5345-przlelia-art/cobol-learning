000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DATEPROMISE.
000030 AUTHOR.        LELIA.
000040 INSTALLATION.  ATELIER-COBOL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  LM  NEW SUBPROGRAM. PROPOSES THE PROMISED DELIVERY
000110*                 DATE FOR AN ORDER LEAVING ON A GIVEN DATE : THE
000120*                 DELIVERY CITY'S VILLE-DELAI ON VILLES.DAT, OR
000130*                 THE STANDARD LEAD TIME WHEN THE CITY IS BLANK,
000140*                 UNKNOWN OR CARRIES NO LEAD TIME. A PROMISE
000150*                 FALLING ON A SUNDAY MOVES TO THE MONDAY - THE
000160*                 VANS DO NOT RUN. SHARED BY EVERY PROGRAM THAT
000170*                 WRITES AN ORDER THE WAY PRIXEFFECTIF IS.
000180*----------------------------------------------------------------

000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.

000220     SELECT VILLES-FILE ASSIGN TO "VILLES.DAT"
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS DYNAMIC
000250         RECORD KEY IS VILLE-NOM
000260         ALTERNATE RECORD KEY IS VILLE-CODE-POSTAL
000270             WITH DUPLICATES
000280         FILE STATUS IS WS-VILLES-STATUS.

000290 DATA DIVISION.
000300 FILE SECTION.

000310*----------------------------------------------------------------
000320* VILLES REFERENCE - ONE RECORD PER VALID CITY NAME
000330*----------------------------------------------------------------
000340 FD  VILLES-FILE.
000350     COPY "VILLE-RECORD.cpy".

000360 WORKING-STORAGE SECTION.

000370 01  WS-VILLES-STATUS         PIC X(02).
000380     88 VILLES-OK                     VALUE "00".

000390 01  WS-DELAI-STANDARD        PIC 9(02) VALUE 3.
000400 01  WS-DELAI                 PIC 9(02).
000410 01  WS-JOUR-PROMIS           PIC 9(07).
000420 01  WS-JOUR-SEMAINE          PIC 9(01).

000430 LINKAGE SECTION.

000440 01  LK-VILLE                 PIC X(20).
000450 01  LK-DATE                  PIC 9(08).
000460 01  LK-DATE-PROMISE          PIC 9(08).

000470 PROCEDURE DIVISION USING LK-VILLE LK-DATE LK-DATE-PROMISE.

000480*----------------------------------------------------------------
000490* 0000-MAINLINE - LEAD TIME OF THE CITY, THEN THE CALENDAR
000500*----------------------------------------------------------------
000510 0000-MAINLINE.
000520     MOVE WS-DELAI-STANDARD TO WS-DELAI.
000530     IF LK-VILLE NOT = SPACES
000540         PERFORM 1000-LIRE-DELAI-VILLE
000550             THRU 1000-LIRE-DELAI-VILLE-EXIT
000560     END-IF.
000570     COMPUTE WS-JOUR-PROMIS =
000580         FUNCTION INTEGER-OF-DATE(LK-DATE) + WS-DELAI.
000590     COMPUTE WS-JOUR-SEMAINE = FUNCTION MOD(WS-JOUR-PROMIS, 7).
000600     IF WS-JOUR-SEMAINE = ZERO
000610         ADD 1 TO WS-JOUR-PROMIS
000620     END-IF.
000630     COMPUTE LK-DATE-PROMISE =
000640         FUNCTION DATE-OF-INTEGER(WS-JOUR-PROMIS).
000650     GOBACK.

000660*----------------------------------------------------------------
000670* 1000-LIRE-DELAI-VILLE - VILLE-DELAI WHEN THE CITY IS ON FILE
000680* AND CARRIES ONE; OTHERWISE THE STANDARD LEAD TIME STANDS
000690*----------------------------------------------------------------
000700 1000-LIRE-DELAI-VILLE.
000710     OPEN INPUT VILLES-FILE.
000720     IF NOT VILLES-OK
000730         GO TO 1000-LIRE-DELAI-VILLE-EXIT
000740     END-IF.
000750     MOVE LK-VILLE TO VILLE-NOM.
000760     READ VILLES-FILE
000770         INVALID KEY CONTINUE
000780         NOT INVALID KEY
000790             IF VILLE-DELAI IS NUMERIC AND VILLE-DELAI > ZERO
000800                 MOVE VILLE-DELAI TO WS-DELAI
000810             END-IF
000820     END-READ.
000830     CLOSE VILLES-FILE.
000840 1000-LIRE-DELAI-VILLE-EXIT.
000850     EXIT.
