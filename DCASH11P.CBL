000100***************************************************************** DCASH11P
000200*                                                               * DCASH11P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DCASH11P
000400*   This demonstration program is provided for use by users     * DCASH11P
000500*   of Micro Focus products and may be used, modified and       * DCASH11P
000600*   distributed as part of your application provided that       * DCASH11P
000700*   you properly acknowledge the copyright of Micro Focus       * DCASH11P
000800*   in this material.                                           * DCASH11P
000900*                                                               * DCASH11P
001000***************************************************************** DCASH11P
001100                                                                  DCASH11P
001200                                                                  DCASH11P
001300***************************************************************** DCASH11P
001400* Program:     DCASH11P.CBL                                     * DCASH11P
001500* Function:    Look up, claim and settle a cardless withdrawal  * DCASH11P
001600*              code on the BNKCLWD register. A code is usable   * DCASH11P
001700*              while it is staged and short of its expiry time; * DCASH11P
001800*              a staged code found past its time is marked      * DCASH11P
001900*              expired there and then. A usable code is claimed * DCASH11P
002000*              before any cash moves, so the same code cannot   * DCASH11P
002100*              be presented at a second machine while the first * DCASH11P
002200*              dispenses; the claim is settled with the posting * DCASH11P
002300*              reference or released if the dispense is         * DCASH11P
002400*              refused. Wrong PINs are counted against the code * DCASH11P
002500*              and the third voids it. VSAM version             * DCASH11P
002600***************************************************************** DCASH11P
002700                                                                  DCASH11P
002800 IDENTIFICATION DIVISION.                                         DCASH11P
002900 PROGRAM-ID.                                                      DCASH11P
003000     DCASH11P.                                                    DCASH11P
003100 DATE-WRITTEN.                                                    DCASH11P
003200     October 2008.                                                DCASH11P
003300 DATE-COMPILED.                                                   DCASH11P
003400     Today.                                                       DCASH11P
003500                                                                  DCASH11P
003600 ENVIRONMENT DIVISION.                                            DCASH11P
003700                                                                  DCASH11P
003800 DATA DIVISION.                                                   DCASH11P
003900                                                                  DCASH11P
004000 WORKING-STORAGE SECTION.                                         DCASH11P
004100 01  WS-MISC-STORAGE.                                             DCASH11P
004200   05  WS-PROGRAM-ID                         PIC X(8)             DCASH11P
004300       VALUE 'DCASH11P'.                                          DCASH11P
004400   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DCASH11P
004500   05  WS-RESP                               PIC S9(8) COMP.      DCASH11P
004600   05  WS-READ-TOKEN                         PIC S9(8) COMP.      DCASH11P
004700   05  WS-BNKCLWD-RID                        PIC X(8).            DCASH11P
004800   05  WS-NOW-STAMP.                                              DCASH11P
004900     10  WS-NOW-DATE                         PIC X(8).            DCASH11P
005000     10  WS-NOW-HH                           PIC X(2).            DCASH11P
005100     10  WS-NOW-MI                           PIC X(2).            DCASH11P
005200   05  WS-EXPIRY-STAMP.                                           DCASH11P
005300     10  WS-EXPIRY-DATE                      PIC X(8).            DCASH11P
005400     10  WS-EXPIRY-TIME                      PIC X(4).            DCASH11P
005500   05  WS-MAX-PIN-FAILS                      PIC 9(1) VALUE 3.    DCASH11P
005600                                                                  DCASH11P
005700 COPY CTSTAMPD.                                                   DCASH11P
005800                                                                  DCASH11P
005900 01  WS-BNKCLWD-REC.                                              DCASH11P
006000 COPY CBANKVCW.                                                   DCASH11P
006100                                                                  DCASH11P
006200 01  WS-COMMAREA.                                                 DCASH11P
006300 COPY CCASHD11.                                                   DCASH11P
006400                                                                  DCASH11P
006500 COPY CABENDD.                                                    DCASH11P
006600                                                                  DCASH11P
006700 LINKAGE SECTION.                                                 DCASH11P
006800 01  DFHCOMMAREA.                                                 DCASH11P
006900   05  LK-COMMAREA                           PIC X(1)             DCASH11P
007000       OCCURS 1 TO 4096 TIMES                                     DCASH11P
007100         DEPENDING ON WS-COMMAREA-LENGTH.                         DCASH11P
007200                                                                  DCASH11P
007300 COPY CENTRY.                                                     DCASH11P
007400***************************************************************** DCASH11P
007500* Move the passed data to our area                              * DCASH11P
007600***************************************************************** DCASH11P
007700     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DCASH11P
007800     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DCASH11P
007900                                                                  DCASH11P
008000***************************************************************** DCASH11P
008100* Initialize our output area                                    * DCASH11P
008200***************************************************************** DCASH11P
008300     MOVE SPACES TO CD11O-DATA.                                   DCASH11P
008400     MOVE ZERO TO CD11O-AMOUNT.                                   DCASH11P
008500     MOVE ZERO TO CD11O-PIN-FAILS.                                DCASH11P
008600     SET CD11O-STATUS-FAIL TO TRUE.                               DCASH11P
008700                                                                  DCASH11P
008800***************************************************************** DCASH11P
008900* Expiry runs on the clock, not the business date - a code      * DCASH11P
009000* lapses at its time of day whatever the bank's date says       * DCASH11P
009100***************************************************************** DCASH11P
009200 COPY CTSTAMPP.                                                   DCASH11P
009300     MOVE WS-TIMESTAMP(1:4) TO WS-NOW-DATE(1:4).                  DCASH11P
009400     MOVE WS-TIMESTAMP(6:2) TO WS-NOW-DATE(5:2).                  DCASH11P
009500     MOVE WS-TIMESTAMP(9:2) TO WS-NOW-DATE(7:2).                  DCASH11P
009600     MOVE WS-TIMESTAMP(12:2) TO WS-NOW-HH.                        DCASH11P
009700     MOVE WS-TIMESTAMP(15:2) TO WS-NOW-MI.                        DCASH11P
009800                                                                  DCASH11P
009900     IF CD11I-CODE IS EQUAL TO SPACES OR                          DCASH11P
010000        CD11I-CODE IS EQUAL TO LOW-VALUES                         DCASH11P
010100        SET CD11O-STATUS-NOT-FOUND TO TRUE                        DCASH11P
010200        MOVE 'Code not recognised' TO CD11O-MSG                   DCASH11P
010300        GO TO DCASH11P-EXIT                                       DCASH11P
010400     END-IF.                                                      DCASH11P
010500     MOVE CD11I-CODE TO WS-BNKCLWD-RID.                           DCASH11P
010600     EXEC CICS READ FILE('BNKCLWD')                               DCASH11P
010700                    UPDATE                                        DCASH11P
010800                    INTO(WS-BNKCLWD-REC)                          DCASH11P
010900                    LENGTH(LENGTH OF WS-BNKCLWD-REC)              DCASH11P
011000                    RIDFLD(WS-BNKCLWD-RID)                        DCASH11P
011100                    TOKEN(WS-READ-TOKEN)                          DCASH11P
011200                    RESP(WS-RESP)                                 DCASH11P
011300     END-EXEC.                                                    DCASH11P
011400     IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)                       DCASH11P
011500        SET CD11O-STATUS-NOT-FOUND TO TRUE                        DCASH11P
011600        MOVE 'Code not recognised' TO CD11O-MSG                   DCASH11P
011700        GO TO DCASH11P-EXIT                                       DCASH11P
011800     END-IF.                                                      DCASH11P
011900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DCASH11P
012000        MOVE 'Unable to read code details' TO CD11O-MSG           DCASH11P
012100        GO TO DCASH11P-EXIT                                       DCASH11P
012200     END-IF.                                                      DCASH11P
012300*    whatever the outcome the caller learns whose code it was,    DCASH11P
012400*    so a bad presentation can be held against that customer      DCASH11P
012500     IF CLW-REC-PIN-FAILS IS NOT NUMERIC                          DCASH11P
012600        MOVE 0 TO CLW-REC-PIN-FAILS                               DCASH11P
012700     END-IF.                                                      DCASH11P
012800     MOVE CLW-REC-PID TO CD11O-PID.                               DCASH11P
012900     MOVE CLW-REC-ACCNO TO CD11O-ACCNO.                           DCASH11P
013000     MOVE CLW-REC-AMOUNT TO CD11O-AMOUNT.                         DCASH11P
013100     MOVE CLW-REC-PIN-FAILS TO CD11O-PIN-FAILS.                   DCASH11P
013200                                                                  DCASH11P
013300     EVALUATE TRUE                                                DCASH11P
013400       WHEN CD11I-FUNC-DONE                                       DCASH11P
013500         GO TO CODE-DONE                                          DCASH11P
013600       WHEN CD11I-FUNC-RELEASE                                    DCASH11P
013700         GO TO CODE-RELEASE                                       DCASH11P
013800       WHEN CD11I-FUNC-INQUIRE                                    DCASH11P
013900         CONTINUE                                                 DCASH11P
014000       WHEN CD11I-FUNC-CLAIM                                      DCASH11P
014100         CONTINUE                                                 DCASH11P
014200       WHEN CD11I-FUNC-PIN-FAIL                                   DCASH11P
014300         CONTINUE                                                 DCASH11P
014400       WHEN OTHER                                                 DCASH11P
014500         MOVE 'Invalid code function' TO CD11O-MSG                DCASH11P
014600         GO TO CODE-UNLOCK                                        DCASH11P
014700     END-EVALUATE.                                                DCASH11P
014800                                                                  DCASH11P
014900***************************************************************** DCASH11P
015000* Inquire, claim and a PIN failure all need a live code         * DCASH11P
015100***************************************************************** DCASH11P
015200     EVALUATE TRUE                                                DCASH11P
015300       WHEN CLW-REC-CLAIMED                                       DCASH11P
015400         SET CD11O-STATUS-USED TO TRUE                            DCASH11P
015500         MOVE 'Code is already being used' TO CD11O-MSG           DCASH11P
015600         GO TO CODE-UNLOCK                                        DCASH11P
015700       WHEN CLW-REC-REDEEMED                                      DCASH11P
015800         SET CD11O-STATUS-USED TO TRUE                            DCASH11P
015900         MOVE 'Code has already been used' TO CD11O-MSG           DCASH11P
016000         GO TO CODE-UNLOCK                                        DCASH11P
016100       WHEN CLW-REC-EXPIRED                                       DCASH11P
016200         SET CD11O-STATUS-EXPIRED TO TRUE                         DCASH11P
016300         MOVE 'Code has expired' TO CD11O-MSG                     DCASH11P
016400         GO TO CODE-UNLOCK                                        DCASH11P
016500       WHEN CLW-REC-CANCELLED                                     DCASH11P
016600         SET CD11O-STATUS-VOID TO TRUE                            DCASH11P
016700         MOVE 'Code was cancelled' TO CD11O-MSG                   DCASH11P
016800         GO TO CODE-UNLOCK                                        DCASH11P
016900       WHEN CLW-REC-VOIDED                                        DCASH11P
017000         SET CD11O-STATUS-VOID TO TRUE                            DCASH11P
017100         MOVE 'Code was voided' TO CD11O-MSG                      DCASH11P
017200         GO TO CODE-UNLOCK                                        DCASH11P
017300       WHEN CLW-REC-STAGED                                        DCASH11P
017400         CONTINUE                                                 DCASH11P
017500       WHEN OTHER                                                 DCASH11P
017600         MOVE 'Code record is not usable' TO CD11O-MSG            DCASH11P
017700         GO TO CODE-UNLOCK                                        DCASH11P
017800     END-EVALUATE.                                                DCASH11P
017900     MOVE CLW-REC-EXPIRY-DATE TO WS-EXPIRY-DATE.                  DCASH11P
018000     MOVE CLW-REC-EXPIRY-TIME TO WS-EXPIRY-TIME.                  DCASH11P
018100     IF WS-NOW-STAMP IS NOT LESS THAN WS-EXPIRY-STAMP             DCASH11P
018200        SET CLW-REC-EXPIRED TO TRUE                               DCASH11P
018300        SET CD11O-STATUS-EXPIRED TO TRUE                          DCASH11P
018400        MOVE 'Code has expired' TO CD11O-MSG                      DCASH11P
018500        GO TO CODE-REWRITE                                        DCASH11P
018600     END-IF.                                                      DCASH11P
018700                                                                  DCASH11P
018800     IF CD11I-FUNC-INQUIRE                                        DCASH11P
018900        SET CD11O-STATUS-OK TO TRUE                               DCASH11P
019000        GO TO CODE-UNLOCK                                         DCASH11P
019100     END-IF.                                                      DCASH11P
019200                                                                  DCASH11P
019300     IF CD11I-FUNC-CLAIM                                          DCASH11P
019400        SET CLW-REC-CLAIMED TO TRUE                               DCASH11P
019500        MOVE CD11I-TERM-ID TO CLW-REC-USED-TERM-ID                DCASH11P
019600        MOVE WS-TIMESTAMP TO CLW-REC-USED-TS                      DCASH11P
019700        SET CD11O-STATUS-OK TO TRUE                               DCASH11P
019800        GO TO CODE-REWRITE                                        DCASH11P
019900     END-IF.                                                      DCASH11P
020000                                                                  DCASH11P
020100*    a wrong PIN against a live code - the third voids it         DCASH11P
020200     ADD 1 TO CLW-REC-PIN-FAILS.                                  DCASH11P
020300     MOVE CLW-REC-PIN-FAILS TO CD11O-PIN-FAILS.                   DCASH11P
020400     IF CLW-REC-PIN-FAILS IS NOT LESS THAN WS-MAX-PIN-FAILS       DCASH11P
020500        SET CLW-REC-VOIDED TO TRUE                                DCASH11P
020600        SET CD11O-STATUS-VOID TO TRUE                             DCASH11P
020700        MOVE 'Code voided after PIN failures' TO CD11O-MSG        DCASH11P
020800     ELSE                                                         DCASH11P
020900        SET CD11O-STATUS-OK TO TRUE                               DCASH11P
021000     END-IF.                                                      DCASH11P
021100     GO TO CODE-REWRITE.                                          DCASH11P
021200                                                                  DCASH11P
021300***************************************************************** DCASH11P
021400* Settle a claim - the cash is out and the posting reference is * DCASH11P
021500* kept against the code                                         * DCASH11P
021600***************************************************************** DCASH11P
021700 CODE-DONE.                                                       DCASH11P
021800     IF NOT CLW-REC-CLAIMED                                       DCASH11P
021900        MOVE 'Code has not been claimed' TO CD11O-MSG             DCASH11P
022000        GO TO CODE-UNLOCK                                         DCASH11P
022100     END-IF.                                                      DCASH11P
022200     SET CLW-REC-REDEEMED TO TRUE.                                DCASH11P
022300     MOVE CD11I-REFNO TO CLW-REC-USED-REFNO.                      DCASH11P
022400     MOVE WS-TIMESTAMP TO CLW-REC-USED-TS.                        DCASH11P
022500     SET CD11O-STATUS-OK TO TRUE.                                 DCASH11P
022600     GO TO CODE-REWRITE.                                          DCASH11P
022700                                                                  DCASH11P
022800***************************************************************** DCASH11P
022900* Release a claim - the dispense was refused, so the code goes  * DCASH11P
023000* back to staged and may be tried again until it expires        * DCASH11P
023100***************************************************************** DCASH11P
023200 CODE-RELEASE.                                                    DCASH11P
023300     IF NOT CLW-REC-CLAIMED                                       DCASH11P
023400        MOVE 'Code has not been claimed' TO CD11O-MSG             DCASH11P
023500        GO TO CODE-UNLOCK                                         DCASH11P
023600     END-IF.                                                      DCASH11P
023700     SET CLW-REC-STAGED TO TRUE.                                  DCASH11P
023800     MOVE SPACES TO CLW-REC-USED-TERM-ID.                         DCASH11P
023900     MOVE SPACES TO CLW-REC-USED-TS.                              DCASH11P
024000     SET CD11O-STATUS-OK TO TRUE.                                 DCASH11P
024100     GO TO CODE-REWRITE.                                          DCASH11P
024200                                                                  DCASH11P
024300***************************************************************** DCASH11P
024400* Common rewrite - the status already set stands unless the     * DCASH11P
024500* register cannot be updated                                    * DCASH11P
024600***************************************************************** DCASH11P
024700 CODE-REWRITE.                                                    DCASH11P
024800     EXEC CICS REWRITE FILE('BNKCLWD')                            DCASH11P
024900                    FROM(WS-BNKCLWD-REC)                          DCASH11P
025000                    LENGTH(LENGTH OF WS-BNKCLWD-REC)              DCASH11P
025100                    TOKEN(WS-READ-TOKEN)                          DCASH11P
025200                    RESP(WS-RESP)                                 DCASH11P
025300     END-EXEC.                                                    DCASH11P
025400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DCASH11P
025500        SET CD11O-STATUS-FAIL TO TRUE                             DCASH11P
025600        MOVE 'Unable to update code details' TO CD11O-MSG         DCASH11P
025700     END-IF.                                                      DCASH11P
025800     GO TO DCASH11P-EXIT.                                         DCASH11P
025900                                                                  DCASH11P
026000 CODE-UNLOCK.                                                     DCASH11P
026100     EXEC CICS UNLOCK FILE('BNKCLWD')                             DCASH11P
026200                      TOKEN(WS-READ-TOKEN)                        DCASH11P
026300     END-EXEC.                                                    DCASH11P
026400                                                                  DCASH11P
026500***************************************************************** DCASH11P
026600* Move the result back to the callers area                      * DCASH11P
026700***************************************************************** DCASH11P
026800 DCASH11P-EXIT.                                                   DCASH11P
026900     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DCASH11P
027000                                                                  DCASH11P
027100***************************************************************** DCASH11P
027200* Return to our caller                                          * DCASH11P
027300***************************************************************** DCASH11P
027400 COPY CRETURN.                                                    DCASH11P
