000100***************************************************************** DBNK204P
000200*                                                               * DBNK204P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK204P
000400*   This demonstration program is provided for use by users     * DBNK204P
000500*   of Micro Focus products and may be used, modified and       * DBNK204P
000600*   distributed as part of your application provided that       * DBNK204P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK204P
000800*   in this material.                                           * DBNK204P
000900*                                                               * DBNK204P
001000***************************************************************** DBNK204P
001100                                                                  DBNK204P
001200                                                                  DBNK204P
001300***************************************************************** DBNK204P
001400* Program:     DBNK204P.CBL                                     * DBNK204P
001500* Function:    Consolidated relationship statement election.    * DBNK204P
001600*              A customer may take one statement across all     * DBNK204P
001700*              the accounts they own in place of one statement  * DBNK204P
001800*              per account. The election is held on BNKCUST and * DBNK204P
001900*              read by DBANK56P, which then passes the accounts * DBNK204P
002000*              by, and by DBNK205P, which produces the one      * DBNK204P
002100*              statement. It needs two or more open accounts    * DBNK204P
002200*              and is refused for a deceased, merged or         * DBNK204P
002300*              anonymized customer. An enquiry returns the      * DBNK204P
002400*              election, the delivery route and the number of   * DBNK204P
002500*              open accounts the statement would cover.         * DBNK204P
002600*              VSAM version                                     * DBNK204P
002700***************************************************************** DBNK204P
002800                                                                  DBNK204P
002900 IDENTIFICATION DIVISION.                                         DBNK204P
003000 PROGRAM-ID.                                                      DBNK204P
003100     DBNK204P.                                                    DBNK204P
003200 DATE-WRITTEN.                                                    DBNK204P
003300     October 2008.                                                DBNK204P
003400 DATE-COMPILED.                                                   DBNK204P
003500     Today.                                                       DBNK204P
003600                                                                  DBNK204P
003700 ENVIRONMENT DIVISION.                                            DBNK204P
003800                                                                  DBNK204P
003900 DATA DIVISION.                                                   DBNK204P
004000                                                                  DBNK204P
004100 WORKING-STORAGE SECTION.                                         DBNK204P
004200 01  WS-MISC-STORAGE.                                             DBNK204P
004300   05  WS-PROGRAM-ID                         PIC X(8)             DBNK204P
004400       VALUE 'DBNK204P'.                                          DBNK204P
004500   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBNK204P
004600   05  WS-RESP                               PIC S9(8) COMP.      DBNK204P
004700   05  WS-CUST-TOKEN                         PIC S9(8) COMP.      DBNK204P
004800   05  WS-BNKCUST-RID                        PIC X(5).            DBNK204P
004900   05  WS-BNKACC-AIX-RID                     PIC X(5).            DBNK204P
005000   05  WS-OPEN-ACCOUNTS                      PIC 9(3).            DBNK204P
005100                                                                  DBNK204P
005200 01  WS-BNKCUST-REC.                                              DBNK204P
005300 COPY CBANKVCS.                                                   DBNK204P
005400                                                                  DBNK204P
005500 01  WS-BNKACC-REC.                                               DBNK204P
005600 COPY CBANKVAC.                                                   DBNK204P
005700                                                                  DBNK204P
005800 01  WS-COMMAREA.                                                 DBNK204P
005900 COPY CBNKD204.                                                   DBNK204P
006000                                                                  DBNK204P
006100 COPY CABENDD.                                                    DBNK204P
006200                                                                  DBNK204P
006300 LINKAGE SECTION.                                                 DBNK204P
006400 01  DFHCOMMAREA.                                                 DBNK204P
006500   05  LK-COMMAREA                           PIC X(1)             DBNK204P
006600       OCCURS 1 TO 4096 TIMES                                     DBNK204P
006700         DEPENDING ON WS-COMMAREA-LENGTH.                         DBNK204P
006800                                                                  DBNK204P
006900 COPY CENTRY.                                                     DBNK204P
007000***************************************************************** DBNK204P
007100* Move the passed data to our area                              * DBNK204P
007200***************************************************************** DBNK204P
007300     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBNK204P
007400     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBNK204P
007500                                                                  DBNK204P
007600***************************************************************** DBNK204P
007700* Initialize our output area                                    * DBNK204P
007800***************************************************************** DBNK204P
007900     MOVE SPACES TO C204O-DATA.                                   DBNK204P
008000     SET C204O-FAIL TO TRUE.                                      DBNK204P
008100     MOVE 0 TO C204O-ACCOUNTS.                                    DBNK204P
008200                                                                  DBNK204P
008300     IF NOT C204I-ENQUIRE AND                                     DBNK204P
008400        NOT C204I-ELECT AND                                       DBNK204P
008500        NOT C204I-WITHDRAW                                        DBNK204P
008600        MOVE 'Request code must be E, Y or N' TO C204O-MSG        DBNK204P
008700        GO TO DBNK204P-EXIT                                       DBNK204P
008800     END-IF.                                                      DBNK204P
008900                                                                  DBNK204P
009000     MOVE C204I-PID TO WS-BNKCUST-RID.                            DBNK204P
009100     EXEC CICS READ FILE('BNKCUST')                               DBNK204P
009200                    INTO(WS-BNKCUST-REC)                          DBNK204P
009300                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBNK204P
009400                    RIDFLD(WS-BNKCUST-RID)                        DBNK204P
009500                    RESP(WS-RESP)                                 DBNK204P
009600     END-EXEC.                                                    DBNK204P
009700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK204P
009800        MOVE 'Customer not found' TO C204O-MSG                    DBNK204P
009900        GO TO DBNK204P-EXIT                                       DBNK204P
010000     END-IF.                                                      DBNK204P
010100     PERFORM COUNT-OPEN-ACCOUNTS THRU                             DBNK204P
010200             COUNT-OPEN-ACCOUNTS-EXIT.                            DBNK204P
010300                                                                  DBNK204P
010400     IF C204I-ENQUIRE                                             DBNK204P
010500        GO TO RETURN-ELECTION                                     DBNK204P
010600     END-IF.                                                      DBNK204P
010700                                                                  DBNK204P
010800***************************************************************** DBNK204P
010900* Withdrawing is always allowed; electing needs a live customer * DBNK204P
011000* with more than one open account to consolidate                * DBNK204P
011100***************************************************************** DBNK204P
011200     IF C204I-WITHDRAW                                            DBNK204P
011300        IF BCS-REC-CONSOL-STMT-NO                                 DBNK204P
011400           MOVE 'No consolidated statement elected'               DBNK204P
011500             TO C204O-MSG                                         DBNK204P
011600           GO TO DBNK204P-EXIT                                    DBNK204P
011700        END-IF                                                    DBNK204P
011800        GO TO SET-ELECTION                                        DBNK204P
011900     END-IF.                                                      DBNK204P
012000     IF BCS-REC-CONSOL-STMT-YES                                   DBNK204P
012100        MOVE 'Consolidated statement already elected'             DBNK204P
012200          TO C204O-MSG                                            DBNK204P
012300        GO TO DBNK204P-EXIT                                       DBNK204P
012400     END-IF.                                                      DBNK204P
012500     IF BCS-REC-IS-DECEASED OR                                    DBNK204P
012600        BCS-REC-MERGED-INTO IS NOT EQUAL TO SPACES OR             DBNK204P
012700        BCS-REC-ANON-DATE IS NOT EQUAL TO SPACES                  DBNK204P
012800        MOVE 'Customer is not eligible' TO C204O-MSG              DBNK204P
012900        GO TO DBNK204P-EXIT                                       DBNK204P
013000     END-IF.                                                      DBNK204P
013100     IF WS-OPEN-ACCOUNTS IS LESS THAN 2                           DBNK204P
013200        MOVE 'Two or more open accounts are needed'               DBNK204P
013300          TO C204O-MSG                                            DBNK204P
013400        GO TO DBNK204P-EXIT                                       DBNK204P
013500     END-IF.                                                      DBNK204P
013600                                                                  DBNK204P
013700***************************************************************** DBNK204P
013800* Record the election on the customer record                    * DBNK204P
013900***************************************************************** DBNK204P
014000 SET-ELECTION.                                                    DBNK204P
014100     EXEC CICS READ FILE('BNKCUST')                               DBNK204P
014200                    UPDATE                                        DBNK204P
014300                    INTO(WS-BNKCUST-REC)                          DBNK204P
014400                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBNK204P
014500                    RIDFLD(WS-BNKCUST-RID)                        DBNK204P
014600                    TOKEN(WS-CUST-TOKEN)                          DBNK204P
014700                    RESP(WS-RESP)                                 DBNK204P
014800     END-EXEC.                                                    DBNK204P
014900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK204P
015000        MOVE 'Unable to update customer' TO C204O-MSG             DBNK204P
015100        GO TO DBNK204P-EXIT                                       DBNK204P
015200     END-IF.                                                      DBNK204P
015300     IF C204I-ELECT                                               DBNK204P
015400        SET BCS-REC-CONSOL-STMT-YES TO TRUE                       DBNK204P
015500     ELSE                                                         DBNK204P
015600        MOVE 'N' TO BCS-REC-CONSOL-STMT                           DBNK204P
015700     END-IF.                                                      DBNK204P
015800     EXEC CICS REWRITE FILE('BNKCUST')                            DBNK204P
015900                    FROM(WS-BNKCUST-REC)                          DBNK204P
016000                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBNK204P
016100                    TOKEN(WS-CUST-TOKEN)                          DBNK204P
016200                    RESP(WS-RESP)                                 DBNK204P
016300     END-EXEC.                                                    DBNK204P
016400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK204P
016500        MOVE 'Unable to update customer' TO C204O-MSG             DBNK204P
016600        GO TO DBNK204P-EXIT                                       DBNK204P
016700     END-IF.                                                      DBNK204P
016800                                                                  DBNK204P
016900***************************************************************** DBNK204P
017000* Return the election and the route the statement goes by       * DBNK204P
017100***************************************************************** DBNK204P
017200 RETURN-ELECTION.                                                 DBNK204P
017300     MOVE BCS-REC-NAME TO C204O-NAME.                             DBNK204P
017400     IF BCS-REC-CONSOL-STMT-YES                                   DBNK204P
017500        MOVE 'Y' TO C204O-CONSOL-STMT                             DBNK204P
017600     ELSE                                                         DBNK204P
017700        MOVE 'N' TO C204O-CONSOL-STMT                             DBNK204P
017800     END-IF.                                                      DBNK204P
017900     MOVE 'MAIL' TO C204O-ROUTE.                                  DBNK204P
018000     IF BCS-REC-EMAIL IS EQUAL TO SPACES                          DBNK204P
018100        IF BCS-REC-ADDR-RETURNED                                  DBNK204P
018200           MOVE 'HELD' TO C204O-ROUTE                             DBNK204P
018300        END-IF                                                    DBNK204P
018400     ELSE                                                         DBNK204P
018500        IF BCS-REC-SEND-EMAIL-YES OR                              DBNK204P
018600           BCS-REC-ADDR-RETURNED                                  DBNK204P
018700           MOVE 'E-MAIL' TO C204O-ROUTE                           DBNK204P
018800        END-IF                                                    DBNK204P
018900     END-IF.                                                      DBNK204P
019000     MOVE WS-OPEN-ACCOUNTS TO C204O-ACCOUNTS.                     DBNK204P
019100     SET C204O-OK TO TRUE.                                        DBNK204P
019200     IF C204I-ELECT                                               DBNK204P
019300        MOVE 'Consolidated statement elected' TO C204O-MSG        DBNK204P
019400     END-IF.                                                      DBNK204P
019500     IF C204I-WITHDRAW                                            DBNK204P
019600        MOVE 'Consolidated statement withdrawn' TO C204O-MSG      DBNK204P
019700     END-IF.                                                      DBNK204P
019800                                                                  DBNK204P
019900***************************************************************** DBNK204P
020000* Move the result back to the callers area                      * DBNK204P
020100***************************************************************** DBNK204P
020200 DBNK204P-EXIT.                                                   DBNK204P
020300     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBNK204P
020400                                                                  DBNK204P
020500***************************************************************** DBNK204P
020600* Return to our caller                                          * DBNK204P
020700***************************************************************** DBNK204P
020800 COPY CRETURN.                                                    DBNK204P
020900                                                                  DBNK204P
021000***************************************************************** DBNK204P
021100* Browse the customer's accounts by owner, counting those open  * DBNK204P
021200***************************************************************** DBNK204P
021300 COUNT-OPEN-ACCOUNTS.                                             DBNK204P
021400     MOVE 0 TO WS-OPEN-ACCOUNTS.                                  DBNK204P
021500     MOVE C204I-PID TO WS-BNKACC-AIX-RID.                         DBNK204P
021600     EXEC CICS STARTBR FILE('BNKACC1')                            DBNK204P
021700                       RIDFLD(WS-BNKACC-AIX-RID)                  DBNK204P
021800                       GTEQ                                       DBNK204P
021900                       RESP(WS-RESP)                              DBNK204P
022000     END-EXEC.                                                    DBNK204P
022100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK204P
022200        GO TO COUNT-OPEN-ACCOUNTS-EXIT                            DBNK204P
022300     END-IF.                                                      DBNK204P
022400 COUNT-OPEN-LOOP.                                                 DBNK204P
022500     EXEC CICS READNEXT FILE('BNKACC1')                           DBNK204P
022600                        INTO(WS-BNKACC-REC)                       DBNK204P
022700                        LENGTH(LENGTH OF WS-BNKACC-REC)           DBNK204P
022800                        RIDFLD(WS-BNKACC-AIX-RID)                 DBNK204P
022900                        RESP(WS-RESP)                             DBNK204P
023000     END-EXEC.                                                    DBNK204P
023100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                DBNK204P
023200        BAC-REC-PID IS NOT EQUAL TO C204I-PID                     DBNK204P
023300        EXEC CICS ENDBR FILE('BNKACC1')                           DBNK204P
023400        END-EXEC                                                  DBNK204P
023500        GO TO COUNT-OPEN-ACCOUNTS-EXIT                            DBNK204P
023600     END-IF.                                                      DBNK204P
023700     IF BAC-REC-ACC-IS-OPEN                                       DBNK204P
023800        ADD 1 TO WS-OPEN-ACCOUNTS                                 DBNK204P
023900     END-IF.                                                      DBNK204P
024000     GO TO COUNT-OPEN-LOOP.                                       DBNK204P
024100 COUNT-OPEN-ACCOUNTS-EXIT.                                        DBNK204P
024200     EXIT.                                                        DBNK204P
