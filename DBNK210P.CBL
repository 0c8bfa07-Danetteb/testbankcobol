000100***************************************************************** DBNK210P
000200*                                                               * DBNK210P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK210P
000400*   This demonstration program is provided for use by users     * DBNK210P
000500*   of Micro Focus products and may be used, modified and       * DBNK210P
000600*   distributed as part of your application provided that       * DBNK210P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK210P
000800*   in this material.                                           * DBNK210P
000900*                                                               * DBNK210P
001000***************************************************************** DBNK210P
001100                                                                  DBNK210P
001200                                                                  DBNK210P
001300***************************************************************** DBNK210P
001400* Program:     DBNK210P.CBL                                     * DBNK210P
001500* Function:    Enter an online movement between accounts at two * DBNK210P
001600*              branches on the BNKIBDF due-to/due-from          * DBNK210P
001700*              register, as UIBPOST does for the batch          * DBNK210P
001800*              posters. The branch the money left books a       * DBNK210P
001900*              due-to entry against the branch it went to and   * DBNK210P
002000*              that branch books the matching due-from entry,   * DBNK210P
002100*              both under the debit leg's ledger timestamp. The * DBNK210P
002200*              caller links here inside the unit of work that   * DBNK210P
002300*              wrote the ledger, so a failure here backs the    * DBNK210P
002400*              posting out with it. Accounts at the same        * DBNK210P
002500*              branch, or with no branch on record, need no     * DBNK210P
002600*              entry. VSAM version                              * DBNK210P
002700***************************************************************** DBNK210P
002800                                                                  DBNK210P
002900 IDENTIFICATION DIVISION.                                         DBNK210P
003000 PROGRAM-ID.                                                      DBNK210P
003100     DBNK210P.                                                    DBNK210P
003200 DATE-WRITTEN.                                                    DBNK210P
003300     October 2008.                                                DBNK210P
003400 DATE-COMPILED.                                                   DBNK210P
003500     Today.                                                       DBNK210P
003600                                                                  DBNK210P
003700 ENVIRONMENT DIVISION.                                            DBNK210P
003800                                                                  DBNK210P
003900 DATA DIVISION.                                                   DBNK210P
004000                                                                  DBNK210P
004100 WORKING-STORAGE SECTION.                                         DBNK210P
004200 01  WS-MISC-STORAGE.                                             DBNK210P
004300   05  WS-PROGRAM-ID                         PIC X(8)             DBNK210P
004400       VALUE 'DBNK210P'.                                          DBNK210P
004500   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBNK210P
004600   05  WS-RESP                               PIC S9(8) COMP.      DBNK210P
004700   05  WS-BNKACC-RID                         PIC X(9).            DBNK210P
004800   05  WS-BNKPARM-RID                        PIC X(8).            DBNK210P
004900   05  WS-BNKIBDF-RID                        PIC X(35).           DBNK210P
005000   05  WS-FROM-BRANCH                        PIC X(4).            DBNK210P
005100   05  WS-TO-BRANCH                          PIC X(4).            DBNK210P
005200                                                                  DBNK210P
005300 COPY CTSTAMPD.                                                   DBNK210P
005400                                                                  DBNK210P
005500 01  WS-BNKACC-REC.                                               DBNK210P
005600 COPY CBANKVAC.                                                   DBNK210P
005700                                                                  DBNK210P
005800 01  WS-BNKPARM-REC.                                              DBNK210P
005900 COPY CBANKVPM.                                                   DBNK210P
006000                                                                  DBNK210P
006100 01  WS-BNKIBDF-REC.                                              DBNK210P
006200 COPY CBANKVIB.                                                   DBNK210P
006300                                                                  DBNK210P
006400 01  WS-COMMAREA.                                                 DBNK210P
006500 COPY CBNKD210.                                                   DBNK210P
006600                                                                  DBNK210P
006700 COPY CABENDD.                                                    DBNK210P
006800                                                                  DBNK210P
006900 LINKAGE SECTION.                                                 DBNK210P
007000 01  DFHCOMMAREA.                                                 DBNK210P
007100   05  LK-COMMAREA                           PIC X(1)             DBNK210P
007200       OCCURS 1 TO 4096 TIMES                                     DBNK210P
007300         DEPENDING ON WS-COMMAREA-LENGTH.                         DBNK210P
007400                                                                  DBNK210P
007500 COPY CENTRY.                                                     DBNK210P
007600***************************************************************** DBNK210P
007700* Move the passed data to our area                              * DBNK210P
007800***************************************************************** DBNK210P
007900     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBNK210P
008000     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBNK210P
008100                                                                  DBNK210P
008200***************************************************************** DBNK210P
008300* Initialize our output area                                    * DBNK210P
008400***************************************************************** DBNK210P
008500     MOVE SPACES TO C210O-DATA.                                   DBNK210P
008600     SET C210O-FAIL TO TRUE.                                      DBNK210P
008700                                                                  DBNK210P
008800     IF C210I-TIMESTAMP IS EQUAL TO SPACES OR                     DBNK210P
008900        C210I-FROM-ACC IS EQUAL TO SPACES OR                      DBNK210P
009000        C210I-TO-ACC IS EQUAL TO SPACES                           DBNK210P
009100        MOVE 'Timestamp and both accounts required' TO C210O-MSG  DBNK210P
009200        GO TO DBNK210P-EXIT                                       DBNK210P
009300     END-IF.                                                      DBNK210P
009400                                                                  DBNK210P
009500***************************************************************** DBNK210P
009600* Which branch holds each account                               * DBNK210P
009700***************************************************************** DBNK210P
009800     SET C210O-SAME-BRANCH TO TRUE.                               DBNK210P
009900     MOVE C210I-FROM-ACC TO WS-BNKACC-RID.                        DBNK210P
010000     EXEC CICS READ FILE('BNKACC')                                DBNK210P
010100                    INTO(WS-BNKACC-REC)                           DBNK210P
010200                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBNK210P
010300                    RIDFLD(WS-BNKACC-RID)                         DBNK210P
010400                    RESP(WS-RESP)                                 DBNK210P
010500     END-EXEC.                                                    DBNK210P
010600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK210P
010700        GO TO DBNK210P-EXIT                                       DBNK210P
010800     END-IF.                                                      DBNK210P
010900     MOVE BAC-REC-BRANCH-CODE TO WS-FROM-BRANCH.                  DBNK210P
011000     MOVE C210I-TO-ACC TO WS-BNKACC-RID.                          DBNK210P
011100     EXEC CICS READ FILE('BNKACC')                                DBNK210P
011200                    INTO(WS-BNKACC-REC)                           DBNK210P
011300                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBNK210P
011400                    RIDFLD(WS-BNKACC-RID)                         DBNK210P
011500                    RESP(WS-RESP)                                 DBNK210P
011600     END-EXEC.                                                    DBNK210P
011700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK210P
011800        GO TO DBNK210P-EXIT                                       DBNK210P
011900     END-IF.                                                      DBNK210P
012000     MOVE BAC-REC-BRANCH-CODE TO WS-TO-BRANCH.                    DBNK210P
012100     IF WS-FROM-BRANCH IS EQUAL TO SPACES OR                      DBNK210P
012200        WS-TO-BRANCH IS EQUAL TO SPACES OR                        DBNK210P
012300        WS-FROM-BRANCH IS EQUAL TO WS-TO-BRANCH                   DBNK210P
012400        GO TO DBNK210P-EXIT                                       DBNK210P
012500     END-IF.                                                      DBNK210P
012600     SET C210O-FAIL TO TRUE.                                      DBNK210P
012700                                                                  DBNK210P
012800***************************************************************** DBNK210P
012900* The business date the ledger carries - the bank-wide date     * DBNK210P
013000* when the caller has none, the calendar date in a region with  * DBNK210P
013100* no business date installed                                    * DBNK210P
013200***************************************************************** DBNK210P
013300 COPY CTSTAMPP.                                                   DBNK210P
013400     IF C210I-BUS-DATE IS EQUAL TO SPACES                         DBNK210P
013500        MOVE WS-TS-CURRENT-DATE TO C210I-BUS-DATE                 DBNK210P
013600        MOVE 'BUSDATE ' TO WS-BNKPARM-RID                         DBNK210P
013700        EXEC CICS READ FILE('BNKPARM')                            DBNK210P
013800                       INTO(WS-BNKPARM-REC)                       DBNK210P
013900                       LENGTH(LENGTH OF WS-BNKPARM-REC)           DBNK210P
014000                       RIDFLD(WS-BNKPARM-RID)                     DBNK210P
014100                       RESP(WS-RESP)                              DBNK210P
014200        END-EXEC                                                  DBNK210P
014300        IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                DBNK210P
014400           PRM-REC-TEXT (1:8) IS NUMERIC                          DBNK210P
014500           MOVE PRM-REC-TEXT (1:8) TO C210I-BUS-DATE              DBNK210P
014600        END-IF                                                    DBNK210P
014700     END-IF.                                                      DBNK210P
014800                                                                  DBNK210P
014900***************************************************************** DBNK210P
015000* The branch the money left owes the branch it went to          * DBNK210P
015100***************************************************************** DBNK210P
015200     MOVE SPACES TO WS-BNKIBDF-REC.                               DBNK210P
015300     MOVE C210I-BUS-DATE TO IBD-REC-BUS-DATE.                     DBNK210P
015400     MOVE C210I-TIMESTAMP TO IBD-REC-TIMESTAMP.                   DBNK210P
015500     SET IBD-REC-DUE-TO TO TRUE.                                  DBNK210P
015600     MOVE WS-FROM-BRANCH TO IBD-REC-BRANCH.                       DBNK210P
015700     MOVE WS-TO-BRANCH TO IBD-REC-OTHER-BRANCH.                   DBNK210P
015800     MOVE C210I-AMOUNT TO IBD-REC-AMOUNT.                         DBNK210P
015900     MOVE C210I-REFNO TO IBD-REC-REFNO.                           DBNK210P
016000     MOVE C210I-FROM-ACC TO IBD-REC-FROM-ACCNO.                   DBNK210P
016100     MOVE C210I-TO-ACC TO IBD-REC-TO-ACCNO.                       DBNK210P
016200     MOVE C210I-POSTED-BY TO IBD-REC-POSTED-BY.                   DBNK210P
016300     MOVE WS-TIMESTAMP TO IBD-REC-WRITTEN.                        DBNK210P
016400     MOVE IBD-REC-KEY TO WS-BNKIBDF-RID.                          DBNK210P
016500     EXEC CICS WRITE FILE('BNKIBDF')                              DBNK210P
016600                     FROM(WS-BNKIBDF-REC)                         DBNK210P
016700                     LENGTH(LENGTH OF WS-BNKIBDF-REC)             DBNK210P
016800                     RIDFLD(WS-BNKIBDF-RID)                       DBNK210P
016900                     KEYLENGTH(LENGTH OF WS-BNKIBDF-RID)          DBNK210P
017000                     RESP(WS-RESP)                                DBNK210P
017100     END-EXEC.                                                    DBNK210P
017200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK210P
017300        MOVE 'Unable to write due-to entry' TO C210O-MSG          DBNK210P
017400        GO TO DBNK210P-EXIT                                       DBNK210P
017500     END-IF.                                                      DBNK210P
017600                                                                  DBNK210P
017700***************************************************************** DBNK210P
017800* And the branch it went to is owed it                          * DBNK210P
017900***************************************************************** DBNK210P
018000     SET IBD-REC-DUE-FROM TO TRUE.                                DBNK210P
018100     MOVE WS-TO-BRANCH TO IBD-REC-BRANCH.                         DBNK210P
018200     MOVE WS-FROM-BRANCH TO IBD-REC-OTHER-BRANCH.                 DBNK210P
018300     MOVE IBD-REC-KEY TO WS-BNKIBDF-RID.                          DBNK210P
018400     EXEC CICS WRITE FILE('BNKIBDF')                              DBNK210P
018500                     FROM(WS-BNKIBDF-REC)                         DBNK210P
018600                     LENGTH(LENGTH OF WS-BNKIBDF-REC)             DBNK210P
018700                     RIDFLD(WS-BNKIBDF-RID)                       DBNK210P
018800                     KEYLENGTH(LENGTH OF WS-BNKIBDF-RID)          DBNK210P
018900                     RESP(WS-RESP)                                DBNK210P
019000     END-EXEC.                                                    DBNK210P
019100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK210P
019200        MOVE 'Unable to write due-from entry' TO C210O-MSG        DBNK210P
019300        GO TO DBNK210P-EXIT                                       DBNK210P
019400     END-IF.                                                      DBNK210P
019500     SET C210O-POSTED TO TRUE.                                    DBNK210P
019600                                                                  DBNK210P
019700***************************************************************** DBNK210P
019800* Move the result back to the callers area                      * DBNK210P
019900***************************************************************** DBNK210P
020000 DBNK210P-EXIT.                                                   DBNK210P
020100     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBNK210P
020200                                                                  DBNK210P
020300***************************************************************** DBNK210P
020400* Return to our caller                                          * DBNK210P
020500***************************************************************** DBNK210P
020600 COPY CRETURN.                                                    DBNK210P
