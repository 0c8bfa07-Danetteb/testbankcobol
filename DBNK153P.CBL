000100***************************************************************** DBNK153P
000200*                                                               * DBNK153P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK153P
000400*   This demonstration program is provided for use by users     * DBNK153P
000500*   of Micro Focus products and may be used, modified and       * DBNK153P
000600*   distributed as part of your application provided that       * DBNK153P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK153P
000800*   in this material.                                           * DBNK153P
000900*                                                               * DBNK153P
001000***************************************************************** DBNK153P
001100                                                                  DBNK153P
001200                                                                  DBNK153P
001300***************************************************************** DBNK153P
001400* Program:     DBNK153P.CBL                                     * DBNK153P
001500* Function:    Revolving credit line over BNKRVLN. OPEN makes   * DBNK153P
001600*              an open account the customer already holds into  * DBNK153P
001700*              a line with an approved limit, a minimum payment * DBNK153P
001800*              rule and a collection account; CHANGE alters the * DBNK153P
001900*              terms; FREEZE stops further draws, REINSTATE     * DBNK153P
002000*              lifts the freeze and CLOSE ends a repaid line;   * DBNK153P
002100*              INQUIRE returns the terms and the drawn and      * DBNK153P
002200*              available amounts. DRAW and REPAY move money     * DBNK153P
002300*              between the line and another of the borrower's   * DBNK153P
002400*              accounts at the counter. The approved limit of   * DBNK153P
002500*              an active line is kept in BAC-REC-CREDIT-LIMIT,  * DBNK153P
002600*              which is what every channel's funds check reads. * DBNK153P
002700*              A draw or repayment between accounts at two      * DBNK153P
002710*              branches is entered on the BNKIBDF inter-branch  * DBNK153P
002720*              register too, through DBNK210P. VSAM version     * DBNK153P
002800***************************************************************** DBNK153P
002900                                                                  DBNK153P
003000 IDENTIFICATION DIVISION.                                         DBNK153P
003100 PROGRAM-ID.                                                      DBNK153P
003200     DBNK153P.                                                    DBNK153P
003300 DATE-WRITTEN.                                                    DBNK153P
003400     September 2007.                                              DBNK153P
003500 DATE-COMPILED.                                                   DBNK153P
003600     Today.                                                       DBNK153P
003700                                                                  DBNK153P
003800 ENVIRONMENT DIVISION.                                            DBNK153P
003900                                                                  DBNK153P
004000 DATA DIVISION.                                                   DBNK153P
004100                                                                  DBNK153P
004200 WORKING-STORAGE SECTION.                                         DBNK153P
004300 01  WS-MISC-STORAGE.                                             DBNK153P
004400   05  WS-PROGRAM-ID                         PIC X(8)             DBNK153P
004500       VALUE 'DBNK153P'.                                          DBNK153P
004600   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBNK153P
004700   05  WS-RESP                               PIC S9(8) COMP.      DBNK153P
004800   05  WS-RVLN-TOKEN                         PIC S9(8) COMP.      DBNK153P
004900   05  WS-LINE-TOKEN                         PIC S9(8) COMP.      DBNK153P
005000   05  WS-OTHER-TOKEN                        PIC S9(8) COMP.      DBNK153P
005100   05  WS-BNKRVLN-RID                        PIC X(9).            DBNK153P
005200   05  WS-BNKACC-RID                         PIC X(9).            DBNK153P
005300   05  WS-BNKPARM-RID                        PIC X(8).            DBNK153P
005400   05  WS-BNKLEDG-RID                        PIC X(26).           DBNK153P
005500   05  WS-TODAY-DATE                         PIC X(8).            DBNK153P
005600   05  WS-NEW-LIMIT                          PIC S9(7)V99         DBNK153P
005700                                             COMP-3.              DBNK153P
005800   05  WS-DRAWN                              PIC S9(9)V99         DBNK153P
005900                                             COMP-3.              DBNK153P
006000   05  WS-NEW-BAL                            PIC S9(9)V99         DBNK153P
006100                                             COMP-3.              DBNK153P
006200   05  WS-POST-DESC                          PIC X(40).           DBNK153P
006300                                                                  DBNK153P
006400 COPY CTSTAMPD.                                                   DBNK153P
006500                                                                  DBNK153P
006600 01  WS-BNKRVLN-REC.                                              DBNK153P
006700 COPY CBANKVRL.                                                   DBNK153P
006800                                                                  DBNK153P
006900 01  WS-BNKACC-REC.                                               DBNK153P
007000 COPY CBANKVAC.                                                   DBNK153P
007100                                                                  DBNK153P
007200 01  WS-BNKACC-OTHER-REC.                                         DBNK153P
007300 COPY CBANKVAC.                                                   DBNK153P
007400                                                                  DBNK153P
007500 01  WS-BNKPARM-REC.                                              DBNK153P
007600 COPY CBANKVPM.                                                   DBNK153P
007700                                                                  DBNK153P
007800 01  WS-BNKLEDG-REC.                                              DBNK153P
007900 COPY CBANKVLG.                                                   DBNK153P
008000                                                                  DBNK153P
008100 01  WS-TWOS-COMP.                                                DBNK153P
008200   05  WS-TWOS-COMP-LEN                      PIC S9(4) COMP.      DBNK153P
008300   05  WS-TWOS-COMP-INPUT                    PIC X(256).          DBNK153P
008400   05  WS-TWOS-COMP-OUTPUT                   PIC X(256).          DBNK153P
008500                                                                  DBNK153P
008600 01  WS-TREF-DATA.                                                DBNK153P
008700 COPY CTREFD.                                                     DBNK153P
008710                                                                  DBNK153P
008720 01  WS-IBDF-DATA.                                                DBNK153P
008730 COPY CBNKD210.                                                   DBNK153P
008800                                                                  DBNK153P
008900 01  WS-COMMAREA.                                                 DBNK153P
009000 COPY CBNKD153.                                                   DBNK153P
009100                                                                  DBNK153P
009200 COPY CBANKTXD.                                                   DBNK153P
009300                                                                  DBNK153P
009400 COPY CABENDD.                                                    DBNK153P
009500                                                                  DBNK153P
009600 LINKAGE SECTION.                                                 DBNK153P
009700 01  DFHCOMMAREA.                                                 DBNK153P
009800   05  LK-COMMAREA                           PIC X(1)             DBNK153P
009900       OCCURS 1 TO 4096 TIMES                                     DBNK153P
010000         DEPENDING ON WS-COMMAREA-LENGTH.                         DBNK153P
010100                                                                  DBNK153P
010200 COPY CENTRY.                                                     DBNK153P
010300***************************************************************** DBNK153P
010400* Move the passed data to our area                              * DBNK153P
010500***************************************************************** DBNK153P
010600     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBNK153P
010700     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBNK153P
010800                                                                  DBNK153P
010900***************************************************************** DBNK153P
011000* Initialize our output area                                    * DBNK153P
011100***************************************************************** DBNK153P
011200     MOVE SPACES TO C153O-DATA.                                   DBNK153P
011300     SET C153O-FAIL TO TRUE.                                      DBNK153P
011400     MOVE ZERO TO C153O-LIMIT.                                    DBNK153P
011500     MOVE ZERO TO C153O-MIN-PCT.                                  DBNK153P
011600     MOVE ZERO TO C153O-MIN-FLOOR.                                DBNK153P
011700     MOVE ZERO TO C153O-DRAWN.                                    DBNK153P
011800     MOVE ZERO TO C153O-AVAILABLE.                                DBNK153P
011900     MOVE ZERO TO C153O-LAST-BILL-MIN.                            DBNK153P
012000     MOVE SPACES TO WS-BNKLEDG-REC.                               DBNK153P
012100                                                                  DBNK153P
012200 COPY CTSTAMPP.                                                   DBNK153P
012300     MOVE WS-TIMESTAMP(1:4) TO WS-TODAY-DATE(1:4).                DBNK153P
012400     MOVE WS-TIMESTAMP(6:2) TO WS-TODAY-DATE(5:2).                DBNK153P
012500     MOVE WS-TIMESTAMP(9:2) TO WS-TODAY-DATE(7:2).                DBNK153P
012600                                                                  DBNK153P
012700     EVALUATE TRUE                                                DBNK153P
012800       WHEN C153I-OPEN                                            DBNK153P
012900         PERFORM OPEN-LINE THRU OPEN-LINE-EXIT                    DBNK153P
013000       WHEN C153I-CHANGE                                          DBNK153P
013100         PERFORM CHANGE-TERMS THRU CHANGE-TERMS-EXIT              DBNK153P
013200       WHEN C153I-FREEZE                                          DBNK153P
013300       WHEN C153I-REINSTATE                                       DBNK153P
013400       WHEN C153I-CLOSE                                           DBNK153P
013500         PERFORM SET-LINE-STATUS THRU SET-LINE-STATUS-EXIT        DBNK153P
013600       WHEN C153I-INQUIRE                                         DBNK153P
013700         PERFORM INQUIRE-LINE THRU INQUIRE-LINE-EXIT              DBNK153P
013800       WHEN C153I-DRAW                                            DBNK153P
013900         PERFORM DRAW-LINE THRU DRAW-LINE-EXIT                    DBNK153P
014000       WHEN C153I-REPAY                                           DBNK153P
014100         PERFORM REPAY-LINE THRU REPAY-LINE-EXIT                  DBNK153P
014200       WHEN OTHER                                                 DBNK153P
014300         MOVE 'Unknown request code' TO C153O-MSG                 DBNK153P
014400     END-EVALUATE.                                                DBNK153P
014500     GO TO DBNK153P-EXIT.                                         DBNK153P
014600                                                                  DBNK153P
014700***************************************************************** DBNK153P
014800* Open - the account must be open, not a term deposit, not      * DBNK153P
014900* overdrawn and not already a line. The terms are checked       * DBNK153P
015000* before anything is written.                                   * DBNK153P
015100***************************************************************** DBNK153P
015200 OPEN-LINE.                                                       DBNK153P
015300     MOVE C153I-ACCNO TO WS-BNKRVLN-RID.                          DBNK153P
015400     EXEC CICS READ FILE('BNKRVLN')                               DBNK153P
015500                    INTO(WS-BNKRVLN-REC)                          DBNK153P
015600                    LENGTH(LENGTH OF WS-BNKRVLN-REC)              DBNK153P
015700                    RIDFLD(WS-BNKRVLN-RID)                        DBNK153P
015800                    RESP(WS-RESP)                                 DBNK153P
015900     END-EXEC.                                                    DBNK153P
016000     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBNK153P
016100        MOVE 'Account is already a credit line' TO C153O-MSG      DBNK153P
016200        GO TO OPEN-LINE-EXIT                                      DBNK153P
016300     END-IF.                                                      DBNK153P
016400     MOVE C153I-ACCNO TO WS-BNKACC-RID.                           DBNK153P
016500     EXEC CICS READ FILE('BNKACC')                                DBNK153P
016600                    UPDATE                                        DBNK153P
016700                    INTO(WS-BNKACC-REC)                           DBNK153P
016800                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBNK153P
016900                    RIDFLD(WS-BNKACC-RID)                         DBNK153P
017000                    TOKEN(WS-LINE-TOKEN)                          DBNK153P
017100                    RESP(WS-RESP)                                 DBNK153P
017200     END-EXEC.                                                    DBNK153P
017300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK153P
017400        MOVE 'Line account is not on file' TO C153O-MSG           DBNK153P
017500        GO TO OPEN-LINE-EXIT                                      DBNK153P
017600     END-IF.                                                      DBNK153P
017700     IF BAC-REC-ACC-IS-CLOSED IN WS-BNKACC-REC                    DBNK153P
017800        MOVE 'Line account is closed' TO C153O-MSG                DBNK153P
017900        GO TO OPEN-LINE-EXIT                                      DBNK153P
018000     END-IF.                                                      DBNK153P
018100     IF NOT BAC-REC-NOT-TERM-DEP IN WS-BNKACC-REC                 DBNK153P
018200        MOVE 'A term deposit cannot be a credit line'             DBNK153P
018300          TO C153O-MSG                                            DBNK153P
018400        GO TO OPEN-LINE-EXIT                                      DBNK153P
018500     END-IF.                                                      DBNK153P
018600     IF BAC-REC-BALANCE IN WS-BNKACC-REC IS LESS THAN ZERO        DBNK153P
018700        MOVE 'Account is overdrawn' TO C153O-MSG                  DBNK153P
018800        GO TO OPEN-LINE-EXIT                                      DBNK153P
018900     END-IF.                                                      DBNK153P
019000     IF C153I-LIMIT IS NOT GREATER THAN ZERO                      DBNK153P
019100        MOVE 'Approved limit is required' TO C153O-MSG            DBNK153P
019200        GO TO OPEN-LINE-EXIT                                      DBNK153P
019300     END-IF.                                                      DBNK153P
019400     IF C153I-MIN-PCT IS NOT GREATER THAN ZERO OR                 DBNK153P
019500        C153I-MIN-PCT IS GREATER THAN 100                         DBNK153P
019600        MOVE 'Minimum payment per cent must be 1-100'             DBNK153P
019700          TO C153O-MSG                                            DBNK153P
019800        GO TO OPEN-LINE-EXIT                                      DBNK153P
019900     END-IF.                                                      DBNK153P
020000     IF C153I-MIN-FLOOR IS LESS THAN ZERO                         DBNK153P
020100        MOVE 'Minimum payment floor cannot be negative'           DBNK153P
020200          TO C153O-MSG                                            DBNK153P
020300        GO TO OPEN-LINE-EXIT                                      DBNK153P
020400     END-IF.                                                      DBNK153P
020500     MOVE BAC-REC-PID IN WS-BNKACC-REC TO RVL-REC-PID.            DBNK153P
020600     PERFORM CHECK-COLL-ACCOUNT THRU                              DBNK153P
020700             CHECK-COLL-ACCOUNT-EXIT.                             DBNK153P
020800     IF C153O-MSG IS NOT EQUAL TO SPACES                          DBNK153P
020900        GO TO OPEN-LINE-EXIT                                      DBNK153P
021000     END-IF.                                                      DBNK153P
021100                                                                  DBNK153P
021200     MOVE SPACES TO WS-BNKRVLN-REC.                               DBNK153P
021300     MOVE C153I-ACCNO TO RVL-REC-ACCNO.                           DBNK153P
021400     MOVE BAC-REC-PID IN WS-BNKACC-REC TO RVL-REC-PID.            DBNK153P
021500     MOVE C153I-LIMIT TO RVL-REC-LIMIT.                           DBNK153P
021600     MOVE C153I-MIN-PCT TO RVL-REC-MIN-PCT.                       DBNK153P
021700     MOVE C153I-MIN-FLOOR TO RVL-REC-MIN-FLOOR.                   DBNK153P
021800     MOVE C153I-OTHER-ACCNO TO RVL-REC-COLL-ACCNO.                DBNK153P
021900     SET RVL-REC-IS-ACTIVE TO TRUE.                               DBNK153P
022000     MOVE WS-TODAY-DATE TO RVL-REC-OPENED-DATE.                   DBNK153P
022100     MOVE C153I-OPERATOR TO RVL-REC-UPDATED-BY.                   DBNK153P
022200     MOVE WS-TODAY-DATE TO RVL-REC-UPDATED-DATE.                  DBNK153P
022300     MOVE ZERO TO RVL-REC-LAST-BILL-BAL.                          DBNK153P
022400     MOVE ZERO TO RVL-REC-LAST-BILL-MIN.                          DBNK153P
022500     MOVE ZERO TO RVL-REC-LAST-BILL-SEQ.                          DBNK153P
022600     MOVE RVL-REC-ACCNO TO WS-BNKRVLN-RID.                        DBNK153P
022700     EXEC CICS WRITE FILE('BNKRVLN')                              DBNK153P
022800                     FROM(WS-BNKRVLN-REC)                         DBNK153P
022900                     LENGTH(LENGTH OF WS-BNKRVLN-REC)             DBNK153P
023000                     RIDFLD(WS-BNKRVLN-RID)                       DBNK153P
023100                     RESP(WS-RESP)                                DBNK153P
023200     END-EXEC.                                                    DBNK153P
023300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK153P
023400        MOVE 'Unable to record credit line' TO C153O-MSG          DBNK153P
023500        GO TO OPEN-LINE-EXIT                                      DBNK153P
023600     END-IF.                                                      DBNK153P
023700     MOVE C153I-LIMIT TO BAC-REC-CREDIT-LIMIT IN WS-BNKACC-REC.   DBNK153P
023800     EXEC CICS REWRITE FILE('BNKACC')                             DBNK153P
023900                       FROM(WS-BNKACC-REC)                        DBNK153P
024000                       LENGTH(LENGTH OF WS-BNKACC-REC)            DBNK153P
024100                       TOKEN(WS-LINE-TOKEN)                       DBNK153P
024200                       RESP(WS-RESP)                              DBNK153P
024300     END-EXEC.                                                    DBNK153P
024400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK153P
024500        MOVE 'Unable to set limit on line account' TO C153O-MSG   DBNK153P
024600        EXEC CICS SYNCPOINT ROLLBACK                              DBNK153P
024700        END-EXEC                                                  DBNK153P
024800        GO TO OPEN-LINE-EXIT                                      DBNK153P
024900     END-IF.                                                      DBNK153P
025000     EXEC CICS SYNCPOINT                                          DBNK153P
025100     END-EXEC.                                                    DBNK153P
025200     PERFORM FILL-OUTPUT THRU                                     DBNK153P
025300             FILL-OUTPUT-EXIT.                                    DBNK153P
025400     SET C153O-OK TO TRUE.                                        DBNK153P
025500     MOVE 'Credit line opened' TO C153O-MSG.                      DBNK153P
025600 OPEN-LINE-EXIT.                                                  DBNK153P
025700     EXIT.                                                        DBNK153P
025800                                                                  DBNK153P
025900***************************************************************** DBNK153P
026000* Change terms - a zero limit, per cent or floor and a blank    * DBNK153P
026100* collection account keep what is there. The limit may not be   * DBNK153P
026200* set below what is already drawn.                              * DBNK153P
026300***************************************************************** DBNK153P
026400 CHANGE-TERMS.                                                    DBNK153P
026500     PERFORM READ-LINE-FOR-UPDATE THRU                            DBNK153P
026600             READ-LINE-FOR-UPDATE-EXIT.                           DBNK153P
026700     IF C153O-MSG IS NOT EQUAL TO SPACES                          DBNK153P
026800        GO TO CHANGE-TERMS-EXIT                                   DBNK153P
026900     END-IF.                                                      DBNK153P
027000     IF RVL-REC-IS-CLOSED                                         DBNK153P
027100        MOVE 'Credit line is closed' TO C153O-MSG                 DBNK153P
027200        GO TO CHANGE-TERMS-EXIT                                   DBNK153P
027300     END-IF.                                                      DBNK153P
027400     MOVE RVL-REC-LIMIT TO WS-NEW-LIMIT.                          DBNK153P
027500     IF C153I-LIMIT IS GREATER THAN ZERO                          DBNK153P
027600        MOVE C153I-LIMIT TO WS-NEW-LIMIT                          DBNK153P
027700     END-IF.                                                      DBNK153P
027800     IF WS-NEW-LIMIT IS LESS THAN WS-DRAWN                        DBNK153P
027900        MOVE 'Limit cannot be below the drawn balance'            DBNK153P
028000          TO C153O-MSG                                            DBNK153P
028100        GO TO CHANGE-TERMS-EXIT                                   DBNK153P
028200     END-IF.                                                      DBNK153P
028300     IF C153I-MIN-PCT IS GREATER THAN 100                         DBNK153P
028400        MOVE 'Minimum payment per cent must be 1-100'             DBNK153P
028500          TO C153O-MSG                                            DBNK153P
028600        GO TO CHANGE-TERMS-EXIT                                   DBNK153P
028700     END-IF.                                                      DBNK153P
028800     IF C153I-OTHER-ACCNO IS NOT EQUAL TO SPACES                  DBNK153P
028900        PERFORM CHECK-COLL-ACCOUNT THRU                           DBNK153P
029000                CHECK-COLL-ACCOUNT-EXIT                           DBNK153P
029100        IF C153O-MSG IS NOT EQUAL TO SPACES                       DBNK153P
029200           GO TO CHANGE-TERMS-EXIT                                DBNK153P
029300        END-IF                                                    DBNK153P
029400        MOVE C153I-OTHER-ACCNO TO RVL-REC-COLL-ACCNO              DBNK153P
029500     END-IF.                                                      DBNK153P
029600     MOVE WS-NEW-LIMIT TO RVL-REC-LIMIT.                          DBNK153P
029700     IF C153I-MIN-PCT IS GREATER THAN ZERO                        DBNK153P
029800        MOVE C153I-MIN-PCT TO RVL-REC-MIN-PCT                     DBNK153P
029900     END-IF.                                                      DBNK153P
030000     IF C153I-MIN-FLOOR IS GREATER THAN ZERO                      DBNK153P
030100        MOVE C153I-MIN-FLOOR TO RVL-REC-MIN-FLOOR                 DBNK153P
030200     END-IF.                                                      DBNK153P
030300*    a frozen line keeps its terms but no drawing power           DBNK153P
030400     IF RVL-REC-IS-ACTIVE                                         DBNK153P
030500        MOVE WS-NEW-LIMIT TO                                      DBNK153P
030600             BAC-REC-CREDIT-LIMIT IN WS-BNKACC-REC                DBNK153P
030700     END-IF.                                                      DBNK153P
030800     PERFORM REWRITE-LINE THRU                                    DBNK153P
030900             REWRITE-LINE-EXIT.                                   DBNK153P
031000     IF C153O-MSG IS NOT EQUAL TO SPACES                          DBNK153P
031100        GO TO CHANGE-TERMS-EXIT                                   DBNK153P
031200     END-IF.                                                      DBNK153P
031300     PERFORM FILL-OUTPUT THRU                                     DBNK153P
031400             FILL-OUTPUT-EXIT.                                    DBNK153P
031500     SET C153O-OK TO TRUE.                                        DBNK153P
031600     MOVE 'Credit line terms changed' TO C153O-MSG.               DBNK153P
031700 CHANGE-TERMS-EXIT.                                               DBNK153P
031800     EXIT.                                                        DBNK153P
031900                                                                  DBNK153P
032000***************************************************************** DBNK153P
032100* Freeze, reinstate or close. Freezing takes the drawing power  * DBNK153P
032200* off the account but leaves the line billing and collecting;   * DBNK153P
032300* only a line with nothing drawn can be closed.                 * DBNK153P
032400***************************************************************** DBNK153P
032500 SET-LINE-STATUS.                                                 DBNK153P
032600     PERFORM READ-LINE-FOR-UPDATE THRU                            DBNK153P
032700             READ-LINE-FOR-UPDATE-EXIT.                           DBNK153P
032800     IF C153O-MSG IS NOT EQUAL TO SPACES                          DBNK153P
032900        GO TO SET-LINE-STATUS-EXIT                                DBNK153P
033000     END-IF.                                                      DBNK153P
033100     IF RVL-REC-IS-CLOSED                                         DBNK153P
033200        MOVE 'Credit line is closed' TO C153O-MSG                 DBNK153P
033300        GO TO SET-LINE-STATUS-EXIT                                DBNK153P
033400     END-IF.                                                      DBNK153P
033500     EVALUATE TRUE                                                DBNK153P
033600       WHEN C153I-FREEZE                                          DBNK153P
033700         IF NOT RVL-REC-IS-ACTIVE                                 DBNK153P
033800            MOVE 'Credit line is already frozen' TO C153O-MSG     DBNK153P
033900            GO TO SET-LINE-STATUS-EXIT                            DBNK153P
034000         END-IF                                                   DBNK153P
034100         SET RVL-REC-IS-FROZEN TO TRUE                            DBNK153P
034200         MOVE ZERO TO BAC-REC-CREDIT-LIMIT IN WS-BNKACC-REC       DBNK153P
034300       WHEN C153I-REINSTATE                                       DBNK153P
034400         IF NOT RVL-REC-IS-FROZEN                                 DBNK153P
034500            MOVE 'Credit line is not frozen' TO C153O-MSG         DBNK153P
034600            GO TO SET-LINE-STATUS-EXIT                            DBNK153P
034700         END-IF                                                   DBNK153P
034800         SET RVL-REC-IS-ACTIVE TO TRUE                            DBNK153P
034900         MOVE RVL-REC-LIMIT TO                                    DBNK153P
035000              BAC-REC-CREDIT-LIMIT IN WS-BNKACC-REC               DBNK153P
035100       WHEN OTHER                                                 DBNK153P
035200         IF WS-DRAWN IS GREATER THAN ZERO                         DBNK153P
035300            MOVE 'Line must be repaid before closing'             DBNK153P
035400              TO C153O-MSG                                        DBNK153P
035500            GO TO SET-LINE-STATUS-EXIT                            DBNK153P
035600         END-IF                                                   DBNK153P
035700         SET RVL-REC-IS-CLOSED TO TRUE                            DBNK153P
035800         MOVE ZERO TO BAC-REC-CREDIT-LIMIT IN WS-BNKACC-REC       DBNK153P
035900     END-EVALUATE.                                                DBNK153P
036000     PERFORM REWRITE-LINE THRU                                    DBNK153P
036100             REWRITE-LINE-EXIT.                                   DBNK153P
036200     IF C153O-MSG IS NOT EQUAL TO SPACES                          DBNK153P
036300        GO TO SET-LINE-STATUS-EXIT                                DBNK153P
036400     END-IF.                                                      DBNK153P
036500     PERFORM FILL-OUTPUT THRU                                     DBNK153P
036600             FILL-OUTPUT-EXIT.                                    DBNK153P
036700     SET C153O-OK TO TRUE.                                        DBNK153P
036800     EVALUATE TRUE                                                DBNK153P
036900       WHEN RVL-REC-IS-FROZEN                                     DBNK153P
037000         MOVE 'Credit line frozen - no further draws'             DBNK153P
037100           TO C153O-MSG                                           DBNK153P
037200       WHEN RVL-REC-IS-ACTIVE                                     DBNK153P
037300         MOVE 'Credit line reinstated' TO C153O-MSG               DBNK153P
037400       WHEN OTHER                                                 DBNK153P
037500         MOVE 'Credit line closed' TO C153O-MSG                   DBNK153P
037600     END-EVALUATE.                                                DBNK153P
037700 SET-LINE-STATUS-EXIT.                                            DBNK153P
037800     EXIT.                                                        DBNK153P
037900                                                                  DBNK153P
038000***************************************************************** DBNK153P
038100* Inquire - the terms with the drawn and available amounts      * DBNK153P
038200***************************************************************** DBNK153P
038300 INQUIRE-LINE.                                                    DBNK153P
038400     MOVE C153I-ACCNO TO WS-BNKRVLN-RID.                          DBNK153P
038500     EXEC CICS READ FILE('BNKRVLN')                               DBNK153P
038600                    INTO(WS-BNKRVLN-REC)                          DBNK153P
038700                    LENGTH(LENGTH OF WS-BNKRVLN-REC)              DBNK153P
038800                    RIDFLD(WS-BNKRVLN-RID)                        DBNK153P
038900                    RESP(WS-RESP)                                 DBNK153P
039000     END-EXEC.                                                    DBNK153P
039100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK153P
039200        MOVE 'Account is not a credit line' TO C153O-MSG          DBNK153P
039300        GO TO INQUIRE-LINE-EXIT                                   DBNK153P
039400     END-IF.                                                      DBNK153P
039500     MOVE C153I-ACCNO TO WS-BNKACC-RID.                           DBNK153P
039600     EXEC CICS READ FILE('BNKACC')                                DBNK153P
039700                    INTO(WS-BNKACC-REC)                           DBNK153P
039800                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBNK153P
039900                    RIDFLD(WS-BNKACC-RID)                         DBNK153P
040000                    RESP(WS-RESP)                                 DBNK153P
040100     END-EXEC.                                                    DBNK153P
040200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK153P
040300        MOVE 'Line account is not on file' TO C153O-MSG           DBNK153P
040400        GO TO INQUIRE-LINE-EXIT                                   DBNK153P
040500     END-IF.                                                      DBNK153P
040600     PERFORM FILL-OUTPUT THRU                                     DBNK153P
040700             FILL-OUTPUT-EXIT.                                    DBNK153P
040800     SET C153O-OK TO TRUE.                                        DBNK153P
040900 INQUIRE-LINE-EXIT.                                               DBNK153P
041000     EXIT.                                                        DBNK153P
041100                                                                  DBNK153P
041200***************************************************************** DBNK153P
041300* Draw - from an active line into another of the borrower's     * DBNK153P
041400* accounts, never past the approved limit                       * DBNK153P
041500***************************************************************** DBNK153P
041600 DRAW-LINE.                                                       DBNK153P
041700     IF C153I-AMOUNT IS NOT GREATER THAN ZERO                     DBNK153P
041800        MOVE 'Amount must be greater than zero' TO C153O-MSG      DBNK153P
041900        GO TO DRAW-LINE-EXIT                                      DBNK153P
042000     END-IF.                                                      DBNK153P
042100     PERFORM READ-LINE-FOR-POSTING THRU                           DBNK153P
042200             READ-LINE-FOR-POSTING-EXIT.                          DBNK153P
042300     IF C153O-MSG IS NOT EQUAL TO SPACES                          DBNK153P
042400        GO TO DRAW-LINE-EXIT                                      DBNK153P
042500     END-IF.                                                      DBNK153P
042600     IF NOT RVL-REC-IS-ACTIVE                                     DBNK153P
042700        MOVE 'Credit line is not open for draws' TO C153O-MSG     DBNK153P
042800        GO TO DRAW-LINE-EXIT                                      DBNK153P
042900     END-IF.                                                      DBNK153P
043000     COMPUTE WS-NEW-BAL =                                         DBNK153P
043100         BAC-REC-BALANCE IN WS-BNKACC-REC - C153I-AMOUNT.         DBNK153P
043200     IF WS-NEW-BAL IS LESS THAN                                   DBNK153P
043300        (ZERO - BAC-REC-CREDIT-LIMIT IN WS-BNKACC-REC)            DBNK153P
043400        MOVE 'Draw exceeds the available credit' TO C153O-MSG     DBNK153P
043500        GO TO DRAW-LINE-EXIT                                      DBNK153P
043600     END-IF.                                                      DBNK153P
043700     PERFORM READ-OTHER-ACCOUNT THRU                              DBNK153P
043800             READ-OTHER-ACCOUNT-EXIT.                             DBNK153P
043900     IF C153O-MSG IS NOT EQUAL TO SPACES                          DBNK153P
044000        GO TO DRAW-LINE-EXIT                                      DBNK153P
044100     END-IF.                                                      DBNK153P
044200     MOVE WS-NEW-BAL TO BAC-REC-BALANCE IN WS-BNKACC-REC.         DBNK153P
044300     ADD C153I-AMOUNT TO BAC-REC-BALANCE IN WS-BNKACC-OTHER-REC.  DBNK153P
044400     PERFORM REWRITE-BOTH THRU                                    DBNK153P
044500             REWRITE-BOTH-EXIT.                                   DBNK153P
044600     IF C153O-MSG IS NOT EQUAL TO SPACES                          DBNK153P
044700        GO TO DRAW-LINE-EXIT                                      DBNK153P
044800     END-IF.                                                      DBNK153P
044900                                                                  DBNK153P
045000     MOVE '0' TO WS-TIMESTAMP (26:1).                             DBNK153P
045100     MOVE SPACES TO WS-POST-DESC.                                 DBNK153P
045200     STRING 'Credit line draw to ' DELIMITED BY SIZE              DBNK153P
045300            C153I-OTHER-ACCNO DELIMITED BY SIZE                   DBNK153P
045400       INTO WS-POST-DESC.                                         DBNK153P
045500     MOVE C153I-ACCNO TO BLG-REC-ACCNO.                           DBNK153P
045600     MOVE '1' TO BLG-REC-SUB-TYPE.                                DBNK153P
045700     PERFORM WRITE-ONE-LEDGER THRU                                DBNK153P
045800             WRITE-ONE-LEDGER-EXIT.                               DBNK153P
045900     IF C153O-MSG IS NOT EQUAL TO SPACES                          DBNK153P
046000        EXEC CICS SYNCPOINT ROLLBACK                              DBNK153P
046100        END-EXEC                                                  DBNK153P
046200        GO TO DRAW-LINE-EXIT                                      DBNK153P
046300     END-IF.                                                      DBNK153P
046400     MOVE TREF-REFNO TO C153O-REFNO.                              DBNK153P
046500     MOVE '1' TO WS-TIMESTAMP (26:1).                             DBNK153P
046600     MOVE SPACES TO WS-POST-DESC.                                 DBNK153P
046700     STRING 'Credit line draw from ' DELIMITED BY SIZE            DBNK153P
046800            C153I-ACCNO DELIMITED BY SIZE                         DBNK153P
046900       INTO WS-POST-DESC.                                         DBNK153P
047000     MOVE C153I-OTHER-ACCNO TO BLG-REC-ACCNO.                     DBNK153P
047100     MOVE '2' TO BLG-REC-SUB-TYPE.                                DBNK153P
047200     PERFORM WRITE-ONE-LEDGER THRU                                DBNK153P
047300             WRITE-ONE-LEDGER-EXIT.                               DBNK153P
047400     IF C153O-MSG IS NOT EQUAL TO SPACES                          DBNK153P
047500        EXEC CICS SYNCPOINT ROLLBACK                              DBNK153P
047600        END-EXEC                                                  DBNK153P
047700        MOVE SPACES TO C153O-REFNO                                DBNK153P
047800        GO TO DRAW-LINE-EXIT                                      DBNK153P
047900     END-IF.                                                      DBNK153P
047908     MOVE SPACES TO C210-DATA.                                    DBNK153P
047916     MOVE C153I-ACCNO TO C210I-FROM-ACC.                          DBNK153P
047924     MOVE C153I-OTHER-ACCNO TO C210I-TO-ACC.                      DBNK153P
047932     PERFORM ENTER-INTER-BRANCH THRU                              DBNK153P
047940             ENTER-INTER-BRANCH-EXIT.                             DBNK153P
047948     IF C153O-MSG IS NOT EQUAL TO SPACES                          DBNK153P
047956        EXEC CICS SYNCPOINT ROLLBACK                              DBNK153P
047964        END-EXEC                                                  DBNK153P
047972        MOVE SPACES TO C153O-REFNO                                DBNK153P
047980        GO TO DRAW-LINE-EXIT                                      DBNK153P
047988     END-IF.                                                      DBNK153P
048000     EXEC CICS SYNCPOINT                                          DBNK153P
048100     END-EXEC.                                                    DBNK153P
048200     PERFORM FILL-OUTPUT THRU                                     DBNK153P
048300             FILL-OUTPUT-EXIT.                                    DBNK153P
048400     SET C153O-OK TO TRUE.                                        DBNK153P
048500     MOVE 'Draw posted' TO C153O-MSG.                             DBNK153P
048600 DRAW-LINE-EXIT.                                                  DBNK153P
048700     EXIT.                                                        DBNK153P
048800                                                                  DBNK153P
048900***************************************************************** DBNK153P
049000* Repay - from another of the borrower's accounts into the      * DBNK153P
049100* line, never more than is drawn. A frozen line still takes     * DBNK153P
049200* repayments.                                                   * DBNK153P
049300***************************************************************** DBNK153P
049400 REPAY-LINE.                                                      DBNK153P
049500     IF C153I-AMOUNT IS NOT GREATER THAN ZERO                     DBNK153P
049600        MOVE 'Amount must be greater than zero' TO C153O-MSG      DBNK153P
049700        GO TO REPAY-LINE-EXIT                                     DBNK153P
049800     END-IF.                                                      DBNK153P
049900     PERFORM READ-LINE-FOR-POSTING THRU                           DBNK153P
050000             READ-LINE-FOR-POSTING-EXIT.                          DBNK153P
050100     IF C153O-MSG IS NOT EQUAL TO SPACES                          DBNK153P
050200        GO TO REPAY-LINE-EXIT                                     DBNK153P
050300     END-IF.                                                      DBNK153P
050400     IF RVL-REC-IS-CLOSED                                         DBNK153P
050500        MOVE 'Credit line is closed' TO C153O-MSG                 DBNK153P
050600        GO TO REPAY-LINE-EXIT                                     DBNK153P
050700     END-IF.                                                      DBNK153P
050800     IF WS-DRAWN IS NOT GREATER THAN ZERO                         DBNK153P
050900        MOVE 'Nothing is drawn on this line' TO C153O-MSG         DBNK153P
051000        GO TO REPAY-LINE-EXIT                                     DBNK153P
051100     END-IF.                                                      DBNK153P
051200     IF C153I-AMOUNT IS GREATER THAN WS-DRAWN                     DBNK153P
051300        MOVE 'Repayment exceeds the drawn balance'                DBNK153P
051400          TO C153O-MSG                                            DBNK153P
051500        GO TO REPAY-LINE-EXIT                                     DBNK153P
051600     END-IF.                                                      DBNK153P
051700     PERFORM READ-OTHER-ACCOUNT THRU                              DBNK153P
051800             READ-OTHER-ACCOUNT-EXIT.                             DBNK153P
051900     IF C153O-MSG IS NOT EQUAL TO SPACES                          DBNK153P
052000        GO TO REPAY-LINE-EXIT                                     DBNK153P
052100     END-IF.                                                      DBNK153P
052200     IF NOT BAC-REC-NOT-TERM-DEP IN WS-BNKACC-OTHER-REC           DBNK153P
052300        MOVE 'A term deposit cannot repay the line'               DBNK153P
052400          TO C153O-MSG                                            DBNK153P
052500        GO TO REPAY-LINE-EXIT                                     DBNK153P
052600     END-IF.                                                      DBNK153P
052700*    deposit holds and the paying account's own overdraft         DBNK153P
052800*    bound what can move, as they do on every other channel       DBNK153P
052900     COMPUTE WS-NEW-BAL =                                         DBNK153P
053000         BAC-REC-BALANCE IN WS-BNKACC-OTHER-REC - C153I-AMOUNT.   DBNK153P
053100     IF WS-NEW-BAL IS LESS THAN                                   DBNK153P
053200        ((ZERO - BAC-REC-CREDIT-LIMIT IN WS-BNKACC-OTHER-REC) +   DBNK153P
053300         BAC-REC-HOLD-AMOUNT IN WS-BNKACC-OTHER-REC)              DBNK153P
053400        MOVE 'Insufficient funds available' TO C153O-MSG          DBNK153P
053500        GO TO REPAY-LINE-EXIT                                     DBNK153P
053600     END-IF.                                                      DBNK153P
053700     MOVE WS-NEW-BAL TO BAC-REC-BALANCE IN WS-BNKACC-OTHER-REC.   DBNK153P
053800     ADD C153I-AMOUNT TO BAC-REC-BALANCE IN WS-BNKACC-REC.        DBNK153P
053900     PERFORM REWRITE-BOTH THRU                                    DBNK153P
054000             REWRITE-BOTH-EXIT.                                   DBNK153P
054100     IF C153O-MSG IS NOT EQUAL TO SPACES                          DBNK153P
054200        GO TO REPAY-LINE-EXIT                                     DBNK153P
054300     END-IF.                                                      DBNK153P
054400                                                                  DBNK153P
054500     MOVE '0' TO WS-TIMESTAMP (26:1).                             DBNK153P
054600     MOVE SPACES TO WS-POST-DESC.                                 DBNK153P
054700     STRING 'Credit line repayment ' DELIMITED BY SIZE            DBNK153P
054800            C153I-ACCNO DELIMITED BY SIZE                         DBNK153P
054900       INTO WS-POST-DESC.                                         DBNK153P
055000     MOVE C153I-OTHER-ACCNO TO BLG-REC-ACCNO.                     DBNK153P
055100     MOVE '1' TO BLG-REC-SUB-TYPE.                                DBNK153P
055200     PERFORM WRITE-ONE-LEDGER THRU                                DBNK153P
055300             WRITE-ONE-LEDGER-EXIT.                               DBNK153P
055400     IF C153O-MSG IS NOT EQUAL TO SPACES                          DBNK153P
055500        EXEC CICS SYNCPOINT ROLLBACK                              DBNK153P
055600        END-EXEC                                                  DBNK153P
055700        GO TO REPAY-LINE-EXIT                                     DBNK153P
055800     END-IF.                                                      DBNK153P
055900     MOVE TREF-REFNO TO C153O-REFNO.                              DBNK153P
056000     MOVE '1' TO WS-TIMESTAMP (26:1).                             DBNK153P
056100     MOVE SPACES TO WS-POST-DESC.                                 DBNK153P
056200     STRING 'Credit line repayment from ' DELIMITED BY SIZE       DBNK153P
056300            C153I-OTHER-ACCNO DELIMITED BY SIZE                   DBNK153P
056400       INTO WS-POST-DESC.                                         DBNK153P
056500     MOVE C153I-ACCNO TO BLG-REC-ACCNO.                           DBNK153P
056600     MOVE '2' TO BLG-REC-SUB-TYPE.                                DBNK153P
056700     PERFORM WRITE-ONE-LEDGER THRU                                DBNK153P
056800             WRITE-ONE-LEDGER-EXIT.                               DBNK153P
056900     IF C153O-MSG IS NOT EQUAL TO SPACES                          DBNK153P
057000        EXEC CICS SYNCPOINT ROLLBACK                              DBNK153P
057100        END-EXEC                                                  DBNK153P
057200        MOVE SPACES TO C153O-REFNO                                DBNK153P
057300        GO TO REPAY-LINE-EXIT                                     DBNK153P
057400     END-IF.                                                      DBNK153P
057408     MOVE SPACES TO C210-DATA.                                    DBNK153P
057416     MOVE C153I-OTHER-ACCNO TO C210I-FROM-ACC.                    DBNK153P
057424     MOVE C153I-ACCNO TO C210I-TO-ACC.                            DBNK153P
057432     PERFORM ENTER-INTER-BRANCH THRU                              DBNK153P
057440             ENTER-INTER-BRANCH-EXIT.                             DBNK153P
057448     IF C153O-MSG IS NOT EQUAL TO SPACES                          DBNK153P
057456        EXEC CICS SYNCPOINT ROLLBACK                              DBNK153P
057464        END-EXEC                                                  DBNK153P
057472        MOVE SPACES TO C153O-REFNO                                DBNK153P
057480        GO TO REPAY-LINE-EXIT                                     DBNK153P
057488     END-IF.                                                      DBNK153P
057500     EXEC CICS SYNCPOINT                                          DBNK153P
057600     END-EXEC.                                                    DBNK153P
057700     PERFORM FILL-OUTPUT THRU                                     DBNK153P
057800             FILL-OUTPUT-EXIT.                                    DBNK153P
057900     SET C153O-OK TO TRUE.                                        DBNK153P
058000     MOVE 'Repayment posted' TO C153O-MSG.                        DBNK153P
058100 REPAY-LINE-EXIT.                                                 DBNK153P
058200     EXIT.                                                        DBNK153P
058300                                                                  DBNK153P
058400***************************************************************** DBNK153P
058500* The collection account must be open, not a term deposit, not  * DBNK153P
058600* the line itself and held by the borrower (RVL-REC-PID)        * DBNK153P
058700***************************************************************** DBNK153P
058800 CHECK-COLL-ACCOUNT.                                              DBNK153P
058900     IF C153I-OTHER-ACCNO IS EQUAL TO SPACES                      DBNK153P
059000        MOVE 'Collection account is required' TO C153O-MSG        DBNK153P
059100        GO TO CHECK-COLL-ACCOUNT-EXIT                             DBNK153P
059200     END-IF.                                                      DBNK153P
059300     IF C153I-OTHER-ACCNO IS EQUAL TO C153I-ACCNO                 DBNK153P
059400        MOVE 'Line cannot collect from itself' TO C153O-MSG       DBNK153P
059500        GO TO CHECK-COLL-ACCOUNT-EXIT                             DBNK153P
059600     END-IF.                                                      DBNK153P
059700     MOVE C153I-OTHER-ACCNO TO WS-BNKACC-RID.                     DBNK153P
059800     EXEC CICS READ FILE('BNKACC')                                DBNK153P
059900                    INTO(WS-BNKACC-OTHER-REC)                     DBNK153P
060000                    LENGTH(LENGTH OF WS-BNKACC-OTHER-REC)         DBNK153P
060100                    RIDFLD(WS-BNKACC-RID)                         DBNK153P
060200                    RESP(WS-RESP)                                 DBNK153P
060300     END-EXEC.                                                    DBNK153P
060400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK153P
060500        MOVE 'Collection account is not on file' TO C153O-MSG     DBNK153P
060600        GO TO CHECK-COLL-ACCOUNT-EXIT                             DBNK153P
060700     END-IF.                                                      DBNK153P
060800     IF BAC-REC-ACC-IS-CLOSED IN WS-BNKACC-OTHER-REC OR           DBNK153P
060900        NOT BAC-REC-NOT-TERM-DEP IN WS-BNKACC-OTHER-REC           DBNK153P
061000        MOVE 'Collection account must be open, not TD'            DBNK153P
061100          TO C153O-MSG                                            DBNK153P
061200        GO TO CHECK-COLL-ACCOUNT-EXIT                             DBNK153P
061300     END-IF.                                                      DBNK153P
061400     IF RVL-REC-PID IS NOT EQUAL TO                               DBNK153P
061500          BAC-REC-PID IN WS-BNKACC-OTHER-REC AND                  DBNK153P
061600        RVL-REC-PID IS NOT EQUAL TO                               DBNK153P
061700          BAC-REC-JOINT-PID IN WS-BNKACC-OTHER-REC                DBNK153P
061800        MOVE 'Collection account is not the borrower''s'          DBNK153P
061900          TO C153O-MSG                                            DBNK153P
062000        GO TO CHECK-COLL-ACCOUNT-EXIT                             DBNK153P
062100     END-IF.                                                      DBNK153P
062200 CHECK-COLL-ACCOUNT-EXIT.                                         DBNK153P
062300     EXIT.                                                        DBNK153P
062400                                                                  DBNK153P
062500***************************************************************** DBNK153P
062600* Hold the line record and its account for a maintenance        * DBNK153P
062700* change; WS-DRAWN is what the borrower owes on the line        * DBNK153P
062800***************************************************************** DBNK153P
062900 READ-LINE-FOR-UPDATE.                                            DBNK153P
063000     MOVE C153I-ACCNO TO WS-BNKRVLN-RID.                          DBNK153P
063100     EXEC CICS READ FILE('BNKRVLN')                               DBNK153P
063200                    UPDATE                                        DBNK153P
063300                    INTO(WS-BNKRVLN-REC)                          DBNK153P
063400                    LENGTH(LENGTH OF WS-BNKRVLN-REC)              DBNK153P
063500                    RIDFLD(WS-BNKRVLN-RID)                        DBNK153P
063600                    TOKEN(WS-RVLN-TOKEN)                          DBNK153P
063700                    RESP(WS-RESP)                                 DBNK153P
063800     END-EXEC.                                                    DBNK153P
063900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK153P
064000        MOVE 'Account is not a credit line' TO C153O-MSG          DBNK153P
064100        GO TO READ-LINE-FOR-UPDATE-EXIT                           DBNK153P
064200     END-IF.                                                      DBNK153P
064300     MOVE C153I-ACCNO TO WS-BNKACC-RID.                           DBNK153P
064400     EXEC CICS READ FILE('BNKACC')                                DBNK153P
064500                    UPDATE                                        DBNK153P
064600                    INTO(WS-BNKACC-REC)                           DBNK153P
064700                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBNK153P
064800                    RIDFLD(WS-BNKACC-RID)                         DBNK153P
064900                    TOKEN(WS-LINE-TOKEN)                          DBNK153P
065000                    RESP(WS-RESP)                                 DBNK153P
065100     END-EXEC.                                                    DBNK153P
065200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK153P
065300        MOVE 'Line account is not on file' TO C153O-MSG           DBNK153P
065400        GO TO READ-LINE-FOR-UPDATE-EXIT                           DBNK153P
065500     END-IF.                                                      DBNK153P
065600     PERFORM SET-DRAWN THRU                                       DBNK153P
065700             SET-DRAWN-EXIT.                                      DBNK153P
065800 READ-LINE-FOR-UPDATE-EXIT.                                       DBNK153P
065900     EXIT.                                                        DBNK153P
066000                                                                  DBNK153P
066100***************************************************************** DBNK153P
066200* Put back the line record and the line account together        * DBNK153P
066300***************************************************************** DBNK153P
066400 REWRITE-LINE.                                                    DBNK153P
066500     MOVE C153I-OPERATOR TO RVL-REC-UPDATED-BY.                   DBNK153P
066600     MOVE WS-TODAY-DATE TO RVL-REC-UPDATED-DATE.                  DBNK153P
066700     EXEC CICS REWRITE FILE('BNKRVLN')                            DBNK153P
066800                       FROM(WS-BNKRVLN-REC)                       DBNK153P
066900                       LENGTH(LENGTH OF WS-BNKRVLN-REC)           DBNK153P
067000                       TOKEN(WS-RVLN-TOKEN)                       DBNK153P
067100                       RESP(WS-RESP)                              DBNK153P
067200     END-EXEC.                                                    DBNK153P
067300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK153P
067400        MOVE 'Unable to update credit line' TO C153O-MSG          DBNK153P
067500        GO TO REWRITE-LINE-EXIT                                   DBNK153P
067600     END-IF.                                                      DBNK153P
067700     EXEC CICS REWRITE FILE('BNKACC')                             DBNK153P
067800                       FROM(WS-BNKACC-REC)                        DBNK153P
067900                       LENGTH(LENGTH OF WS-BNKACC-REC)            DBNK153P
068000                       TOKEN(WS-LINE-TOKEN)                       DBNK153P
068100                       RESP(WS-RESP)                              DBNK153P
068200     END-EXEC.                                                    DBNK153P
068300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK153P
068400        MOVE 'Unable to set limit on line account' TO C153O-MSG   DBNK153P
068500        EXEC CICS SYNCPOINT ROLLBACK                              DBNK153P
068600        END-EXEC                                                  DBNK153P
068700        GO TO REWRITE-LINE-EXIT                                   DBNK153P
068800     END-IF.                                                      DBNK153P
068900     EXEC CICS SYNCPOINT                                          DBNK153P
069000     END-EXEC.                                                    DBNK153P
069100 REWRITE-LINE-EXIT.                                               DBNK153P
069200     EXIT.                                                        DBNK153P
069300                                                                  DBNK153P
069400***************************************************************** DBNK153P
069500* Read the line terms and hold the line account for a posting   * DBNK153P
069600***************************************************************** DBNK153P
069700 READ-LINE-FOR-POSTING.                                           DBNK153P
069800     MOVE C153I-ACCNO TO WS-BNKRVLN-RID.                          DBNK153P
069900     EXEC CICS READ FILE('BNKRVLN')                               DBNK153P
070000                    INTO(WS-BNKRVLN-REC)                          DBNK153P
070100                    LENGTH(LENGTH OF WS-BNKRVLN-REC)              DBNK153P
070200                    RIDFLD(WS-BNKRVLN-RID)                        DBNK153P
070300                    RESP(WS-RESP)                                 DBNK153P
070400     END-EXEC.                                                    DBNK153P
070500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK153P
070600        MOVE 'Account is not a credit line' TO C153O-MSG          DBNK153P
070700        GO TO READ-LINE-FOR-POSTING-EXIT                          DBNK153P
070800     END-IF.                                                      DBNK153P
070900     MOVE C153I-ACCNO TO WS-BNKACC-RID.                           DBNK153P
071000     EXEC CICS READ FILE('BNKACC')                                DBNK153P
071100                    UPDATE                                        DBNK153P
071200                    INTO(WS-BNKACC-REC)                           DBNK153P
071300                    LENGTH(LENGTH OF WS-BNKACC-REC)               DBNK153P
071400                    RIDFLD(WS-BNKACC-RID)                         DBNK153P
071500                    TOKEN(WS-LINE-TOKEN)                          DBNK153P
071600                    RESP(WS-RESP)                                 DBNK153P
071700     END-EXEC.                                                    DBNK153P
071800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK153P
071900        MOVE 'Line account is not on file' TO C153O-MSG           DBNK153P
072000        GO TO READ-LINE-FOR-POSTING-EXIT                          DBNK153P
072100     END-IF.                                                      DBNK153P
072200     IF BAC-REC-ACC-IS-CLOSED IN WS-BNKACC-REC                    DBNK153P
072300        MOVE 'Line account is closed' TO C153O-MSG                DBNK153P
072400        GO TO READ-LINE-FOR-POSTING-EXIT                          DBNK153P
072500     END-IF.                                                      DBNK153P
072600     PERFORM SET-DRAWN THRU                                       DBNK153P
072700             SET-DRAWN-EXIT.                                      DBNK153P
072800 READ-LINE-FOR-POSTING-EXIT.                                      DBNK153P
072900     EXIT.                                                        DBNK153P
073000                                                                  DBNK153P
073100***************************************************************** DBNK153P
073200* Hold the borrower's other account - the draw's destination    * DBNK153P
073300* or the repayment's source                                     * DBNK153P
073400***************************************************************** DBNK153P
073500 READ-OTHER-ACCOUNT.                                              DBNK153P
073600     IF C153I-OTHER-ACCNO IS EQUAL TO SPACES OR                   DBNK153P
073700        C153I-OTHER-ACCNO IS EQUAL TO C153I-ACCNO                 DBNK153P
073800        MOVE 'A second account is required' TO C153O-MSG          DBNK153P
073900        GO TO READ-OTHER-ACCOUNT-EXIT                             DBNK153P
074000     END-IF.                                                      DBNK153P
074100     MOVE C153I-OTHER-ACCNO TO WS-BNKACC-RID.                     DBNK153P
074200     EXEC CICS READ FILE('BNKACC')                                DBNK153P
074300                    UPDATE                                        DBNK153P
074400                    INTO(WS-BNKACC-OTHER-REC)                     DBNK153P
074500                    LENGTH(LENGTH OF WS-BNKACC-OTHER-REC)         DBNK153P
074600                    RIDFLD(WS-BNKACC-RID)                         DBNK153P
074700                    TOKEN(WS-OTHER-TOKEN)                         DBNK153P
074800                    RESP(WS-RESP)                                 DBNK153P
074900     END-EXEC.                                                    DBNK153P
075000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK153P
075100        MOVE 'Second account is not on file' TO C153O-MSG         DBNK153P
075200        GO TO READ-OTHER-ACCOUNT-EXIT                             DBNK153P
075300     END-IF.                                                      DBNK153P
075400     IF BAC-REC-ACC-IS-CLOSED IN WS-BNKACC-OTHER-REC              DBNK153P
075500        MOVE 'Second account is closed' TO C153O-MSG              DBNK153P
075600        GO TO READ-OTHER-ACCOUNT-EXIT                             DBNK153P
075700     END-IF.                                                      DBNK153P
075800     IF RVL-REC-PID IS NOT EQUAL TO                               DBNK153P
075900          BAC-REC-PID IN WS-BNKACC-OTHER-REC AND                  DBNK153P
076000        RVL-REC-PID IS NOT EQUAL TO                               DBNK153P
076100          BAC-REC-JOINT-PID IN WS-BNKACC-OTHER-REC                DBNK153P
076200        MOVE 'Second account is not the borrower''s'              DBNK153P
076300          TO C153O-MSG                                            DBNK153P
076400        GO TO READ-OTHER-ACCOUNT-EXIT                             DBNK153P
076500     END-IF.                                                      DBNK153P
076600 READ-OTHER-ACCOUNT-EXIT.                                         DBNK153P
076700     EXIT.                                                        DBNK153P
076800                                                                  DBNK153P
076900***************************************************************** DBNK153P
077000* Rewrite the line account and the other account of a posting;  * DBNK153P
077100* the second failing backs out the first                        * DBNK153P
077200***************************************************************** DBNK153P
077300 REWRITE-BOTH.                                                    DBNK153P
077400     EXEC CICS REWRITE FILE('BNKACC')                             DBNK153P
077500                       FROM(WS-BNKACC-REC)                        DBNK153P
077600                       LENGTH(LENGTH OF WS-BNKACC-REC)            DBNK153P
077700                       TOKEN(WS-LINE-TOKEN)                       DBNK153P
077800                       RESP(WS-RESP)                              DBNK153P
077900     END-EXEC.                                                    DBNK153P
078000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK153P
078100        MOVE 'Unable to update line account' TO C153O-MSG         DBNK153P
078200        GO TO REWRITE-BOTH-EXIT                                   DBNK153P
078300     END-IF.                                                      DBNK153P
078400     EXEC CICS REWRITE FILE('BNKACC')                             DBNK153P
078500                       FROM(WS-BNKACC-OTHER-REC)                  DBNK153P
078600                       LENGTH(LENGTH OF WS-BNKACC-OTHER-REC)      DBNK153P
078700                       TOKEN(WS-OTHER-TOKEN)                      DBNK153P
078800                       RESP(WS-RESP)                              DBNK153P
078900     END-EXEC.                                                    DBNK153P
079000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK153P
079100        MOVE 'Unable to update second account' TO C153O-MSG       DBNK153P
079200        EXEC CICS SYNCPOINT ROLLBACK                              DBNK153P
079300        END-EXEC                                                  DBNK153P
079400        GO TO REWRITE-BOTH-EXIT                                   DBNK153P
079500     END-IF.                                                      DBNK153P
079600 REWRITE-BOTH-EXIT.                                               DBNK153P
079700     EXIT.                                                        DBNK153P
079800                                                                  DBNK153P
079900***************************************************************** DBNK153P
080000* What is owed on the line - a credit balance owes nothing      * DBNK153P
080100***************************************************************** DBNK153P
080200 SET-DRAWN.                                                       DBNK153P
080300     MOVE ZERO TO WS-DRAWN.                                       DBNK153P
080400     IF BAC-REC-BALANCE IN WS-BNKACC-REC IS LESS THAN ZERO        DBNK153P
080500        COMPUTE WS-DRAWN =                                        DBNK153P
080600            ZERO - BAC-REC-BALANCE IN WS-BNKACC-REC               DBNK153P
080700     END-IF.                                                      DBNK153P
080800 SET-DRAWN-EXIT.                                                  DBNK153P
080900     EXIT.                                                        DBNK153P
081000                                                                  DBNK153P
081100***************************************************************** DBNK153P
081200* Return the line's terms and position from the record areas    * DBNK153P
081300***************************************************************** DBNK153P
081400 FILL-OUTPUT.                                                     DBNK153P
081500     PERFORM SET-DRAWN THRU                                       DBNK153P
081600             SET-DRAWN-EXIT.                                      DBNK153P
081700     MOVE RVL-REC-STATUS TO C153O-LINE-STATUS.                    DBNK153P
081800     MOVE RVL-REC-LIMIT TO C153O-LIMIT.                           DBNK153P
081900     MOVE RVL-REC-MIN-PCT TO C153O-MIN-PCT.                       DBNK153P
082000     MOVE RVL-REC-MIN-FLOOR TO C153O-MIN-FLOOR.                   DBNK153P
082100     MOVE RVL-REC-COLL-ACCNO TO C153O-COLL-ACCNO.                 DBNK153P
082200     MOVE WS-DRAWN TO C153O-DRAWN.                                DBNK153P
082300     COMPUTE C153O-AVAILABLE =                                    DBNK153P
082400         BAC-REC-CREDIT-LIMIT IN WS-BNKACC-REC - WS-DRAWN.        DBNK153P
082500     IF C153O-AVAILABLE IS LESS THAN ZERO                         DBNK153P
082600        MOVE ZERO TO C153O-AVAILABLE                              DBNK153P
082700     END-IF.                                                      DBNK153P
082800     MOVE RVL-REC-LAST-BILL-DATE TO C153O-LAST-BILL-DATE.         DBNK153P
082900     MOVE RVL-REC-LAST-BILL-MIN TO C153O-LAST-BILL-MIN.           DBNK153P
083000 FILL-OUTPUT-EXIT.                                                DBNK153P
083100     EXIT.                                                        DBNK153P
083200                                                                  DBNK153P
083205***************************************************************** DBNK153P
083210* Enter a movement on the inter-branch register when the line   * DBNK153P
083215* and the other account sit at different branches - the caller  * DBNK153P
083220* has set the two accounts                                      * DBNK153P
083225***************************************************************** DBNK153P
083230 ENTER-INTER-BRANCH.                                              DBNK153P
083235     MOVE WS-TIMESTAMP TO C210I-TIMESTAMP.                        DBNK153P
083240     MOVE '0' TO C210I-TIMESTAMP (26:1).                          DBNK153P
083245     MOVE C153O-REFNO TO C210I-REFNO.                             DBNK153P
083250     MOVE C153I-AMOUNT TO C210I-AMOUNT.                           DBNK153P
083255     MOVE BLG-REC-BUS-DATE TO C210I-BUS-DATE.                     DBNK153P
083260     MOVE 'DBNK153P' TO C210I-POSTED-BY.                          DBNK153P
083265 COPY CBNKX210.                                                   DBNK153P
083270     IF C210O-FAIL                                                DBNK153P
083275        MOVE C210O-MSG TO C153O-MSG                               DBNK153P
083280     END-IF.                                                      DBNK153P
083285 ENTER-INTER-BRANCH-EXIT.                                         DBNK153P
083290     EXIT.                                                        DBNK153P
083295                                                                  DBNK153P
083300***************************************************************** DBNK153P
083400* Write one ledger entry from the fields the caller set         * DBNK153P
083500***************************************************************** DBNK153P
083600 WRITE-ONE-LEDGER.                                                DBNK153P
083700     MOVE RVL-REC-PID TO BLG-REC-PID.                             DBNK153P
083800     MOVE '1' TO BLG-REC-TYPE.                                    DBNK153P
083900     MOVE 'RVLN' TO BLG-REC-CATEGORY.                             DBNK153P
084000     MOVE C153I-AMOUNT TO BLG-REC-AMOUNT.                         DBNK153P
084100     MOVE WS-TIMESTAMP TO BLG-REC-TIMESTAMP.                      DBNK153P
084200     MOVE BLG-REC-ACCNO TO BLG-REC-ALTKEY1-ACCNO.                 DBNK153P
084300     MOVE WS-TIMESTAMP TO BLG-REC-ALTKEY1-TIMESTAMP.              DBNK153P
084400     MOVE SPACES TO TXN-DATA.                                     DBNK153P
084500     MOVE WS-POST-DESC TO TXN-T1-OLD-DESC.                        DBNK153P
084600     MOVE TXN-DATA-OLD TO BLG-REC-DATA-OLD.                       DBNK153P
084700     MOVE TXN-DATA-NEW TO BLG-REC-DATA-NEW.                       DBNK153P
084800     SET TREF-FUNC-ENCODE TO TRUE.                                DBNK153P
084900     MOVE WS-TIMESTAMP TO TREF-TIMESTAMP.                         DBNK153P
085000     CALL 'UTXNREF' USING WS-TREF-DATA.                           DBNK153P
085100     MOVE TREF-REFNO TO BLG-REC-REFNO.                            DBNK153P
085200     MOVE WS-TIMESTAMP TO WS-TWOS-COMP-INPUT.                     DBNK153P
085300     MOVE LOW-VALUES TO WS-TWOS-COMP-OUTPUT.                      DBNK153P
085400     MOVE LENGTH OF WS-TIMESTAMP TO WS-TWOS-COMP-LEN.             DBNK153P
085500     CALL 'UTWOSCMP' USING WS-TWOS-COMP-LEN                       DBNK153P
085600                           WS-TWOS-COMP-INPUT                     DBNK153P
085700                           WS-TWOS-COMP-OUTPUT.                   DBNK153P
085800     MOVE WS-TWOS-COMP-OUTPUT TO BLG-REC-TIMESTAMP-FF.            DBNK153P
085900     MOVE WS-TODAY-DATE TO BLG-REC-BUS-DATE.                      DBNK153P
086000     PERFORM STAMP-BUSINESS-DATE THRU                             DBNK153P
086100             STAMP-BUSINESS-DATE-EXIT.                            DBNK153P
086200     MOVE WS-TIMESTAMP TO WS-BNKLEDG-RID.                         DBNK153P
086300     EXEC CICS WRITE FILE('BNKLEDG')                              DBNK153P
086400                     FROM(WS-BNKLEDG-REC)                         DBNK153P
086500                     LENGTH(LENGTH OF WS-BNKLEDG-REC)             DBNK153P
086600                     RIDFLD(WS-BNKLEDG-RID)                       DBNK153P
086700                     KEYLENGTH(LENGTH OF WS-BNKLEDG-RID)          DBNK153P
086800                     RESP(WS-RESP)                                DBNK153P
086900     END-EXEC.                                                    DBNK153P
087000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK153P
087100        MOVE 'Unable to write ledger entry' TO C153O-MSG          DBNK153P
087200     END-IF.                                                      DBNK153P
087300 WRITE-ONE-LEDGER-EXIT.                                           DBNK153P
087400     EXIT.                                                        DBNK153P
087500                                                                  DBNK153P
087600***************************************************************** DBNK153P
087700* Postings carry the bank-wide business date when the region    * DBNK153P
087800* has one installed - the calendar date already stamped stands  * DBNK153P
087900* in when it has none                                           * DBNK153P
088000***************************************************************** DBNK153P
088100 STAMP-BUSINESS-DATE.                                             DBNK153P
088200     MOVE 'BUSDATE ' TO WS-BNKPARM-RID.                           DBNK153P
088300     EXEC CICS READ FILE('BNKPARM')                               DBNK153P
088400                    INTO(WS-BNKPARM-REC)                          DBNK153P
088500                    LENGTH(LENGTH OF WS-BNKPARM-REC)              DBNK153P
088600                    RIDFLD(WS-BNKPARM-RID)                        DBNK153P
088700                    RESP(WS-RESP)                                 DBNK153P
088800     END-EXEC.                                                    DBNK153P
088900     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBNK153P
089000        PRM-REC-TEXT (1:8) IS NUMERIC                             DBNK153P
089100        MOVE PRM-REC-TEXT (1:8) TO BLG-REC-BUS-DATE               DBNK153P
089200     END-IF.                                                      DBNK153P
089300 STAMP-BUSINESS-DATE-EXIT.                                        DBNK153P
089400     EXIT.                                                        DBNK153P
089500                                                                  DBNK153P
089600***************************************************************** DBNK153P
089700* Move the result back to the callers area                      * DBNK153P
089800***************************************************************** DBNK153P
089900 DBNK153P-EXIT.                                                   DBNK153P
090000     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBNK153P
090100                                                                  DBNK153P
090200***************************************************************** DBNK153P
090300* Return to our caller                                          * DBNK153P
090400***************************************************************** DBNK153P
090500 COPY CRETURN.                                                    DBNK153P
