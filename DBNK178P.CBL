000100***************************************************************** DBNK178P
000200*                                                               * DBNK178P
000300*   Copyright (C) 1998-2007 Micro Focus. All Rights Reserved.   * DBNK178P
000400*   This demonstration program is provided for use by users     * DBNK178P
000500*   of Micro Focus products and may be used, modified and       * DBNK178P
000600*   distributed as part of your application provided that       * DBNK178P
000700*   you properly acknowledge the copyright of Micro Focus       * DBNK178P
000800*   in this material.                                           * DBNK178P
000900*                                                               * DBNK178P
001000***************************************************************** DBNK178P
001100                                                                  DBNK178P
001200                                                                  DBNK178P
001300***************************************************************** DBNK178P
001400* Program:     DBNK178P.CBL                                     * DBNK178P
001500* Function:    Household register maintenance. Staff add a      * DBNK178P
001600*              customer to a household (confirming them if the  * DBNK178P
001700*              suggestion run proposed them), take a member     * DBNK178P
001800*              off, or make another member head of household;   * DBNK178P
001900*              a household is started by adding a member to a   * DBNK178P
002000*              customer who is in none, who becomes its head.   * DBNK178P
002100*              Members taken off are kept, marked removed. An   * DBNK178P
002200*              inquiry returns the head and up to seven members * DBNK178P
002300*              with how each came to be grouped.                * DBNK178P
002400*              VSAM version                                     * DBNK178P
002500***************************************************************** DBNK178P
002600                                                                  DBNK178P
002700 IDENTIFICATION DIVISION.                                         DBNK178P
002800 PROGRAM-ID.                                                      DBNK178P
002900     DBNK178P.                                                    DBNK178P
003000 DATE-WRITTEN.                                                    DBNK178P
003100     October 2007.                                                DBNK178P
003200 DATE-COMPILED.                                                   DBNK178P
003300     Today.                                                       DBNK178P
003400                                                                  DBNK178P
003500 ENVIRONMENT DIVISION.                                            DBNK178P
003600                                                                  DBNK178P
003700 DATA DIVISION.                                                   DBNK178P
003800                                                                  DBNK178P
003900 WORKING-STORAGE SECTION.                                         DBNK178P
004000 01  WS-MISC-STORAGE.                                             DBNK178P
004100   05  WS-PROGRAM-ID                         PIC X(8)             DBNK178P
004200       VALUE 'DBNK178P'.                                          DBNK178P
004300   05  WS-COMMAREA-LENGTH                    PIC 9(5).            DBNK178P
004400   05  WS-RESP                               PIC S9(8) COMP.      DBNK178P
004500   05  WS-HHLD-TOKEN                         PIC S9(8) COMP.      DBNK178P
004600   05  WS-BNKCUST-RID                        PIC X(5).            DBNK178P
004700   05  WS-BNKHHLD-RID                        PIC X(5).            DBNK178P
004800   05  WS-BNKHHLD1-RID                       PIC X(5).            DBNK178P
004900   05  WS-TODAY-DATE                         PIC X(8).            DBNK178P
005000   05  WS-DONE-MSG                           PIC X(40).           DBNK178P
005100   05  WS-HEAD-PID                           PIC X(5).            DBNK178P
005200   05  WS-OLD-HEAD-PID                       PIC X(5).            DBNK178P
005300   05  WS-MEMBER-PID                         PIC X(5).            DBNK178P
005400   05  WS-OTHER-MEMBERS                      PIC 9(3).            DBNK178P
005500   05  WS-HHLD-FLAG                          PIC X(1).            DBNK178P
005600     88  WS-HHLD-ON-FILE                     VALUE 'Y'.           DBNK178P
005700     88  WS-HHLD-NOT-ON-FILE                 VALUE 'N'.           DBNK178P
005800                                                                  DBNK178P
005900 COPY CTSTAMPD.                                                   DBNK178P
006000                                                                  DBNK178P
006100 01  WS-BNKCUST-REC.                                              DBNK178P
006200 COPY CBANKVCS.                                                   DBNK178P
006300                                                                  DBNK178P
006400 01  WS-BNKHHLD-REC.                                              DBNK178P
006500 COPY CBANKVHH.                                                   DBNK178P
006600                                                                  DBNK178P
006700 01  WS-COMMAREA.                                                 DBNK178P
006800 COPY CBNKD178.                                                   DBNK178P
006900                                                                  DBNK178P
007000 COPY CABENDD.                                                    DBNK178P
007100                                                                  DBNK178P
007200 LINKAGE SECTION.                                                 DBNK178P
007300 01  DFHCOMMAREA.                                                 DBNK178P
007400   05  LK-COMMAREA                           PIC X(1)             DBNK178P
007500       OCCURS 1 TO 4096 TIMES                                     DBNK178P
007600         DEPENDING ON WS-COMMAREA-LENGTH.                         DBNK178P
007700                                                                  DBNK178P
007800 COPY CENTRY.                                                     DBNK178P
007900***************************************************************** DBNK178P
008000* Move the passed data to our area                              * DBNK178P
008100***************************************************************** DBNK178P
008200     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            DBNK178P
008300     MOVE DFHCOMMAREA TO WS-COMMAREA.                             DBNK178P
008400                                                                  DBNK178P
008500***************************************************************** DBNK178P
008600* Initialize our output area                                    * DBNK178P
008700***************************************************************** DBNK178P
008800     MOVE SPACES TO C178O-DATA.                                   DBNK178P
008900     SET C178O-FAIL TO TRUE.                                      DBNK178P
009000     MOVE 0 TO C178O-COUNT.                                       DBNK178P
009100     MOVE SPACES TO WS-DONE-MSG.                                  DBNK178P
009200                                                                  DBNK178P
009300 COPY CTSTAMPP.                                                   DBNK178P
009400     MOVE WS-TIMESTAMP(1:4) TO WS-TODAY-DATE(1:4).                DBNK178P
009500     MOVE WS-TIMESTAMP(6:2) TO WS-TODAY-DATE(5:2).                DBNK178P
009600     MOVE WS-TIMESTAMP(9:2) TO WS-TODAY-DATE(7:2).                DBNK178P
009700                                                                  DBNK178P
009800***************************************************************** DBNK178P
009900* Every function starts from the customer named and where they  * DBNK178P
010000* stand on the register                                         * DBNK178P
010100***************************************************************** DBNK178P
010200     MOVE C178I-PID TO WS-BNKCUST-RID.                            DBNK178P
010300     EXEC CICS READ FILE('BNKCUST')                               DBNK178P
010400                    INTO(WS-BNKCUST-REC)                          DBNK178P
010500                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBNK178P
010600                    RIDFLD(WS-BNKCUST-RID)                        DBNK178P
010700                    RESP(WS-RESP)                                 DBNK178P
010800     END-EXEC.                                                    DBNK178P
010900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK178P
011000        MOVE 'Customer not found' TO C178O-MSG                    DBNK178P
011100        GO TO DBNK178P-EXIT                                       DBNK178P
011200     END-IF.                                                      DBNK178P
011300     MOVE C178I-PID TO WS-BNKHHLD-RID.                            DBNK178P
011400     EXEC CICS READ FILE('BNKHHLD')                               DBNK178P
011500                    INTO(WS-BNKHHLD-REC)                          DBNK178P
011600                    LENGTH(LENGTH OF WS-BNKHHLD-REC)              DBNK178P
011700                    RIDFLD(WS-BNKHHLD-RID)                        DBNK178P
011800                    RESP(WS-RESP)                                 DBNK178P
011900     END-EXEC.                                                    DBNK178P
012000     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBNK178P
012100        NOT HHL-REC-IS-REMOVED                                    DBNK178P
012200        SET WS-HHLD-ON-FILE TO TRUE                               DBNK178P
012300        MOVE HHL-REC-HEAD-PID TO WS-HEAD-PID                      DBNK178P
012400     ELSE                                                         DBNK178P
012500        SET WS-HHLD-NOT-ON-FILE TO TRUE                           DBNK178P
012600        MOVE SPACES TO WS-HEAD-PID                                DBNK178P
012700     END-IF.                                                      DBNK178P
012800                                                                  DBNK178P
012900     IF C178I-ADD-MEMBER                                          DBNK178P
013000        GO TO ADD-MEMBER                                          DBNK178P
013100     END-IF.                                                      DBNK178P
013200     IF WS-HHLD-NOT-ON-FILE                                       DBNK178P
013300        MOVE 'Customer is not in a household' TO C178O-MSG        DBNK178P
013400        GO TO DBNK178P-EXIT                                       DBNK178P
013500     END-IF.                                                      DBNK178P
013600     IF C178I-REMOVE-MEMBER                                       DBNK178P
013700        GO TO REMOVE-MEMBER                                       DBNK178P
013800     END-IF.                                                      DBNK178P
013900     IF C178I-MAKE-HEAD                                           DBNK178P
014000        GO TO MAKE-HEAD                                           DBNK178P
014100     END-IF.                                                      DBNK178P
014200     GO TO RETURN-HOUSEHOLD.                                      DBNK178P
014300                                                                  DBNK178P
014400***************************************************************** DBNK178P
014500* Add a member to the customer's household, starting one headed * DBNK178P
014600* by the customer if they are in none. With no member given the * DBNK178P
014700* customer's own suggested membership is confirmed. A suggested * DBNK178P
014800* or removed member is taken over; one confirmed in another     * DBNK178P
014900* household must be taken off there first                       * DBNK178P
015000***************************************************************** DBNK178P
015100 ADD-MEMBER.                                                      DBNK178P
015200     IF C178I-MEMBER-PID IS EQUAL TO SPACES OR                    DBNK178P
015300        C178I-MEMBER-PID IS EQUAL TO C178I-PID                    DBNK178P
015400        GO TO CONFIRM-OWN                                         DBNK178P
015500     END-IF.                                                      DBNK178P
015600     IF BCS-REC-IS-ENTITY OR                                      DBNK178P
015700        BCS-REC-IS-DECEASED OR                                    DBNK178P
015800        NOT BCS-REC-NOT-MERGED                                    DBNK178P
015900        MOVE 'Customer cannot be grouped' TO C178O-MSG            DBNK178P
016000        GO TO DBNK178P-EXIT                                       DBNK178P
016100     END-IF.                                                      DBNK178P
016200     MOVE C178I-MEMBER-PID TO WS-BNKCUST-RID.                     DBNK178P
016300     EXEC CICS READ FILE('BNKCUST')                               DBNK178P
016400                    INTO(WS-BNKCUST-REC)                          DBNK178P
016500                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBNK178P
016600                    RIDFLD(WS-BNKCUST-RID)                        DBNK178P
016700                    RESP(WS-RESP)                                 DBNK178P
016800     END-EXEC.                                                    DBNK178P
016900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK178P
017000        MOVE 'Member is not a customer' TO C178O-MSG              DBNK178P
017100        GO TO DBNK178P-EXIT                                       DBNK178P
017200     END-IF.                                                      DBNK178P
017300     IF BCS-REC-IS-ENTITY                                         DBNK178P
017400        MOVE 'Member must be an individual customer' TO C178O-MSG DBNK178P
017500        GO TO DBNK178P-EXIT                                       DBNK178P
017600     END-IF.                                                      DBNK178P
017700     IF BCS-REC-IS-DECEASED                                       DBNK178P
017800        MOVE 'Member is flagged deceased' TO C178O-MSG            DBNK178P
017900        GO TO DBNK178P-EXIT                                       DBNK178P
018000     END-IF.                                                      DBNK178P
018100     IF NOT BCS-REC-NOT-MERGED                                    DBNK178P
018200        MOVE 'Member has been merged' TO C178O-MSG                DBNK178P
018300        GO TO DBNK178P-EXIT                                       DBNK178P
018400     END-IF.                                                      DBNK178P
018500     IF WS-HHLD-NOT-ON-FILE                                       DBNK178P
018600        MOVE C178I-PID TO WS-HEAD-PID                             DBNK178P
018700     END-IF.                                                      DBNK178P
018800     MOVE C178I-MEMBER-PID TO WS-BNKHHLD-RID.                     DBNK178P
018900     EXEC CICS READ FILE('BNKHHLD')                               DBNK178P
019000                    INTO(WS-BNKHHLD-REC)                          DBNK178P
019100                    LENGTH(LENGTH OF WS-BNKHHLD-REC)              DBNK178P
019200                    RIDFLD(WS-BNKHHLD-RID)                        DBNK178P
019300                    RESP(WS-RESP)                                 DBNK178P
019400     END-EXEC.                                                    DBNK178P
019500     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBNK178P
019600        HHL-REC-IS-CONFIRMED                                      DBNK178P
019700        IF HHL-REC-HEAD-PID IS EQUAL TO WS-HEAD-PID               DBNK178P
019800           MOVE 'Already a confirmed member' TO C178O-MSG         DBNK178P
019900        ELSE                                                      DBNK178P
020000           MOVE SPACES TO C178O-MSG                               DBNK178P
020100           STRING 'Member is in household of ' DELIMITED BY SIZE  DBNK178P
020200                  HHL-REC-HEAD-PID DELIMITED BY SIZE              DBNK178P
020300             INTO C178O-MSG                                       DBNK178P
020400        END-IF                                                    DBNK178P
020500        GO TO DBNK178P-EXIT                                       DBNK178P
020600     END-IF.                                                      DBNK178P
020700     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBNK178P
020800        HHL-REC-HEAD-PID IS EQUAL TO C178I-MEMBER-PID AND         DBNK178P
020900        HHL-REC-IS-SUGGESTED AND                                  DBNK178P
021000        WS-HEAD-PID IS NOT EQUAL TO C178I-MEMBER-PID              DBNK178P
021100        MOVE 'Member heads a suggested household' TO C178O-MSG    DBNK178P
021200        GO TO DBNK178P-EXIT                                       DBNK178P
021300     END-IF.                                                      DBNK178P
021400                                                                  DBNK178P
021500*    the head is confirmed first so no household is ever left     DBNK178P
021600*    with members but no head on file                             DBNK178P
021700     IF WS-HHLD-ON-FILE AND                                       DBNK178P
021800        WS-HEAD-PID IS NOT EQUAL TO C178I-PID                     DBNK178P
021900        MOVE WS-HEAD-PID TO WS-MEMBER-PID                         DBNK178P
022000        PERFORM CONFIRM-RECORD THRU                               DBNK178P
022100                CONFIRM-RECORD-EXIT                               DBNK178P
022200        IF C178O-MSG IS NOT EQUAL TO SPACES                       DBNK178P
022300           GO TO DBNK178P-EXIT                                    DBNK178P
022400        END-IF                                                    DBNK178P
022500     END-IF.                                                      DBNK178P
022600     MOVE C178I-PID TO WS-MEMBER-PID.                             DBNK178P
022700     PERFORM CONFIRM-RECORD THRU                                  DBNK178P
022800             CONFIRM-RECORD-EXIT.                                 DBNK178P
022900     IF C178O-MSG IS NOT EQUAL TO SPACES                          DBNK178P
023000        GO TO DBNK178P-EXIT                                       DBNK178P
023100     END-IF.                                                      DBNK178P
023200     MOVE C178I-MEMBER-PID TO WS-MEMBER-PID.                      DBNK178P
023300     PERFORM CONFIRM-RECORD THRU                                  DBNK178P
023400             CONFIRM-RECORD-EXIT.                                 DBNK178P
023500     IF C178O-MSG IS NOT EQUAL TO SPACES                          DBNK178P
023600        GO TO DBNK178P-EXIT                                       DBNK178P
023700     END-IF.                                                      DBNK178P
023800     MOVE 'Member added to the household' TO WS-DONE-MSG.         DBNK178P
023900     GO TO RETURN-HOUSEHOLD.                                      DBNK178P
024000                                                                  DBNK178P
024100***************************************************************** DBNK178P
024200* Confirm the customer's own suggested membership and with it   * DBNK178P
024300* their suggested head                                          * DBNK178P
024400***************************************************************** DBNK178P
024500 CONFIRM-OWN.                                                     DBNK178P
024600     IF WS-HHLD-NOT-ON-FILE                                       DBNK178P
024700        MOVE 'Customer is not in a household' TO C178O-MSG        DBNK178P
024800        GO TO DBNK178P-EXIT                                       DBNK178P
024900     END-IF.                                                      DBNK178P
025000     IF HHL-REC-IS-CONFIRMED                                      DBNK178P
025100        MOVE 'Already a confirmed member' TO C178O-MSG            DBNK178P
025200        GO TO DBNK178P-EXIT                                       DBNK178P
025300     END-IF.                                                      DBNK178P
025400     MOVE WS-HEAD-PID TO WS-MEMBER-PID.                           DBNK178P
025500     PERFORM CONFIRM-RECORD THRU                                  DBNK178P
025600             CONFIRM-RECORD-EXIT.                                 DBNK178P
025700     IF C178O-MSG IS NOT EQUAL TO SPACES                          DBNK178P
025800        GO TO DBNK178P-EXIT                                       DBNK178P
025900     END-IF.                                                      DBNK178P
026000     MOVE C178I-PID TO WS-MEMBER-PID.                             DBNK178P
026100     PERFORM CONFIRM-RECORD THRU                                  DBNK178P
026200             CONFIRM-RECORD-EXIT.                                 DBNK178P
026300     IF C178O-MSG IS NOT EQUAL TO SPACES                          DBNK178P
026400        GO TO DBNK178P-EXIT                                       DBNK178P
026500     END-IF.                                                      DBNK178P
026600     MOVE 'Household membership confirmed' TO WS-DONE-MSG.        DBNK178P
026700     GO TO RETURN-HOUSEHOLD.                                      DBNK178P
026800                                                                  DBNK178P
026900***************************************************************** DBNK178P
027000* Take a member off the household - the record is kept, marked  * DBNK178P
027100* removed and dated, and so rejects a suggestion as well. The   * DBNK178P
027200* head can only go once the household has no one else in it     * DBNK178P
027300***************************************************************** DBNK178P
027400 REMOVE-MEMBER.                                                   DBNK178P
027500     IF WS-HEAD-PID IS EQUAL TO C178I-PID                         DBNK178P
027600        PERFORM LIST-HOUSEHOLD THRU                               DBNK178P
027700                LIST-HOUSEHOLD-EXIT                               DBNK178P
027800        IF WS-OTHER-MEMBERS IS GREATER THAN ZERO                  DBNK178P
027900           MOVE 'Make another member head first' TO C178O-MSG     DBNK178P
028000           GO TO DBNK178P-EXIT                                    DBNK178P
028100        END-IF                                                    DBNK178P
028200     END-IF.                                                      DBNK178P
028300     MOVE C178I-PID TO WS-BNKHHLD-RID.                            DBNK178P
028400     EXEC CICS READ FILE('BNKHHLD')                               DBNK178P
028500                    UPDATE                                        DBNK178P
028600                    INTO(WS-BNKHHLD-REC)                          DBNK178P
028700                    LENGTH(LENGTH OF WS-BNKHHLD-REC)              DBNK178P
028800                    RIDFLD(WS-BNKHHLD-RID)                        DBNK178P
028900                    TOKEN(WS-HHLD-TOKEN)                          DBNK178P
029000                    RESP(WS-RESP)                                 DBNK178P
029100     END-EXEC.                                                    DBNK178P
029200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK178P
029300        MOVE 'Unable to read household register' TO C178O-MSG     DBNK178P
029400        GO TO DBNK178P-EXIT                                       DBNK178P
029500     END-IF.                                                      DBNK178P
029600     SET HHL-REC-IS-REMOVED TO TRUE.                              DBNK178P
029700     MOVE WS-TODAY-DATE TO HHL-REC-REMOVED-DATE.                  DBNK178P
029800     MOVE C178I-OPERATOR TO HHL-REC-UPDATED-BY.                   DBNK178P
029900     EXEC CICS REWRITE FILE('BNKHHLD')                            DBNK178P
030000                    FROM(WS-BNKHHLD-REC)                          DBNK178P
030100                    LENGTH(LENGTH OF WS-BNKHHLD-REC)              DBNK178P
030200                    TOKEN(WS-HHLD-TOKEN)                          DBNK178P
030300                    RESP(WS-RESP)                                 DBNK178P
030400     END-EXEC.                                                    DBNK178P
030500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK178P
030600        MOVE 'Unable to update household register' TO C178O-MSG   DBNK178P
030700        GO TO DBNK178P-EXIT                                       DBNK178P
030800     END-IF.                                                      DBNK178P
030900     MOVE 'Member taken off the household' TO WS-DONE-MSG.        DBNK178P
031000     IF WS-HEAD-PID IS EQUAL TO C178I-PID                         DBNK178P
031100        MOVE 'Household closed' TO WS-DONE-MSG                    DBNK178P
031200        MOVE SPACES TO C178O-HEAD-PID                             DBNK178P
031300        SET C178O-OK TO TRUE                                      DBNK178P
031400        MOVE WS-DONE-MSG TO C178O-MSG                             DBNK178P
031500        GO TO DBNK178P-EXIT                                       DBNK178P
031600     END-IF.                                                      DBNK178P
031700     GO TO RETURN-HOUSEHOLD.                                      DBNK178P
031800                                                                  DBNK178P
031900***************************************************************** DBNK178P
032000* Make a confirmed member head of household - every record      * DBNK178P
032100* naming the old head is pointed at the new one. Each rewrite   * DBNK178P
032200* takes the record out from under the old head on the           * DBNK178P
032300* alternate index, so the browse restarts each time round       * DBNK178P
032400***************************************************************** DBNK178P
032500 MAKE-HEAD.                                                       DBNK178P
032600     IF WS-HEAD-PID IS EQUAL TO C178I-PID                         DBNK178P
032700        MOVE 'Customer is already head' TO C178O-MSG              DBNK178P
032800        GO TO DBNK178P-EXIT                                       DBNK178P
032900     END-IF.                                                      DBNK178P
033000     IF NOT HHL-REC-IS-CONFIRMED                                  DBNK178P
033100        MOVE 'Confirm the membership first' TO C178O-MSG          DBNK178P
033200        GO TO DBNK178P-EXIT                                       DBNK178P
033300     END-IF.                                                      DBNK178P
033400     MOVE WS-HEAD-PID TO WS-OLD-HEAD-PID.                         DBNK178P
033500 MAKE-HEAD-LOOP.                                                  DBNK178P
033600     MOVE WS-OLD-HEAD-PID TO WS-BNKHHLD1-RID.                     DBNK178P
033700     EXEC CICS STARTBR FILE('BNKHHLD1')                           DBNK178P
033800                       RIDFLD(WS-BNKHHLD1-RID)                    DBNK178P
033900                       GTEQ                                       DBNK178P
034000                       RESP(WS-RESP)                              DBNK178P
034100     END-EXEC.                                                    DBNK178P
034200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK178P
034300        GO TO MAKE-HEAD-DONE                                      DBNK178P
034400     END-IF.                                                      DBNK178P
034500     EXEC CICS READNEXT FILE('BNKHHLD1')                          DBNK178P
034600                        INTO(WS-BNKHHLD-REC)                      DBNK178P
034700                        LENGTH(LENGTH OF WS-BNKHHLD-REC)          DBNK178P
034800                        RIDFLD(WS-BNKHHLD1-RID)                   DBNK178P
034900                        RESP(WS-RESP)                             DBNK178P
035000     END-EXEC.                                                    DBNK178P
035100     EXEC CICS ENDBR FILE('BNKHHLD1')                             DBNK178P
035200     END-EXEC.                                                    DBNK178P
035300     IF (WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) AND              DBNK178P
035400         WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY)) OR              DBNK178P
035500        HHL-REC-HEAD-PID IS NOT EQUAL TO WS-OLD-HEAD-PID          DBNK178P
035600        GO TO MAKE-HEAD-DONE                                      DBNK178P
035700     END-IF.                                                      DBNK178P
035800     MOVE HHL-REC-MEMBER-PID TO WS-BNKHHLD-RID.                   DBNK178P
035900     EXEC CICS READ FILE('BNKHHLD')                               DBNK178P
036000                    UPDATE                                        DBNK178P
036100                    INTO(WS-BNKHHLD-REC)                          DBNK178P
036200                    LENGTH(LENGTH OF WS-BNKHHLD-REC)              DBNK178P
036300                    RIDFLD(WS-BNKHHLD-RID)                        DBNK178P
036400                    TOKEN(WS-HHLD-TOKEN)                          DBNK178P
036500                    RESP(WS-RESP)                                 DBNK178P
036600     END-EXEC.                                                    DBNK178P
036700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK178P
036800        MOVE 'Unable to read household register' TO C178O-MSG     DBNK178P
036900        GO TO DBNK178P-EXIT                                       DBNK178P
037000     END-IF.                                                      DBNK178P
037100     MOVE C178I-PID TO HHL-REC-HEAD-PID.                          DBNK178P
037200     MOVE C178I-OPERATOR TO HHL-REC-UPDATED-BY.                   DBNK178P
037300     EXEC CICS REWRITE FILE('BNKHHLD')                            DBNK178P
037400                    FROM(WS-BNKHHLD-REC)                          DBNK178P
037500                    LENGTH(LENGTH OF WS-BNKHHLD-REC)              DBNK178P
037600                    TOKEN(WS-HHLD-TOKEN)                          DBNK178P
037700                    RESP(WS-RESP)                                 DBNK178P
037800     END-EXEC.                                                    DBNK178P
037900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK178P
038000        MOVE 'Unable to update household register' TO C178O-MSG   DBNK178P
038100        GO TO DBNK178P-EXIT                                       DBNK178P
038200     END-IF.                                                      DBNK178P
038300     GO TO MAKE-HEAD-LOOP.                                        DBNK178P
038400 MAKE-HEAD-DONE.                                                  DBNK178P
038500     MOVE C178I-PID TO WS-HEAD-PID.                               DBNK178P
038600     MOVE 'Head of household changed' TO WS-DONE-MSG.             DBNK178P
038700                                                                  DBNK178P
038800***************************************************************** DBNK178P
038900* Return the head and the members still in the household        * DBNK178P
039000***************************************************************** DBNK178P
039100 RETURN-HOUSEHOLD.                                                DBNK178P
039200     PERFORM LIST-HOUSEHOLD THRU                                  DBNK178P
039300             LIST-HOUSEHOLD-EXIT.                                 DBNK178P
039400     MOVE WS-HEAD-PID TO C178O-HEAD-PID.                          DBNK178P
039500     MOVE WS-HEAD-PID TO WS-BNKCUST-RID.                          DBNK178P
039600     EXEC CICS READ FILE('BNKCUST')                               DBNK178P
039700                    INTO(WS-BNKCUST-REC)                          DBNK178P
039800                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBNK178P
039900                    RIDFLD(WS-BNKCUST-RID)                        DBNK178P
040000                    RESP(WS-RESP)                                 DBNK178P
040100     END-EXEC.                                                    DBNK178P
040200     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBNK178P
040300        MOVE BCS-REC-NAME TO C178O-HEAD-NAME                      DBNK178P
040400     END-IF.                                                      DBNK178P
040500     SET C178O-OK TO TRUE.                                        DBNK178P
040600     MOVE WS-DONE-MSG TO C178O-MSG.                               DBNK178P
040700                                                                  DBNK178P
040800***************************************************************** DBNK178P
040900* Move the result back to the callers area                      * DBNK178P
041000***************************************************************** DBNK178P
041100 DBNK178P-EXIT.                                                   DBNK178P
041200     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       DBNK178P
041300                                                                  DBNK178P
041400***************************************************************** DBNK178P
041500* Return to our caller                                          * DBNK178P
041600***************************************************************** DBNK178P
041700 COPY CRETURN.                                                    DBNK178P
041800                                                                  DBNK178P
041900***************************************************************** DBNK178P
042000* Confirm WS-MEMBER-PID in the household headed by WS-HEAD-PID, * DBNK178P
042100* filing a record for them if they have none. Failures are      * DBNK178P
042200* left in C178O-MSG                                             * DBNK178P
042300***************************************************************** DBNK178P
042400 CONFIRM-RECORD.                                                  DBNK178P
042500     MOVE WS-MEMBER-PID TO WS-BNKHHLD-RID.                        DBNK178P
042600     EXEC CICS READ FILE('BNKHHLD')                               DBNK178P
042700                    UPDATE                                        DBNK178P
042800                    INTO(WS-BNKHHLD-REC)                          DBNK178P
042900                    LENGTH(LENGTH OF WS-BNKHHLD-REC)              DBNK178P
043000                    RIDFLD(WS-BNKHHLD-RID)                        DBNK178P
043100                    TOKEN(WS-HHLD-TOKEN)                          DBNK178P
043200                    RESP(WS-RESP)                                 DBNK178P
043300     END-EXEC.                                                    DBNK178P
043400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) AND               DBNK178P
043500        WS-RESP IS NOT EQUAL TO DFHRESP(NOTFND)                   DBNK178P
043600        MOVE 'Unable to read household register' TO C178O-MSG     DBNK178P
043700        GO TO CONFIRM-RECORD-EXIT                                 DBNK178P
043800     END-IF.                                                      DBNK178P
043900     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   DBNK178P
044000        HHL-REC-IS-CONFIRMED AND                                  DBNK178P
044100        HHL-REC-HEAD-PID IS EQUAL TO WS-HEAD-PID                  DBNK178P
044200        EXEC CICS UNLOCK FILE('BNKHHLD')                          DBNK178P
044300                         TOKEN(WS-HHLD-TOKEN)                     DBNK178P
044400        END-EXEC                                                  DBNK178P
044500        GO TO CONFIRM-RECORD-EXIT                                 DBNK178P
044600     END-IF.                                                      DBNK178P
044700*    a suggestion taken as it stands keeps its source; anything   DBNK178P
044800*    else is the staff member's own grouping                      DBNK178P
044900     IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)                       DBNK178P
045000        MOVE SPACES TO WS-BNKHHLD-REC                             DBNK178P
045100        MOVE WS-MEMBER-PID TO HHL-REC-MEMBER-PID                  DBNK178P
045200        SET HHL-REC-FROM-STAFF TO TRUE                            DBNK178P
045300     ELSE                                                         DBNK178P
045400        IF NOT HHL-REC-IS-SUGGESTED OR                            DBNK178P
045500           HHL-REC-HEAD-PID IS NOT EQUAL TO WS-HEAD-PID           DBNK178P
045600           SET HHL-REC-FROM-STAFF TO TRUE                         DBNK178P
045700        END-IF                                                    DBNK178P
045800     END-IF.                                                      DBNK178P
045900     MOVE WS-HEAD-PID TO HHL-REC-HEAD-PID.                        DBNK178P
046000     SET HHL-REC-IS-CONFIRMED TO TRUE.                            DBNK178P
046100     MOVE WS-TODAY-DATE TO HHL-REC-CONFIRMED-DATE.                DBNK178P
046200     MOVE SPACES TO HHL-REC-REMOVED-DATE.                         DBNK178P
046300     MOVE C178I-OPERATOR TO HHL-REC-UPDATED-BY.                   DBNK178P
046400     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBNK178P
046500        EXEC CICS REWRITE FILE('BNKHHLD')                         DBNK178P
046600                       FROM(WS-BNKHHLD-REC)                       DBNK178P
046700                       LENGTH(LENGTH OF WS-BNKHHLD-REC)           DBNK178P
046800                       TOKEN(WS-HHLD-TOKEN)                       DBNK178P
046900                       RESP(WS-RESP)                              DBNK178P
047000        END-EXEC                                                  DBNK178P
047100     ELSE                                                         DBNK178P
047200        EXEC CICS WRITE FILE('BNKHHLD')                           DBNK178P
047300                       FROM(WS-BNKHHLD-REC)                       DBNK178P
047400                       LENGTH(LENGTH OF WS-BNKHHLD-REC)           DBNK178P
047500                       RIDFLD(WS-BNKHHLD-RID)                     DBNK178P
047600                       RESP(WS-RESP)                              DBNK178P
047700        END-EXEC                                                  DBNK178P
047800     END-IF.                                                      DBNK178P
047900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK178P
048000        MOVE 'Unable to update household register' TO C178O-MSG   DBNK178P
048100     END-IF.                                                      DBNK178P
048200 CONFIRM-RECORD-EXIT.                                             DBNK178P
048300     EXIT.                                                        DBNK178P
048400                                                                  DBNK178P
048500***************************************************************** DBNK178P
048600* Browse the household by its head on the alternate index,      * DBNK178P
048700* counting the members other than the head still in it and      * DBNK178P
048800* returning the first seven of everyone still in it             * DBNK178P
048900***************************************************************** DBNK178P
049000 LIST-HOUSEHOLD.                                                  DBNK178P
049100     MOVE 0 TO WS-OTHER-MEMBERS.                                  DBNK178P
049200     MOVE 0 TO C178O-COUNT.                                       DBNK178P
049300     MOVE WS-HEAD-PID TO WS-BNKHHLD1-RID.                         DBNK178P
049400     EXEC CICS STARTBR FILE('BNKHHLD1')                           DBNK178P
049500                       RIDFLD(WS-BNKHHLD1-RID)                    DBNK178P
049600                       GTEQ                                       DBNK178P
049700                       RESP(WS-RESP)                              DBNK178P
049800     END-EXEC.                                                    DBNK178P
049900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   DBNK178P
050000        GO TO LIST-HOUSEHOLD-EXIT                                 DBNK178P
050100     END-IF.                                                      DBNK178P
050200 LIST-HOUSEHOLD-LOOP.                                             DBNK178P
050300     EXEC CICS READNEXT FILE('BNKHHLD1')                          DBNK178P
050400                        INTO(WS-BNKHHLD-REC)                      DBNK178P
050500                        LENGTH(LENGTH OF WS-BNKHHLD-REC)          DBNK178P
050600                        RIDFLD(WS-BNKHHLD1-RID)                   DBNK178P
050700                        RESP(WS-RESP)                             DBNK178P
050800     END-EXEC.                                                    DBNK178P
050900     IF (WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) AND              DBNK178P
051000         WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY)) OR              DBNK178P
051100        HHL-REC-HEAD-PID IS NOT EQUAL TO WS-HEAD-PID              DBNK178P
051200        GO TO LIST-HOUSEHOLD-ENDED                                DBNK178P
051300     END-IF.                                                      DBNK178P
051400     IF HHL-REC-IS-REMOVED                                        DBNK178P
051500        GO TO LIST-HOUSEHOLD-LOOP                                 DBNK178P
051600     END-IF.                                                      DBNK178P
051700     IF HHL-REC-MEMBER-PID IS NOT EQUAL TO WS-HEAD-PID            DBNK178P
051800        ADD 1 TO WS-OTHER-MEMBERS                                 DBNK178P
051900     END-IF.                                                      DBNK178P
052000     IF C178O-COUNT IS EQUAL TO 7                                 DBNK178P
052100        GO TO LIST-HOUSEHOLD-LOOP                                 DBNK178P
052200     END-IF.                                                      DBNK178P
052300     ADD 1 TO C178O-COUNT.                                        DBNK178P
052400     MOVE HHL-REC-MEMBER-PID TO C178O-E-PID (C178O-COUNT).        DBNK178P
052500     MOVE HHL-REC-STATUS TO C178O-E-STATUS (C178O-COUNT).         DBNK178P
052600     MOVE HHL-REC-SOURCE TO C178O-E-SOURCE (C178O-COUNT).         DBNK178P
052700     IF HHL-REC-IS-CONFIRMED                                      DBNK178P
052800        MOVE HHL-REC-CONFIRMED-DATE TO C178O-E-DATE (C178O-COUNT) DBNK178P
052900     ELSE                                                         DBNK178P
053000        MOVE HHL-REC-SUGGESTED-DATE TO C178O-E-DATE (C178O-COUNT) DBNK178P
053100     END-IF.                                                      DBNK178P
053200     MOVE HHL-REC-MEMBER-PID TO WS-BNKCUST-RID.                   DBNK178P
053300     EXEC CICS READ FILE('BNKCUST')                               DBNK178P
053400                    INTO(WS-BNKCUST-REC)                          DBNK178P
053500                    LENGTH(LENGTH OF WS-BNKCUST-REC)              DBNK178P
053600                    RIDFLD(WS-BNKCUST-RID)                        DBNK178P
053700                    RESP(WS-RESP)                                 DBNK178P
053800     END-EXEC.                                                    DBNK178P
053900     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       DBNK178P
054000        MOVE BCS-REC-NAME TO C178O-E-NAME (C178O-COUNT)           DBNK178P
054100     END-IF.                                                      DBNK178P
054200     GO TO LIST-HOUSEHOLD-LOOP.                                   DBNK178P
054300 LIST-HOUSEHOLD-ENDED.                                            DBNK178P
054400     EXEC CICS ENDBR FILE('BNKHHLD1')                             DBNK178P
054500                     RESP(WS-RESP)                                DBNK178P
054600     END-EXEC.                                                    DBNK178P
054700 LIST-HOUSEHOLD-EXIT.                                             DBNK178P
054800     EXIT.                                                        DBNK178P
